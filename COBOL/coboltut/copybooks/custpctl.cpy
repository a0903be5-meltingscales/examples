      *> ---------------------------------------------------------
      *> CUSTPCTL.CPY
      *> Record layout for the purchasing control file
      *> (POControlFile / "poctl.dat"), owned by POMAINT. One
      *> record : the next purchase order number to assign, and
      *> the run stamp of the last REORDRPT proposal file the
      *> buyer worked through, so the same night's proposals
      *> can't be turned into purchase orders twice.
      *> ---------------------------------------------------------
       01 POControlData.
           02 PctNextPONum PIC 9(06).
           02 PctPropDate PIC 9(08).
           02 PctPropTime PIC 9(08).
