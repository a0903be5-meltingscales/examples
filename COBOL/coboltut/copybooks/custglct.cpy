      *> ---------------------------------------------------------
      *> CUSTGLCT.CPY
      *> Record layout for the GL extract control file
      *> (GLControlFile / "glctl.dat"), owned by GLEXTR. One
      *> record : the date everything has been extracted through
      *> and the last batch number issued. GLEXTR only extracts
      *> from the day after GlcExtractedThru, and writes the
      *> record back only once a balanced batch is on file, so
      *> no day's money reaches the accountant twice. Moving
      *> GlcExtractedThru back is a re-open : only GLMAINT does
      *> it, for a supervisor, and it stamps GlcReopenOperator
      *> and GlcReopenDate so the re-extract can be accounted
      *> for.
      *> ---------------------------------------------------------
       01 GLControlData.
           02 GlcExtractedThru PIC 9(08).
           02 GlcLastBatchNum PIC 9(06).
           02 GlcLastRunDate PIC 9(08).
           02 GlcReopenOperator PIC X(8).
           02 GlcReopenDate PIC 9(08).
