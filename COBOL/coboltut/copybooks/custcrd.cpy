      *> ---------------------------------------------------------
      *> CUSTCRD.CPY
      *> Record layout for the indexed customer credit file
      *> (CreditFile / "credit.dat"), maintained by CREDMNT and
      *> read by CREDCHK at every order entry point. One row per
      *> customer who has ever had credit terms set - a customer
      *> with no row has no limit and is not on hold, so the file
      *> only needs rows for the accounts somebody has looked at.
      *> CrdIDNum references IDNum on tutorial10's CustomerFile.
      *> CrdLimit of zero means no limit. CrdHold is the hold a
      *> supervisor placed by hand. CrdReleaseThru is the date a
      *> supervisor's release waives the automatic aged-item and
      *> over-limit checks through - an agreed payment plan - and
      *> zero once it has lapsed or was never given. CrdOperator
      *> and CrdChangeDate name the supervisor who last changed
      *> the row and when.
      *> ---------------------------------------------------------
       01 CreditData.
           02 CrdIDNum PIC 9(06).
           02 CrdLimit PIC 9(7)V99.
           02 CrdHold PIC X.
               88 CrdOnHold VALUE 'H'.
               88 CrdNotHeld VALUE 'N'.
           02 CrdReleaseThru PIC 9(08).
           02 CrdOperator PIC X(8).
           02 CrdChangeDate PIC 9(08).
