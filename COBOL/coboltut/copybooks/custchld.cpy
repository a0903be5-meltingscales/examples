      *> ---------------------------------------------------------
      *> CUSTCHLD.CPY
      *> Record layout for the credit hold log
      *> (CreditLog / "CreditHold.log"), the sequential trail of
      *> every credit decision : a hold placed or released by
      *> hand in CREDMNT, a limit set there, an order refused at
      *> tutorial11 or ORDLOAD because CREDCHK found the account
      *> delinquent, and a refusal a supervisor overrode at the
      *> front desk. ChlReason is CREDCHK's code - HOLD (manual
      *> hold), AGED (open item past the credit days) or LIMT
      *> (open balance over the limit). ChlAmount is the open
      *> balance at the time, or the new limit on a limit row.
      *> ChlOperator is the OPERSIGN-verified operator who made
      *> the decision - the supervisor on a hold, release, limit
      *> or override - and ChlClerk the operator whose session it
      *> happened in.
      *> ---------------------------------------------------------
       01 CreditLogRecord.
           02 ChlIDNum PIC 9(06).
           02 ChlAction PIC X.
               88 ChlHoldPlaced VALUE 'H'.
               88 ChlReleased VALUE 'R'.
               88 ChlLimitSet VALUE 'L'.
               88 ChlRefused VALUE 'X'.
               88 ChlOverridden VALUE 'O'.
           02 ChlReason PIC X(4).
           02 ChlAmount PIC 9(9)V99.
           02 ChlOperator PIC X(8).
           02 ChlClerk PIC X(8).
           02 ChlDate PIC 9(8).
           02 ChlTime PIC 9(8).
