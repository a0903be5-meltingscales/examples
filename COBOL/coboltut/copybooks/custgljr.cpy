      *> ---------------------------------------------------------
      *> CUSTGLJR.CPY
      *> Record layout for the GL journal import file written by
      *> GLEXTR (GLJournal / "gljrnl.<thru date>.txt") for the
      *> accounting package to import. One balanced batch per
      *> file : one line per GL account (and per jurisdiction for
      *> sales tax) with the period's net movement on it, debit
      *> or credit. Amounts are always positive; GljDrCr says
      *> which side. The batch number and period are repeated on
      *> every line so the package can check them on import.
      *> ---------------------------------------------------------
       01 GLJournalData.
           02 GljBatchNum PIC 9(06).
           02 GljPeriodFrom PIC 9(08).
           02 GljPeriodThru PIC 9(08).
           02 GljLineNum PIC 9(04).
           02 GljAccount PIC X(10).
           02 GljEntry PIC X(6).
           02 GljJuris PIC X(05).
           02 GljDrCr PIC X.
               88 GljDebit VALUE 'D'.
               88 GljCredit VALUE 'C'.
           02 GljAmount PIC 9(9)V99.
           02 GljDesc PIC X(30).
