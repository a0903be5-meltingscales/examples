      *> ---------------------------------------------------------
      *> CUSTSBAL.CPY
      *> Record layout for the stock balance file
      *> (BalanceFile / "stkbal.dat"), rewritten in full by STKLEDG
      *> at the end of every ledger run - one row per product and
      *> size on prodstk.dat, holding the on-hand actually found
      *> there and the date of the run. It is the next run's
      *> opening figure, so each ledger period starts from what
      *> was really on the shelf book, not from a calculation. A
      *> product and size with no row had nothing on hand.
      *> ---------------------------------------------------------
       01 StockBalanceData.
           02 SblKey.
               03 SblProdName PIC X(10).
               03 SblSize PIC X.
           02 SblQtyOnHand PIC 9(5).
           02 SblAsOfDate PIC 9(08).
