      *> Record layout for the stock adjustment log
      *> (AdjustLog / "StockAdj.log"), the sequential trail
      *> PHYSCNT appends to when a supervisor approves adjusting
      *> on-hand to a physical count - one row per product and
      *> size adjusted, old and new quantity, stamped with the
      *> OPERSIGN-verified operator, the way CustAudit.log
      *> records customer changes. Between this and PRODMNT's
      *> StockRcpt.log, every move of on-hand that isn't an
      *> order or a return has a row saying why. AdjSize is the
      *> size counted; rows from before stock was carried by size
      *> end at AdjTime.
      *> ---------------------------------------------------------
       01 AdjustRecord.
           02 AdjProdName PIC X(10).
           02 AdjOperator PIC X(8).
           02 AdjDate PIC 9(8).
           02 AdjTime PIC 9(8).
           02 AdjSize PIC X.
