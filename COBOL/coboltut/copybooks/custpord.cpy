      *> ---------------------------------------------------------
      *> CUSTPORD.CPY
      *> Record layout for the indexed purchase order file
      *> (PurchOrderFile / "purchord.dat"), written by POMAINT
      *> when the buyer confirms REORDRPT's proposals or raises a
      *> purchase order by hand, and worked down by PRODMNT's
      *> receiving. One row per PO line, keyed by PO number and
      *> line number. PoQtyReceived is everything booked in
      *> against the line so far. PoStatus is Open until the
      *> first delivery, Partially received while some is still
      *> due, and Closed once it has all arrived, more than all
      *> of it has arrived, or the buyer or receiving has closed
      *> it short. PoOperator is the OPERSIGN-verified buyer who
      *> raised the line. PoSize is the size ordered.
      *> ---------------------------------------------------------
       01 PurchOrderData.
           02 PoKey.
               03 PoNum PIC 9(06).
               03 PoLine PIC 9(03).
           02 PoSupID PIC X(6).
           02 PoProdName PIC X(10).
           02 PoSize PIC X.
           02 PoQtyOrdered PIC 9(5).
           02 PoQtyReceived PIC 9(5).
           02 PoUnitCost PIC 9(4)V99.
           02 PoOrderDate PIC 9(08).
           02 PoDueDate PIC 9(08).
           02 PoStatus PIC X.
               88 PoOpen VALUE 'O'.
               88 PoPartial VALUE 'P'.
               88 PoClosed VALUE 'C'.
           02 PoOperator PIC X(8).
