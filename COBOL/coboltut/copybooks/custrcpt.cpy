      *> Record layout for the stock receiving log
      *> (ReceiptLog / "StockRcpt.log"), the sequential trail
      *> PRODMNT appends to each time a delivery is booked into
      *> on-hand - one row per receipt with the on-hand
      *> before and after, stamped with the OPERSIGN-verified
      *> operator, so the reorder cycle can show why on-hand
      *> moved the way CustAudit.log shows why a customer changed.
      *> Every receipt is booked against a purchase order line on
      *> purchord.dat : RcpPONum and RcpPOLine name it, and
      *> RcpFlag says how the delivery compared with what was
      *> still due - space for exactly the balance, 'O' for an
      *> over-receipt, 'P' for a part delivery that leaves the
      *> line open, 'U' for an under-receipt the line was closed
      *> short on. Rows written before receiving was keyed to a
      *> purchase order end at RcpTime, so readers treat a
      *> non-numeric RcpPONum as "no purchase order". RcpSize is
      *> the size received, and the on-hand figures are for that
      *> size on prodstk.dat; older rows end before it.
      *> ---------------------------------------------------------
       01 ReceiptRecord.
           02 RcpProdName PIC X(10).
           02 RcpOperator PIC X(8).
           02 RcpDate PIC 9(8).
           02 RcpTime PIC 9(8).
           02 RcpPONum PIC 9(06).
           02 RcpPOLine PIC 9(03).
           02 RcpFlag PIC X.
               88 RcpExact VALUE SPACE.
               88 RcpOverReceipt VALUE 'O'.
               88 RcpPartReceipt VALUE 'P'.
               88 RcpClosedShort VALUE 'U'.
           02 RcpSize PIC X.
