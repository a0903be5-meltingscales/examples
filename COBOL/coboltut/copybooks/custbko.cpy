      *> ---------------------------------------------------------
      *> CUSTBKO.CPY
      *> Record layout for the indexed backorder file
      *> (BackorderFile / "backordr.dat"). When an order wants
      *> more than is on hand, tutorial11 and ORDLOAD ship what
      *> there is and write the short quantity here against the
      *> customer, product and size, instead of losing the sale.
      *> The key starts with the date and time the order was
      *> taken, so reading the file in key order is first-in,
      *> first-out - the order PRODMNT fills backorders in when
      *> the stock arrives. BkoSeq only separates two backorders
      *> taken in the same hundredth of a second. BkoQtyOpen is
      *> what is still owed : a fill smaller than that leaves
      *> the backorder Open, the last fill makes it Filled, and
      *> ORDRTRN can Cancel what is left. BkoOperator took the
      *> order; BkoLastDate and BkoLastOperator are the last
      *> fill or the cancellation.
      *> ---------------------------------------------------------
       01 BackorderData.
           02 BkoKey.
               03 BkoOrdDate PIC 9(08).
               03 BkoOrdTime PIC 9(08).
               03 BkoSeq PIC 9(02).
           02 BkoIDNum PIC 9(06).
           02 BkoProdName PIC X(10).
           02 BkoSize PIC X.
           02 BkoQtyShort PIC 9(03).
           02 BkoQtyOpen PIC 9(03).
           02 BkoStatus PIC X.
               88 BkoOpen VALUE 'O'.
               88 BkoFilled VALUE 'F'.
               88 BkoCancelled VALUE 'C'.
           02 BkoOperator PIC X(8).
           02 BkoLastDate PIC 9(08).
           02 BkoLastOperator PIC X(8).
