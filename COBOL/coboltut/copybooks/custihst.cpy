      *> ---------------------------------------------------------
      *> CUSTIHST.CPY
      *> Record layout for the indexed invoice history file
      *> (InvHistFile / "invhist.dat"), written by CUSTINV as it
      *> prints each invoice or credit memo and never purged, so
      *> Invoice.rpt being overwritten by the next cycle no longer
      *> loses what was billed. Keyed by the invoice number and a
      *> line sequence : line 000 is the invoice header, and
      *> lines 001 up are the charge and credit lines in the order
      *> they were printed. INVRPRT reprints from it and TAXRPT
      *> reports the sales tax collected by jurisdiction.
      *> The header row carries the bill-to block as it was
      *> printed, the page the invoice started on, and the
      *> subtotal, tax and grand total actually billed - signed,
      *> since credits can pull an invoice negative. Line rows
      *> carry the product, quantity, order date and the
      *> effective price actually used; IhExtPrice is always the
      *> positive extension and a credit row ('C') is a deduction.
      *> Every row carries the jurisdiction and rate it was taxed
      *> at. On a line, IhTaxAmount is that line's share of the
      *> tax, rounded on its own; the header's IhTaxAmount is the
      *> figure billed and filed, and can differ from the sum of
      *> the lines by rounding pennies.
      *> A re-run of a crashed cycle re-issues the same numbers,
      *> and CUSTINV clears a number's old rows before writing
      *> the new ones, so the history never holds two versions.
      *> ---------------------------------------------------------
       01 InvHistData.
           02 IhKey.
               03 IhInvNum PIC 9(06).
               03 IhLineSeq PIC 9(03).
           02 IhRecType PIC X.
               88 IhHeader VALUE 'H'.
               88 IhChargeLine VALUE 'L'.
               88 IhCreditLine VALUE 'C'.
           02 IhIDNum PIC 9(06).
           02 IhInvDate PIC 9(08).
           02 IhTaxJuris PIC X(05).
           02 IhTaxRate PIC V9(05).
           02 IhTaxAmount PIC S9(8)V99.
           02 IhProdName PIC X(10).
           02 IhSize PIC X.
           02 IhQty PIC 9(03).
           02 IhOrdDate PIC 9(08).
           02 IhUnitPrice PIC 9(4)V99.
           02 IhExtPrice PIC 9(7)V99.
           02 IhFirstName PIC X(15).
           02 IhLastName PIC X(15).
           02 IhAddress PIC X(30).
           02 IhFirstPage PIC 9(02).
           02 IhSubTotal PIC S9(8)V99.
           02 IhGrandTotal PIC S9(9)V99.
