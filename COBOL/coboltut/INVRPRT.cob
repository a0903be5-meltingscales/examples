       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVRPRT.
*> Invoice reprint. Rebuilds invoices from CUSTINV's invhist.dat
*> so a lost or disputed invoice can be put back in the
*> customer's hands without re-running the billing cycle - the
*> cycle's own Invoice.rpt is overwritten by the next run.
*> The operator enters either one invoice number, or zero and
*> then a customer number and a date range to reprint every
*> invoice and credit memo that customer was issued in it.
*> Each reprint is laid out line for line the way CUSTINV
*> printed it : the bill-to block, date and page numbers are the
*> ones on the original, the lines carry the effective price
*> that was actually billed, and the totals are the ones that
*> were billed - nothing is re-priced or re-taxed, so a change
*> to prodrate.dat, taxrates.dat or the customer's address since
*> can't make the copy disagree with what the customer holds.
*> The reprints go to InvRprt.rpt, never to Invoice.rpt.
*> Invoices issued before the history file was kept are not on
*> it and can't be reprinted. Every premature stop sets
*> RETURN-CODE 8, the same as the other batch runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> CUSTINV's invoice history, read-only - DYNAMIC so one invoice
*> can be started at directly, or the whole file walked for a
*> customer
       SELECT InvHistFile ASSIGN TO "invhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhKey
           FILE STATUS IS InvHistFileStatus.
       SELECT ReprintReport ASSIGN TO "InvRprt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD InvHistFile.
       COPY "custihst.cpy".

FD ReprintReport.
01 PrintLine PIC X(70).

WORKING-STORAGE SECTION.
*> Heading/footing pieces - CUSTINV's, column for column, so the
*> reprint lays out the way the original did
01 PageHeading.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "INVOICE".
01 PageFooting.
       02 FILLER PIC X(15) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z9.
01 InvoiceNumLine.
       02 FILLER PIC X(10) VALUE "Invoice : ".
       02 PrnInvNum PIC 9(06).
       02 FILLER PIC X(9) VALUE "  Date : ".
       02 PrnInvDate PIC 9(08).
01 BillToIDLine.
       02 FILLER PIC X(11) VALUE "Customer : ".
       02 PrnBillIDNum PIC 9(06).
01 BillToNameLine.
       02 FILLER PIC X(11) VALUE SPACE.
       02 PrnBillFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBillLastName PIC X(15).
01 BillToAddressLine.
       02 FILLER PIC X(11) VALUE SPACE.
       02 PrnBillAddress PIC X(30).
01 Heads PIC X(52) VALUE
       "Product      Size   Qty   Unit Price       Extended".
01 InvoiceDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnQty PIC ZZ9.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnUnitPrice PIC Z,ZZ9.99.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnExtPrice PIC Z,ZZZ,ZZ9.99.
01 CreditDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCrProdName PIC X(10).
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnCrSize PIC X.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnCrQty PIC ZZ9.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnCrUnitPrice PIC Z,ZZ9.99.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnCrExtPrice PIC Z,ZZZ,ZZ9.99CR.
01 InvoiceTotalLine.
       02 FILLER PIC X(21) VALUE SPACE.
       02 PrnTotalCaption PIC X(13).
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnTotalAmount PIC ZZZ,ZZZ,ZZ9.99CR.
01 ReportFooting PIC X(22) VALUE "END OF INVOICE REPRINT".

*> Tracks number of lines used, when to print footer and new
*> heading - CUSTINV's page depth, so the page breaks fall where
*> they fell on the original
01 LineCount PIC 99 VALUE ZERO.
       88 NewPageRequired VALUE 40 THRU 99.
01 PageCount PIC 99 VALUE ZERO.

*> What to reprint : one invoice by number, or a customer's
*> invoices dated inside a range
01 RequestedInvNum PIC 9(06).
01 RequestedCustID PIC 9(06).
01 RangeFromDate PIC 9(08).
01 RangeThruDate PIC 9(08).
01 ReprintMode PIC X.
       88 ReprintByNumber VALUE 'N'.
       88 ReprintByCustomer VALUE 'C'.

*> The invoice currently being walked. The header row is read
*> first but its totals print last, so they are held here while
*> the lines go by
01 CurrentInvNum PIC 9(06).
01 CurrentCustID PIC 9(06).
01 CurrentInvDate PIC 9(08).
01 HeldSubTotal PIC S9(8)V99.
01 HeldTaxAmount PIC S9(8)V99.
01 HeldGrandTotal PIC S9(9)V99.
01 PrintThisInvoice PIC X VALUE 'N'.
       88 PrintingInvoice VALUE 'Y'.
01 HistoryEOF PIC X VALUE 'N'.
       88 EOFHistory VALUE 'Y'.

*> Run counters so the operator can see what went out
01 InvoicesReprinted PIC 9(5) VALUE ZERO.
01 LinesReprinted PIC 9(5) VALUE ZERO.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" means invhist.dat doesn't exist yet : no invoice run has
*> kept history, so there is nothing to reprint
01 InvHistFileStatus PIC XX VALUE "00".
       88 InvHistFileOK VALUES "00" "10".
       88 InvHistFileNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
RunReprints.
       PERFORM GetReprintRequest
       OPEN INPUT InvHistFile
       IF InvHistFileNotFound
           DISPLAY "INVRPRT : no invoice history on file, nothing "
               "to reprint"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CheckInvHistFileStatus
       OPEN OUTPUT ReprintReport
       PERFORM CheckReportFileStatus
       IF ReprintByNumber
           PERFORM ReprintRequestedInvoice
       ELSE
           PERFORM ReadNextHistory
           PERFORM ReprintOneInvoice UNTIL EOFHistory
       END-IF
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       CLOSE InvHistFile
       PERFORM CheckInvHistFileStatus
       CLOSE ReprintReport
       PERFORM CheckReportFileStatus
       DISPLAY "Invoices Reprinted : " InvoicesReprinted
       DISPLAY "Lines Reprinted : " LinesReprinted
       IF InvoicesReprinted = ZERO
           DISPLAY "No Invoice On History Matched - Nothing Reprinted"
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

*> An invoice number on its own is the usual case - the number
*> is on the customer's copy or their remittance. Zero means
*> they don't have it, so the customer and a date range pick
*> the invoices out instead
GetReprintRequest.
       DISPLAY "Enter Invoice Number (0 For Customer And Dates) : "
           WITH NO ADVANCING
       ACCEPT RequestedInvNum
       IF RequestedInvNum IS NOT NUMERIC
           DISPLAY "Invoice Number Not Numeric - Nothing Reprinted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF RequestedInvNum NOT = ZERO
           SET ReprintByNumber TO TRUE
       ELSE
           SET ReprintByCustomer TO TRUE
           PERFORM GetCustomerRange
       END-IF.

GetCustomerRange.
       DISPLAY "Enter Customer Number : " WITH NO ADVANCING
       ACCEPT RequestedCustID
       DISPLAY "Enter Invoice Date From (YYYYMMDD) : "
           WITH NO ADVANCING
       ACCEPT RangeFromDate
       DISPLAY "Enter Invoice Date Thru (YYYYMMDD) : "
           WITH NO ADVANCING
       ACCEPT RangeThruDate
       IF RequestedCustID IS NOT NUMERIC OR RequestedCustID = ZERO
           DISPLAY "No Customer Entered - Nothing Reprinted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF RangeFromDate IS NOT NUMERIC OR RangeFromDate = ZERO
           OR RangeThruDate IS NOT NUMERIC OR RangeThruDate = ZERO
           DISPLAY "No Date Range Entered - Nothing Reprinted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF RangeFromDate > RangeThruDate
           DISPLAY "From Date After Thru Date - Nothing Reprinted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Goes straight to the invoice's header row. Anything other
*> than that invoice's rows at the start position means the
*> number was never issued with history kept
ReprintRequestedInvoice.
       MOVE RequestedInvNum TO IhInvNum
       MOVE ZERO TO IhLineSeq
       START InvHistFile KEY IS NOT LESS THAN IhKey
           INVALID KEY SET EOFHistory TO TRUE
       END-START
       IF NOT EOFHistory
           PERFORM ReadNextHistory
       END-IF
       IF EOFHistory OR IhInvNum NOT = RequestedInvNum
           DISPLAY "INVRPRT : invoice " RequestedInvNum
               " not on history"
       ELSE
           PERFORM ReprintOneInvoice
       END-IF.

*> The control break : the header row and every row after it
*> under the same number are one invoice. A header that isn't
*> wanted (or a number whose header is missing) is read past
*> without printing
ReprintOneInvoice.
       MOVE IhInvNum TO CurrentInvNum
       MOVE 'N' TO PrintThisInvoice
       IF IhHeader
           IF ReprintByNumber
               MOVE 'Y' TO PrintThisInvoice
           ELSE
               IF IhIDNum = RequestedCustID
                   AND IhInvDate NOT < RangeFromDate
                   AND IhInvDate NOT > RangeThruDate
                   MOVE 'Y' TO PrintThisInvoice
               END-IF
           END-IF
       END-IF
       IF PrintingInvoice
           ADD 1 TO InvoicesReprinted
           PERFORM PrintReprintHeading
       END-IF
       PERFORM ReadNextHistory
       PERFORM ReprintOneLine
           UNTIL EOFHistory OR IhInvNum NOT = CurrentInvNum
       IF PrintingInvoice
           PERFORM PrintReprintTotals
       END-IF.

*> The original's first page, from the header row : the page
*> number it started on and the bill-to block as printed
PrintReprintHeading.
       MOVE IhIDNum TO CurrentCustID
       MOVE IhInvDate TO CurrentInvDate
       MOVE IhSubTotal TO HeldSubTotal
       MOVE IhTaxAmount TO HeldTaxAmount
       MOVE IhGrandTotal TO HeldGrandTotal
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       MOVE CurrentInvNum TO PrnInvNum
       MOVE CurrentInvDate TO PrnInvDate
       WRITE PrintLine FROM InvoiceNumLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE CurrentCustID TO PrnBillIDNum
       WRITE PrintLine FROM BillToIDLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE IhFirstName TO PrnBillFirstName
       MOVE IhLastName TO PrnBillLastName
       WRITE PrintLine FROM BillToNameLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE IhAddress TO PrnBillAddress
       WRITE PrintLine FROM BillToAddressLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 8 TO LineCount
       MOVE IhFirstPage TO PageCount.

*> A long invoice rolls to a continuation page exactly where
*> CUSTINV rolled it
PrintContinuationHeading.
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       MOVE CurrentInvNum TO PrnInvNum
       MOVE CurrentInvDate TO PrnInvDate
       WRITE PrintLine FROM InvoiceNumLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE CurrentCustID TO PrnBillIDNum
       WRITE PrintLine FROM BillToIDLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 6 TO LineCount
       ADD 1 TO PageCount.

*> One charge or credit line, at the price and extension that
*> were billed
ReprintOneLine.
       IF PrintingInvoice
           IF NewPageRequired
               PERFORM PrintContinuationHeading
           END-IF
           IF IhCreditLine
               MOVE IhProdName TO PrnCrProdName
               MOVE IhSize TO PrnCrSize
               MOVE IhQty TO PrnCrQty
               MOVE IhUnitPrice TO PrnCrUnitPrice
               COMPUTE PrnCrExtPrice = ZERO - IhExtPrice
               WRITE PrintLine FROM CreditDetailLine
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE IhProdName TO PrnProdName
               MOVE IhSize TO PrnSize
               MOVE IhQty TO PrnQty
               MOVE IhUnitPrice TO PrnUnitPrice
               MOVE IhExtPrice TO PrnExtPrice
               WRITE PrintLine FROM InvoiceDetailLine
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM CheckReportFileStatus
           ADD 1 TO LineCount
           ADD 1 TO LinesReprinted
       END-IF
       PERFORM ReadNextHistory.

*> The totals as billed, off the header row - never re-added
*> from the lines, so a rounding penny can't creep in
PrintReprintTotals.
       MOVE "Subtotal :" TO PrnTotalCaption
       MOVE HeldSubTotal TO PrnTotalAmount
       WRITE PrintLine FROM InvoiceTotalLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE "Tax :" TO PrnTotalCaption
       MOVE HeldTaxAmount TO PrnTotalAmount
       WRITE PrintLine FROM InvoiceTotalLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE "Grand Total :" TO PrnTotalCaption
       MOVE HeldGrandTotal TO PrnTotalAmount
       WRITE PrintLine FROM InvoiceTotalLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus.

ReadNextHistory.
       READ InvHistFile NEXT RECORD
           AT END SET EOFHistory TO TRUE
       END-READ
       PERFORM CheckInvHistFileStatus.

*> "35" (no history yet) is handled by RunReprints itself, so
*> anything else here is the real error case
CheckInvHistFileStatus.
       IF NOT InvHistFileOK AND NOT InvHistFileNotFound
           DISPLAY "INVRPRT : InvHistFile error, status "
               InvHistFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "INVRPRT : ReprintReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
