*> Lines are extended at the price that was in force on the
*> line's order date, per PRODMNT's prodrate.dat history -
*> today's master price only rules where no history exists.
*> Every invoice and credit memo is also written line by line
*> to invhist.dat - the header with the bill-to block and
*> totals, then each charge and credit line with the price and
*> tax actually used - so INVRPRT can reprint it exactly as
*> issued and TAXRPT can add up the tax owed per jurisdiction
*> long after Invoice.rpt has been overwritten.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT ReturnFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReturnFileStatus.
*> The permanent record of every invoice printed - DYNAMIC so a
*> re-issued number's old rows can be walked and cleared first
       SELECT InvHistFile ASSIGN TO "invhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhKey
           FILE STATUS IS InvHistFileStatus.

DATA DIVISION.
FILE SECTION.
FD ReturnFile.
       COPY "custrtrn.cpy".

FD InvHistFile.
       COPY "custihst.cpy".

WORKING-STORAGE SECTION.
*> Heading/footing pieces, tutorial9 style
01 PageHeading.
01 CurrentInvNum PIC 9(06).
01 InvoiceDate PIC 9(08).

*> Where the current invoice's history rows have got to : the
*> last line sequence written, and the page it started on so a
*> reprint numbers its pages the way the original did
01 HistLineSeq PIC 9(03).
01 InvFirstPage PIC 99.
01 HistScanStatus PIC X VALUE 'N'.
       88 HistScanAtEnd VALUE 'Y'.

*> The billing cycle window : orders dated after BilledThrough
*> (from the control file) and not after CutoffDate (entered by
*> the operator) are this cycle's business - everything else
01 ReturnFileStatus PIC XX VALUE "00".
       88 ReturnFileOK VALUES "00" "10".
       88 ReturnFileNotFound VALUE "35".
*> "35" means invhist.dat doesn't exist yet - the first invoice
*> run to keep history creates it
01 InvHistFileStatus PIC XX VALUE "00".
       88 InvHistFileOK VALUES "00" "10".
       88 InvHistFileNotFound VALUE "35".

PROCEDURE DIVISION.
RunInvoices.
           CLOSE OpenItemFile
           OPEN I-O OpenItemFile
       END-IF
       PERFORM CheckOpenItemFileStatus
       OPEN I-O InvHistFile
       IF InvHistFileNotFound
           OPEN OUTPUT InvHistFile
           CLOSE InvHistFile
           OPEN I-O InvHistFile
       END-IF
       PERFORM CheckInvHistFileStatus.

CloseInvoiceFiles.
       CLOSE SortedOrders
       CLOSE InvoiceReport
       PERFORM CheckReportFileStatus
       CLOSE OpenItemFile
       PERFORM CheckOpenItemFileStatus
       CLOSE InvHistFile
       PERFORM CheckInvHistFileStatus.

*> Loads the next invoice number to assign. No control file yet
*> just means no invoice run has ever completed : numbering
           MOVE NextInvoiceNum TO CurrentInvNum
           ADD 1 TO NextInvoiceNum
           MOVE ZERO TO InvoiceSubTotal
           PERFORM ClearInvoiceHistory
           PERFORM PrintInvoiceHeading
           PERFORM PrintInvoiceLine
               UNTIL EOFSorted OR SOrdIDNum NOT = CurrentCustID
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 8 TO LineCount
       ADD 1 TO PageCount
       MOVE PageCount TO InvFirstPage.

*> A long invoice rolls to a continuation page the same way
*> tutorial9's report body rolls pages
           PERFORM CheckReportFileStatus
           ADD 1 TO LineCount
           ADD 1 TO OrdersInvoiced
           PERFORM StartHistoryLine
           MOVE 'L' TO IhRecType
           MOVE SOrdProdName TO IhProdName
           MOVE SOrdSize TO IhSize
           MOVE SOrdQty TO IhQty
           MOVE SOrdDate TO IhOrdDate
           COMPUTE IhTaxAmount ROUNDED = ExtendedPrice * TaxRateValue
           PERFORM WriteHistoryRow
       ELSE
           DISPLAY "CUSTINV : product " SOrdProdName
               " not on master, order line skipped"
               PERFORM CheckReportFileStatus
               ADD 1 TO LineCount
               ADD 1 TO ReturnsCredited
               PERFORM StartHistoryLine
               MOVE 'C' TO IhRecType
               MOVE RtnTblProdName(RtnIdx) TO IhProdName
               MOVE RtnTblSize(RtnIdx) TO IhSize
               MOVE RtnTblQty(RtnIdx) TO IhQty
               MOVE RtnTblOrdDate(RtnIdx) TO IhOrdDate
               COMPUTE IhTaxAmount ROUNDED
                   = ZERO - ExtendedPrice * TaxRateValue
               PERFORM WriteHistoryRow
           ELSE
               DISPLAY "CUSTINV : product "
                   RtnTblProdName(RtnIdx)
               MOVE NextInvoiceNum TO CurrentInvNum
               ADD 1 TO NextInvoiceNum
               MOVE ZERO TO InvoiceSubTotal
               PERFORM ClearInvoiceHistory
               PERFORM PrintInvoiceHeading
               PERFORM PrintCreditLines
               PERFORM PrintInvoiceTotals
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus
       PERFORM WriteOpenItem
       PERFORM WriteHistoryHeader.

*> Records the invoice just printed as money owed. Keyed by the
*> invoice number, so a re-run after a crash - which hands out
               PERFORM CheckOpenItemFileStatus
       END-WRITE.

*> A re-run after a crash hands out the same invoice number
*> again, and the failed run may have got further (or fewer)
*> lines into it than this one will - so every row already on
*> file under the number is deleted before the first new one
*> is written, and the history only ever holds what was
*> finally issued
ClearInvoiceHistory.
       MOVE ZERO TO HistLineSeq
       MOVE 'N' TO HistScanStatus
       MOVE CurrentInvNum TO IhInvNum
       MOVE ZERO TO IhLineSeq
       START InvHistFile KEY IS NOT LESS THAN IhKey
           INVALID KEY SET HistScanAtEnd TO TRUE
       END-START
       PERFORM ClearOneHistoryRow UNTIL HistScanAtEnd.

ClearOneHistoryRow.
       READ InvHistFile NEXT RECORD
           AT END SET HistScanAtEnd TO TRUE
           NOT AT END
               IF IhInvNum NOT = CurrentInvNum
                   SET HistScanAtEnd TO TRUE
               ELSE
                   DELETE InvHistFile RECORD
                       INVALID KEY DISPLAY "CUSTINV : history row "
                           IhInvNum "/" IhLineSeq " not cleared"
                   END-DELETE
               END-IF
       END-READ
       PERFORM CheckInvHistFileStatus.

*> Blanks the history record and stamps it with the next line
*> sequence and everything every row of this invoice shares -
*> the caller fills in the line itself and writes it. Called
*> right after the line is priced, so ExtendedPrice and
*> EffectivePrice are the figures that were just printed
StartHistoryLine.
       IF HistLineSeq = 999
           DISPLAY "CUSTINV : invoice " CurrentInvNum
               " has more than 999 lines - widen IhLineSeq"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO HistLineSeq
       PERFORM ClearHistoryRow
       MOVE HistLineSeq TO IhLineSeq
       MOVE EffectivePrice TO IhUnitPrice
       MOVE ExtendedPrice TO IhExtPrice.

ClearHistoryRow.
       MOVE CurrentInvNum TO IhInvNum
       MOVE ZERO TO IhLineSeq
       MOVE SPACE TO IhRecType
       MOVE CurrentCustID TO IhIDNum
       MOVE InvoiceDate TO IhInvDate
       MOVE CustTaxJuris TO IhTaxJuris
       MOVE TaxRateValue TO IhTaxRate
       MOVE ZERO TO IhTaxAmount
       MOVE SPACES TO IhProdName
       MOVE SPACE TO IhSize
       MOVE ZERO TO IhQty
       MOVE ZERO TO IhOrdDate
       MOVE ZERO TO IhUnitPrice
       MOVE ZERO TO IhExtPrice
       MOVE SPACES TO IhFirstName
       MOVE SPACES TO IhLastName
       MOVE SPACES TO IhAddress
       MOVE ZERO TO IhFirstPage
       MOVE ZERO TO IhSubTotal
       MOVE ZERO TO IhGrandTotal.

*> Line 000 : the bill-to block as it was printed and the
*> totals as they were billed. Written last, once the totals
*> are known, but it still reads back first in key order
WriteHistoryHeader.
       PERFORM ClearHistoryRow
       MOVE 'H' TO IhRecType
       MOVE FirstName TO IhFirstName
       MOVE LastName TO IhLastName
       MOVE CustAddress TO IhAddress
       MOVE InvFirstPage TO IhFirstPage
       MOVE InvoiceSubTotal TO IhSubTotal
       MOVE InvoiceTax TO IhTaxAmount
       MOVE InvoiceGrandTotal TO IhGrandTotal
       PERFORM WriteHistoryRow.

*> ClearInvoiceHistory has already emptied the number, so a
*> duplicate key here means the file is not what it should be
WriteHistoryRow.
       WRITE InvHistData
           INVALID KEY
               DISPLAY "CUSTINV : history row " IhInvNum "/"
                   IhLineSeq " already on file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           NOT INVALID KEY
               PERFORM CheckInvHistFileStatus
       END-WRITE.

*> Reports which file and which status code on any failure -
*> "35" (no orders yet) is handled by RunInvoices itself, so
*> anything else here is the real error case
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by OpenInvoiceFiles
*> itself, so anything else here is the real error case
CheckInvHistFileStatus.
       IF NOT InvHistFileOK AND NOT InvHistFileNotFound
           DISPLAY "CUSTINV : InvHistFile error, status "
               InvHistFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
