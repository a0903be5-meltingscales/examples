*> and stays that way - when a customer sends shirts back the
*> clerk picks the original order off the customer's order
*> history, the return is recorded against it in returns.txt,
*> and the returned quantity goes back on hand in the size
*> returned, on prodstk.dat, the same way tutorial11's
*> RelieveProductOnHand took it out.
*> CUSTINV nets recorded returns off the next invoice run as
*> credit lines. A partial return is any clerk's work; a full
*> cancellation of what's left on the order is supervisor-only,
*> the same way tutorial10 gates DeleteCust. Prior returns
*> against the same order are summed first so the same shirts
*> can't be returned twice.
*> A customer who no longer wants what they are waiting for
*> can have a backorder cancelled here too : the clerk picks
*> it off the customer's open backorders on backordr.dat and
*> whatever is still owed on it is cancelled. Nothing on a
*> backorder has shipped or been billed, so there is no
*> return to record and no stock to put back.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT OrderDetail ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderFileStatus.
*> tutorial11's product master, read-only - a product removed
*> from it since the order can't be restocked
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
*> The stock of each product in each size - I-O because the
*> returned quantity goes back on hand
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
*> Every return recorded is appended here as a permanent
*> record, the same way every order lands in orders.txt
       SELECT ReturnFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReturnFileStatus.

*> The backorders tutorial11 and ORDLOAD took - the picked
*> one is read back by key and cancelled
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
FD ProductFile.
       COPY "custprod.cpy".

FD StockFile.
       COPY "custstk.cpy".

FD ReturnFile.
       COPY "custrtrn.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

WORKING-STORAGE SECTION.
*> Who is recording returns this session - verified against
*> the operator master by OPERSIGN; the supervisor level gates
01 ReturnableQty PIC 9(5).
01 ReturnQty PIC 9(3).
01 ReturnTypeAns PIC X.
01 ReturnModeAns PIC X.

*> The customer's open backorders, gathered the same way as
*> their order lines so the clerk can pick the one to cancel
01 BackorderPickTable.
       02 BkpEntry OCCURS 100 TIMES INDEXED BY BkpIdx.
           03 BkpKey PIC X(18).
           03 BkpProdName PIC X(10).
           03 BkpSize PIC X.
           03 BkpQtyOpen PIC 9(03).
           03 BkpOrdDate PIC 9(08).
01 BkpCount PIC 9(3) VALUE ZERO.
01 BkpChoice PIC 9(3).
01 BackorderEOF PIC X VALUE 'N'.
       88 EOFBackorders VALUE 'Y'.
01 CancelAnswer PIC X.

*> "35" means orders.txt doesn't exist yet : no order has ever
*> been taken, so there is nothing to return
       88 OrderFileNotFound VALUE "35".
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
*> "35" means prodstk.dat doesn't exist yet - the first
*> restock creates it
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUE "00".
       88 StockFileNotFound VALUE "35".
*> "35" means returns.txt doesn't exist yet, which is normal
*> until the first return is ever recorded
01 ReturnFileStatus PIC XX VALUE "00".
       88 ReturnFileOK VALUES "00" "10".
       88 ReturnFileNotFound VALUE "35".
*> "35" means backordr.dat doesn't exist yet : nobody has ever
*> been backordered
01 BackorderFileStatus PIC XX VALUE "00".
       88 BackorderFileOK VALUES "00" "10".
       88 BackorderFileNotFound VALUE "35".

PROCEDURE DIVISION.
RecordReturn.
       ACCEPT ReturnCustID.
       PERFORM LookUpReturnCustomer.
       IF ReturnCustExists
           DISPLAY "O = Return Or Cancel An Order, "
               "B = Cancel A Backorder : " WITH NO ADVANCING
           ACCEPT ReturnModeAns
           IF ReturnModeAns = 'B' OR ReturnModeAns = 'b'
               PERFORM CancelBackorder
           ELSE
               PERFORM ListCustomerOrders
               IF PickCount = ZERO
                   DISPLAY "No Orders On File For This Customer"
               ELSE
                   PERFORM PickOrderToReturn
               END-IF
           END-IF
       END-IF.
       STOP RUN.
       DISPLAY "Return Recorded".

*> The mirror of tutorial11's RelieveProductOnHand : the
*> returned quantity goes back into the on-hand figure for
*> the size returned. A product that has since been removed
*> from the master can't be restocked, but the return itself
*> stands on record
RestockProductOnHand.
       OPEN INPUT ProductFile.
       PERFORM CheckProductFileStatus.
       MOVE PickProdName(PickIdx) TO ProdName.
       READ ProductFile
               DISPLAY "Product No Longer On Master - Not Restocked"
           NOT INVALID KEY
               PERFORM CheckProductFileStatus
               PERFORM RestockSizeOnHand
       END-READ.
       CLOSE ProductFile.
       PERFORM CheckProductFileStatus.

*> A size with no row yet - nothing was ever stocked in it
*> here - gets one holding just what came back
RestockSizeOnHand.
       OPEN I-O StockFile.
       IF StockFileNotFound
           OPEN OUTPUT StockFile
           CLOSE StockFile
           OPEN I-O StockFile
       END-IF
       PERFORM CheckStockFileStatus.
       MOVE PickProdName(PickIdx) TO StkProdName.
       MOVE PickSize(PickIdx) TO StkSize.
       READ StockFile
           INVALID KEY
               MOVE PickProdName(PickIdx) TO StkProdName
               MOVE PickSize(PickIdx) TO StkSize
               MOVE ReturnQty TO StkQtyOnHand
               WRITE StockData
                   INVALID KEY DISPLAY "Stock Not Updated"
                   NOT INVALID KEY
                       PERFORM CheckStockFileStatus
                       PERFORM DisplayRestocked
               END-WRITE
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
               ADD ReturnQty TO StkQtyOnHand
               REWRITE StockData
                   INVALID KEY DISPLAY "Stock Not Updated"
                   NOT INVALID KEY
                       PERFORM CheckStockFileStatus
                       PERFORM DisplayRestocked
               END-REWRITE
       END-READ.
       CLOSE StockFile.
       PERFORM CheckStockFileStatus.

DisplayRestocked.
       DISPLAY "Restocked - " StkProdName " " StkSize " now "
           StkQtyOnHand " on hand".

*> Lists the customer's open backorders, oldest first, and
*> cancels the one the clerk picks
CancelBackorder.
       MOVE ZERO TO BkpCount.
       MOVE 'N' TO BackorderEOF.
       OPEN I-O BackorderFile.
       IF BackorderFileNotFound
           DISPLAY "No Backorders On File"
       ELSE
           PERFORM CheckBackorderFileStatus
           MOVE ZEROS TO BkoKey
           START BackorderFile KEY IS NOT LESS THAN BkoKey
               INVALID KEY SET EOFBackorders TO TRUE
           END-START
           PERFORM GatherOneBackorder UNTIL EOFBackorders
           IF BkpCount = ZERO
               DISPLAY "No Open Backorders For This Customer"
           ELSE
               PERFORM PickBackorderToCancel
           END-IF
           CLOSE BackorderFile
           PERFORM CheckBackorderFileStatus
       END-IF.

GatherOneBackorder.
       READ BackorderFile NEXT RECORD
           AT END SET EOFBackorders TO TRUE
           NOT AT END
               PERFORM CheckBackorderFileStatus
               IF BkoIDNum = ReturnCustID AND BkoOpen
                   ADD 1 TO BkpCount
                   IF BkpCount > 100
                       DISPLAY "ORDRTRN : too many open backorders for "
                           "one customer - widen BackorderPick"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET BkpIdx TO BkpCount
                   MOVE BkoKey TO BkpKey(BkpIdx)
                   MOVE BkoProdName TO BkpProdName(BkpIdx)
                   MOVE BkoSize TO BkpSize(BkpIdx)
                   MOVE BkoQtyOpen TO BkpQtyOpen(BkpIdx)
                   MOVE BkoOrdDate TO BkpOrdDate(BkpIdx)
                   MOVE BkpCount TO PickSeq
                   DISPLAY PickSeq " : " BkoProdName " " BkoSize
                       " Owed " BkoQtyOpen " Ordered " BkoOrdDate
               END-IF
       END-READ.

PickBackorderToCancel.
       DISPLAY "Enter Backorder Number to Cancel (or 0 to skip) : "
           WITH NO ADVANCING.
       ACCEPT BkpChoice.
       IF BkpChoice = ZERO
           CONTINUE
       ELSE
           IF BkpChoice > BkpCount
               DISPLAY "No Such Backorder"
           ELSE
               SET BkpIdx TO BkpChoice
               DISPLAY "Cancel " BkpQtyOpen(BkpIdx) " "
                   BkpProdName(BkpIdx) " " BkpSize(BkpIdx)
                   " (Y/N) : " WITH NO ADVANCING
               ACCEPT CancelAnswer
               IF CancelAnswer = 'Y' OR CancelAnswer = 'y'
                   PERFORM CancelPickedBackorder
               ELSE
                   DISPLAY "Nothing Cancelled"
               END-IF
           END-IF
       END-IF.

*> Read back by key in case a receipt filled some of it since
*> the list was shown - only what is still owed is cancelled
CancelPickedBackorder.
       MOVE BkpKey(BkpIdx) TO BkoKey.
       READ BackorderFile
           INVALID KEY DISPLAY "Backorder No Longer On File"
           NOT INVALID KEY
               PERFORM CheckBackorderFileStatus
               IF NOT BkoOpen
                   DISPLAY "Backorder Already Filled Or Cancelled"
               ELSE
                   MOVE 'C' TO BkoStatus
                   ACCEPT BkoLastDate FROM DATE YYYYMMDD
                   MOVE OperatorID TO BkoLastOperator
                   REWRITE BackorderData
                       INVALID KEY DISPLAY "Backorder Not Updated"
                       NOT INVALID KEY
                           PERFORM CheckBackorderFileStatus
                           DISPLAY "Backorder Cancelled - "
                               BkoQtyOpen " No Longer Owed"
                   END-REWRITE
               END-IF
       END-READ.

*> Reports which file and which status code on any failure
CheckCustomerFileStatus.
       IF NOT CustomerFileOK
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by RestockSizeOnHand
*> itself, so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "ORDRTRN : StockFile error, status "
               StockFileStatus
           STOP RUN
       END-IF.

*> "35" (no returns yet) is handled by SumPriorReturns and
*> RecordReturnLine themselves, so anything else here is the
*> real error case
               ReturnFileStatus
           STOP RUN
       END-IF.

*> "35" (no backorders yet) is handled by CancelBackorder
*> itself, so anything else here is the real error case
CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "ORDRTRN : BackorderFile error, status "
               BackorderFileStatus
           STOP RUN
       END-IF.
