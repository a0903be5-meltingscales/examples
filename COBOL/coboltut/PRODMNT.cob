*> for tutorial11's product master. Until now the only stock
*> the system ever had was the 100 units SeedProductFile
*> hardcodes for the two shirts, and the only direction
*> on-hand ever moved was down : tutorial11 and ORDLOAD
*> subtract orders, REORDRPT reports the shortage, and nothing
*> books the delivery back in. This adds a product, changes a
*> price, and receives delivered stock into on-hand, with
*> every receipt appended to StockRcpt.log so the reorder cycle
*> can see why on-hand moved.
*> On-hand is carried by size on prodstk.dat : a new product
*> gets a row at zero for each size, Get Product shows each
*> size, and a delivery is booked into the size the PO line
*> ordered.
*> A delivery is always booked against the purchase order line
*> POMAINT raised for it on purchord.dat. Receiving adds to the
*> line's received quantity, flags a delivery that comes in
*> over what was still due, and on a short delivery asks
*> whether the rest is still coming - leaving the line
*> Partially received - or the line is to be closed short.
*> Stock that arrives goes to the customers waiting on it
*> first : the product's open backorders on backordr.dat are
*> filled oldest first out of the delivery, each fill written
*> to orders.txt as an ordinary order dated today and drawn
*> off on-hand the way tutorial11 draws an order down, until
*> the backorders or the stock run out.
*> Every price set here - at add or at change - also lands in
*> the prodrate.dat price history with the date it took effect,
*> so CUSTINV can bill each order at the price that was in
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
*> The stock carried of each product in each size - what
*> receiving adds to and backorder fills draw down
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
*> Sequential log of every receipt, so a disputed on-hand
*> figure can be traced back to the deliveries behind it
       SELECT ReceiptLog ASSIGN TO "StockRcpt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.
*> POMAINT's purchase orders - each delivery is received
*> against one line, and the line's received quantity and
*> status updated
       SELECT PurchOrderFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PoKey
           FILE STATUS IS PurchOrderFileStatus.
*> The backorders tutorial11 and ORDLOAD took, walked in key
*> order - oldest first - when a receipt comes in
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
*> The order log - each backorder filled lands here as an
*> order, the same as one taken at the terminal
       SELECT OrderDetail ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderFileStatus.
*> The price history - one row per rate, keyed by product and
*> the date the rate took effect. DYNAMIC so a price change
*> can also START/READ NEXT to see whether the product has any
FD ProductFile.
       COPY "custprod.cpy".

FD StockFile.
       COPY "custstk.cpy".

FD ReceiptLog.
       COPY "custrcpt.cpy".

FD RateFile.
       COPY "custprat.cpy".

FD PurchOrderFile.
       COPY "custpord.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

FD OrderDetail.
       COPY "custord.cpy".

WORKING-STORAGE SECTION.
       *> Product menu choice
       01 Choice PIC 9.
       *> on-hand as it was before the receipt for the log
       01 ReceivedQty PIC 9(5).
       01 PriorOnHand PIC 9(5).
       *> The size being received, and whether its stock row
       *> is already on prodstk.dat or has to be written
       01 ReceiveSize PIC X.
           88 ValidSize VALUES 'S' 'M' 'L'.
       01 StockExists PIC X.
       *> The sizes every product is stocked in - a new product
       *> gets a row for each, and Get Product shows each
       01 SizeList PIC X(3) VALUE "SML".
       01 FILLER REDEFINES SizeList.
           02 SizeCode PIC X OCCURS 3 TIMES.
       01 SizeIdx PIC 9.
       *> The PO line the delivery is received against, what
       *> was still due on it, and how the delivery compared
       01 ReceivePONum PIC 9(06).
       01 ReceivePOLine PIC 9(03).
       01 POLineExists PIC X.
       01 QtyOutstanding PIC 9(5).
       01 ReceiptFlag PIC X.
           88 ReceiptExact VALUE SPACE.
           88 ReceiptOver VALUE 'O'.
           88 ReceiptPart VALUE 'P'.
           88 ReceiptClosedShort VALUE 'U'.
       01 ConfirmAnswer PIC X.
       *> How much of the backorder being filled the stock on
       *> hand will cover
       01 FillQty PIC 9(03).
       01 FillDate PIC 9(08).
       01 BackorderEOF PIC X.
           88 EOFBackorders VALUE 'Y'.
       01 ReceiptAccepted PIC X.
           88 ReceiptAcceptedFlag VALUE 'Y'.
       *> New price entered for a price change, and the price
       *> it replaces - kept so the product's first-ever change
       *> can back-fill the history with the outgoing rate
       01 ProductFileStatus PIC XX VALUE "00".
           88 ProductFileOK VALUE "00".
           88 ProductFileNotFound VALUE "35".
       *> "35" means prodstk.dat doesn't exist yet - created
       *> empty at start-up, the same as products.txt
       01 StockFileStatus PIC XX VALUE "00".
           88 StockFileOK VALUE "00".
           88 StockFileNotFound VALUE "35".
       *> "35" means StockRcpt.log doesn't exist yet, which is
       *> normal the first time a delivery is booked in
       01 ReceiptLogStatus PIC XX VALUE "00".
       01 RateFileStatus PIC XX VALUE "00".
           88 RateFileOK VALUE "00".
           88 RateFileNotFound VALUE "35".
       *> "35" means purchord.dat doesn't exist yet - nothing
       *> has been ordered, so there is nothing to receive
       01 PurchOrderFileStatus PIC XX VALUE "00".
           88 PurchOrderFileOK VALUE "00".
           88 PurchOrderFileNotFound VALUE "35".
       *> "35" means backordr.dat doesn't exist yet - nobody
       *> has ever been backordered, so there is nothing to fill
       01 BackorderFileStatus PIC XX VALUE "00".
           88 BackorderFileOK VALUES "00" "10".
           88 BackorderFileNotFound VALUE "35".
       *> "35" means orders.txt doesn't exist yet
       01 OrderFileStatus PIC XX VALUE "00".
           88 OrderFileOK VALUE "00".
           88 OrderFileNotFound VALUE "35".

PROCEDURE DIVISION.
StartPara.
           OPEN I-O RateFile
       END-IF
       PERFORM CheckRateFileStatus.
       OPEN I-O StockFile.
       IF StockFileNotFound
           OPEN OUTPUT StockFile
           CLOSE StockFile
           OPEN I-O StockFile
       END-IF
       PERFORM CheckStockFileStatus.
       PERFORM UNTIL StayOpen='N'
           DISPLAY " "
           DISPLAY "PRODUCT RECORDS"
       PERFORM CheckProductFileStatus
       CLOSE RateFile
       PERFORM CheckRateFileStatus
       CLOSE StockFile
       PERFORM CheckStockFileStatus
       STOP RUN.

*> One sign-on attempt : OPERSIGN checks the entered ID against
       CALL "OPERSIGN" USING OperatorID, OperLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> A new product starts with nothing on hand in any size -
*> stock arrives through Receive Stock, never by typing an
*> opening figure nobody can trace. WRITE's own key problem
*> (name already on file) is reported through INVALID KEY
AddProd.
       DISPLAY " ".
       DISPLAY "Enter Product Name : " WITH NO ADVANCING.
       ACCEPT ProdName.
       DISPLAY "Enter Price : " WITH NO ADVANCING.
       ACCEPT ProdPrice.
       WRITE ProductData
           INVALID KEY DISPLAY "Product Already On File"
           NOT INVALID KEY
               PERFORM CheckProductFileStatus
               PERFORM WriteRateHistory
               PERFORM AddZeroStockRow
                   VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
               DISPLAY "Product Added"
       END-WRITE.

*> A size left over from an earlier product of the same name
*> keeps whatever it had - only a missing row is written
AddZeroStockRow.
       MOVE ProdName TO StkProdName.
       MOVE SizeCode(SizeIdx) TO StkSize.
       MOVE ZERO TO StkQtyOnHand.
       WRITE StockData
           INVALID KEY CONTINUE
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
       END-WRITE.

ChangePrice.
       MOVE 'Y' TO ProdExists.
       DISPLAY " ".

*> Books a delivery into the on-hand figure - the one place in
*> the system stock goes IN, the mirror of tutorial11's
*> RelieveProductOnHand taking it out. The delivery is
*> received against the purchase order line it was ordered
*> on, so the product comes off the line, not off the keyboard
ReceiveStock.
       DISPLAY " ".
       OPEN I-O PurchOrderFile.
       IF PurchOrderFileNotFound
           DISPLAY "No Purchase Orders On File - Raise One In POMAINT"
       ELSE
           PERFORM CheckPurchOrderFileStatus
           PERFORM ReceiveAgainstPOLine
           CLOSE PurchOrderFile
           PERFORM CheckPurchOrderFileStatus
       END-IF.

ReceiveAgainstPOLine.
       MOVE 'Y' TO POLineExists.
       DISPLAY "Enter PO Number : " WITH NO ADVANCING.
       ACCEPT ReceivePONum.
       DISPLAY "Enter PO Line : " WITH NO ADVANCING.
       ACCEPT ReceivePOLine.
       MOVE ReceivePONum TO PoNum.
       MOVE ReceivePOLine TO PoLine.
       READ PurchOrderFile
           INVALID KEY MOVE 'N' TO POLineExists
           NOT INVALID KEY PERFORM CheckPurchOrderFileStatus
       END-READ.
       IF POLineExists = 'N'
           DISPLAY "PO Line Not On File"
       ELSE
           IF PoClosed
               DISPLAY "PO Line Is Closed - Nothing More Is Due"
           ELSE
               PERFORM ReceiveStockForPOLine
           END-IF
       END-IF.

ReceiveStockForPOLine.
       MOVE 'Y' TO ProdExists.
       MOVE PoProdName TO ProdName.
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProdExists
           NOT INVALID KEY PERFORM CheckProductFileStatus
       END-READ.
       IF ProdExists='N'
           DISPLAY "Product " PoProdName " Doesn't Exist"
       ELSE
           MOVE PoSize TO ReceiveSize
           IF NOT ValidSize
               DISPLAY "PO Line Size Is Not S, M Or L - Nothing "
                   "Received"
           ELSE
               PERFORM ReceiveSizeForPOLine
           END-IF
       END-IF.

ReceiveSizeForPOLine.
       PERFORM ReadStockRow.
       IF PoQtyReceived < PoQtyOrdered
           COMPUTE QtyOutstanding = PoQtyOrdered - PoQtyReceived
       ELSE
           MOVE ZERO TO QtyOutstanding
       END-IF.
       DISPLAY "Supplier : " PoSupID "  Product : " PoProdName
           "  Size : " ReceiveSize.
       DISPLAY "Ordered " PoQtyOrdered "  Received So Far "
           PoQtyReceived "  Still Due " QtyOutstanding.
       DISPLAY "On Hand Now : " StkQtyOnHand.
       DISPLAY "Enter Quantity Received : " WITH NO ADVANCING.
       ACCEPT ReceivedQty.
       IF ReceivedQty = ZERO
           DISPLAY "No Quantity Entered - Nothing Received"
       ELSE
           PERFORM CompareReceiptToPOLine
           IF ReceiptAcceptedFlag
               PERFORM BookReceipt
           END-IF
       END-IF.

*> A size with no row yet has nothing on hand - the receipt
*> writes the row rather than rewriting it
ReadStockRow.
       MOVE 'Y' TO StockExists.
       MOVE ProdName TO StkProdName.
       MOVE ReceiveSize TO StkSize.
       READ StockFile
           INVALID KEY MOVE 'N' TO StockExists
           NOT INVALID KEY PERFORM CheckStockFileStatus
       END-READ.
       IF StockExists = 'N'
           MOVE ProdName TO StkProdName
           MOVE ReceiveSize TO StkSize
           MOVE ZERO TO StkQtyOnHand
       END-IF.

*> Exactly the balance closes the line; more than the balance
*> is flagged as an over-receipt and, once confirmed, closes
*> it too. Less than the balance either leaves the line open
*> for the rest or closes it short on the receiver's word
CompareReceiptToPOLine.
       MOVE 'Y' TO ReceiptAccepted.
       EVALUATE TRUE
           WHEN ReceivedQty = QtyOutstanding
               SET ReceiptExact TO TRUE
               MOVE 'C' TO PoStatus
           WHEN ReceivedQty > QtyOutstanding
               DISPLAY "Over-Receipt - Only " QtyOutstanding
                   " Still Due On This Line"
               DISPLAY "Accept The Over-Receipt (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT ConfirmAnswer
               IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
                   SET ReceiptOver TO TRUE
                   MOVE 'C' TO PoStatus
               ELSE
                   MOVE 'N' TO ReceiptAccepted
                   DISPLAY "Nothing Received"
               END-IF
           WHEN OTHER
               DISPLAY "Under-Receipt - " QtyOutstanding
                   " Still Due On This Line"
               DISPLAY "Close The Line Short (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT ConfirmAnswer
               IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
                   SET ReceiptClosedShort TO TRUE
                   MOVE 'C' TO PoStatus
               ELSE
                   SET ReceiptPart TO TRUE
                   MOVE 'P' TO PoStatus
               END-IF
       END-EVALUATE.

BookReceipt.
       ADD ReceivedQty TO PoQtyReceived.
       REWRITE PurchOrderData
           INVALID KEY DISPLAY "PO Line Not Updated"
           NOT INVALID KEY
               PERFORM CheckPurchOrderFileStatus
               MOVE StkQtyOnHand TO PriorOnHand
               ADD ReceivedQty TO StkQtyOnHand
               PERFORM WriteStockRow
       END-REWRITE.

WriteStockRow.
       IF StockExists = 'N'
           WRITE StockData
               INVALID KEY DISPLAY "Stock Not Updated"
               NOT INVALID KEY
                   PERFORM CheckStockFileStatus
                   PERFORM ReceiptBookedToStock
           END-WRITE
       ELSE
           REWRITE StockData
               INVALID KEY DISPLAY "Stock Not Updated"
               NOT INVALID KEY
                   PERFORM CheckStockFileStatus
                   PERFORM ReceiptBookedToStock
           END-REWRITE
       END-IF.

ReceiptBookedToStock.
       MOVE 'Y' TO StockExists.
       PERFORM WriteReceiptRecord.
       DISPLAY "Received - " StkSize " On Hand Now " StkQtyOnHand.
       PERFORM FillBackorders.

*> Walks backordr.dat oldest first, filling the open
*> backorders for this product in this size out of what is
*> now on hand of it
FillBackorders.
       MOVE 'N' TO BackorderEOF.
       OPEN I-O BackorderFile.
       IF NOT BackorderFileNotFound
           PERFORM CheckBackorderFileStatus
           ACCEPT FillDate FROM DATE YYYYMMDD
           MOVE ZEROS TO BkoKey
           START BackorderFile KEY IS NOT LESS THAN BkoKey
               INVALID KEY SET EOFBackorders TO TRUE
           END-START
           PERFORM FillNextBackorder
               UNTIL EOFBackorders OR StkQtyOnHand = ZERO
           CLOSE BackorderFile
           PERFORM CheckBackorderFileStatus
       END-IF.

FillNextBackorder.
       READ BackorderFile NEXT RECORD
           AT END SET EOFBackorders TO TRUE
           NOT AT END
               PERFORM CheckBackorderFileStatus
               IF BkoOpen AND BkoProdName = StkProdName
                       AND BkoSize = StkSize
                   PERFORM FillOneBackorder
               END-IF
       END-READ.

*> As much of the backorder as the stock covers becomes an
*> order today and comes off on-hand; the backorder is Filled
*> once nothing more is owed on it, and otherwise waits open
*> for the next delivery
FillOneBackorder.
       IF BkoQtyOpen > StkQtyOnHand
           MOVE StkQtyOnHand TO FillQty
       ELSE
           MOVE BkoQtyOpen TO FillQty
       END-IF.
       MOVE BkoIDNum TO OrdIDNum.
       MOVE BkoProdName TO OrdProdName.
       MOVE BkoSize TO OrdSize.
       MOVE FillQty TO OrdQty.
       MOVE FillDate TO OrdDate.
       MOVE OperatorID TO OrdOperator.
       PERFORM WriteOrderDetail.
       SUBTRACT FillQty FROM StkQtyOnHand.
       REWRITE StockData
           INVALID KEY DISPLAY "Stock Not Updated"
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
       END-REWRITE.
       SUBTRACT FillQty FROM BkoQtyOpen.
       IF BkoQtyOpen = ZERO
           MOVE 'F' TO BkoStatus
       END-IF.
       MOVE FillDate TO BkoLastDate.
       MOVE OperatorID TO BkoLastOperator.
       REWRITE BackorderData
           INVALID KEY DISPLAY "Backorder Not Updated"
           NOT INVALID KEY
               PERFORM CheckBackorderFileStatus
       END-REWRITE.
       IF BkoFilled
           DISPLAY "Backorder Filled - Customer " BkoIDNum " "
               BkoSize " Qty " FillQty
       ELSE
           DISPLAY "Backorder Part Filled - Customer " BkoIDNum " "
               BkoSize " Qty " FillQty " Still Owed " BkoQtyOpen
       END-IF.

*> Appends the filled backorder to the permanent order log -
*> same open/extend shape as tutorial11's WriteOrderDetail
WriteOrderDetail.
       OPEN EXTEND OrderDetail.
       IF OrderFileNotFound
           OPEN OUTPUT OrderDetail
       END-IF
       WRITE OrderDetailData
       PERFORM CheckOrderFileStatus
       CLOSE OrderDetail
       PERFORM CheckOrderFileStatus.

GetProd.
       MOVE 'Y' TO ProdExists.
       DISPLAY " ".
           MOVE ProdPrice TO PrnPrice
           DISPLAY "Product : " ProdName
           DISPLAY "Price : " PrnPrice
           PERFORM ShowSizeOnHand
               VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
       END-IF.

ShowSizeOnHand.
       MOVE ProdName TO StkProdName.
       MOVE SizeCode(SizeIdx) TO StkSize.
       READ StockFile
           INVALID KEY MOVE ZERO TO StkQtyOnHand
       END-READ.
       DISPLAY "On Hand " SizeCode(SizeIdx) " : " StkQtyOnHand.

*> The first change a product ever gets must not orphan the
*> orders taken at the outgoing price : with no history rows
*> yet, only (today, new price) would exist and CUSTINV's
*> just booked in, who booked it and when - same open/extend
*> shape tutorial10 uses for CustAudit.log
WriteReceiptRecord.
       MOVE StkProdName TO RcpProdName.
       MOVE StkSize TO RcpSize.
       MOVE ReceivedQty TO RcpQty.
       MOVE PriorOnHand TO RcpOldOnHand.
       MOVE StkQtyOnHand TO RcpNewOnHand.
       MOVE OperatorID TO RcpOperator.
       ACCEPT RcpDate FROM DATE YYYYMMDD.
       ACCEPT RcpTime FROM TIME.
       MOVE PoNum TO RcpPONum.
       MOVE PoLine TO RcpPOLine.
       MOVE ReceiptFlag TO RcpFlag.
       OPEN EXTEND ReceiptLog.
       IF ReceiptLogNotFound
           OPEN OUTPUT ReceiptLog
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by StartPara itself,
*> so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "PRODMNT : StockFile error, status "
               StockFileStatus
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by StartPara itself,
*> so anything else here is the real error case
CheckRateFileStatus.
           STOP RUN
       END-IF.

*> "35" on the OPEN is handled by ReceiveStock itself, so
*> anything else here is the real error case
CheckPurchOrderFileStatus.
       IF NOT PurchOrderFileOK AND NOT PurchOrderFileNotFound
           DISPLAY "PRODMNT : PurchOrderFile error, status "
               PurchOrderFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN is handled by FillBackorders itself, so
*> anything else here is the real error case
CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "PRODMNT : BackorderFile error, status "
               BackorderFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN EXTEND is handled by WriteOrderDetail
*> itself, so anything else here is the real error case
CheckOrderFileStatus.
       IF NOT OrderFileOK AND NOT OrderFileNotFound
           DISPLAY "PRODMNT : OrderDetail error, status "
               OrderFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN EXTEND is handled by WriteReceiptRecord
*> itself, so anything else here is the real error case
CheckReceiptLogStatus.
