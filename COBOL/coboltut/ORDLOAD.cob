*> so the clerk stops re-keying forty minutes of orders through
*> tutorial11's prompts. Every line gets the same checks
*> TakeOrder applies interactively - the customer must exist on
*> tutorial10's master and pass CREDCHK's credit check (there is
*> no supervisor at the web store to override a refusal, so a
*> delinquent account's line is simply rejected and logged to
*> CreditHold.log), the product must exist on tutorial11's
*> master, and the size and quantity must be sane. Good lines
*> are appended to orders.txt and draw the on-hand of the
*> product in the size ordered down on prodstk.dat exactly as
*> an interactive order would; bad lines go to
*> OrdReject.txt with a reason code so the clerk only handles
*> exceptions. A line that wants more than is on hand is no
*> longer rejected : what is on hand ships, and the short
*> quantity goes on backordr.dat for PRODMNT to fill when the
*> stock arrives - the same thing the clerk offers at the
*> terminal, and web customers always want to wait. Counts of
*> read/accepted/backordered/rejected are displayed at end of
*> run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       SELECT WebOrderFile ASSIGN TO "weborders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WebFileStatus.
*> tutorial11's product master, read-only, so an order can't
*> be loaded for a product that doesn't exist
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
*> The stock of each product in each size - I-O because
*> accepted orders draw the on-hand down, the same as an
*> interactive order
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
*> tutorial10's customer master, read-only, so an order can't
*> be loaded against a customer that doesn't exist
       SELECT CustomerFile ASSIGN TO "customers.txt"
       SELECT RejectFile ASSIGN TO "OrdReject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectFileStatus.
*> Every line refused on credit, the same trail tutorial11's
*> refusals and overrides go to
       SELECT CreditLog ASSIGN TO "CreditHold.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CreditLogStatus.
*> The short quantity of each line that wants more than is on
*> hand - the same backorder file tutorial11 writes to
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
*> SUPPMNT's supply terms - read-only here, for each product's
*> own reorder point
       SELECT SupplyFile ASSIGN TO "prodsupp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PsuProdName
           FILE STATUS IS SupplyFileStatus.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY "custprod.cpy".

FD StockFile.
       COPY "custstk.cpy".

FD CustomerFile.
       COPY "custmast.cpy".

FD RejectFile.
01 RejectData PIC X(30).

FD CreditLog.
       COPY "custchld.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

WORKING-STORAGE SECTION.
*> The reject line : reason code first so the clerk can sort
*> the exceptions, then the offending input line as exported
*> Reason codes written to OrdReject.txt :
*> CUST - customer not on master   PROD - product not on master
*> SIZE - size not S, M or L       QTY  - quantity missing/zero
*> CRED - account on credit hold
*> (STCK - more than on hand - is no longer written; the short
*> quantity is backordered instead)
01 RejectReasonCode PIC X(4).

*> What CREDCHK says about the customer - spaces for credit
*> OK, otherwise HOLD, AGED or LIMT - with their open balance
01 CreditResult PIC X(4).
01 CreditOpenBalance PIC 9(9)V99.
01 CreditResultMsg PIC X(40).

*> How much of a good line ships today and how much waits on
*> backordr.dat for the stock to arrive
01 ShipQty PIC 9(03).
01 BackorderQty PIC 9(03).
01 BackorderWritten PIC X.
       88 BackorderWrittenFlag VALUE 'Y'.

*> A size with no row on prodstk.dat has nothing on hand
01 StockExists PIC X.

01 LineGood PIC X.
       88 LineGoodFlag VALUE 'Y'.
01 WebEOF PIC X VALUE 'N'.
       88 EOFWeb VALUE 'Y'.

*> When an accepted order draws a product's on-hand below its
*> reorder point, say so - same trigger tutorial11 warns the
*> clerk at. The point comes off the product's supply terms;
*> a product with no terms uses the default REORDRPT uses
01 DefaultReorderPoint PIC 9(5) VALUE 25.
01 ReorderPoint PIC 9(5).

*> Who is running the load - verified against the operator
*> master by OPERSIGN, same sign-on tutorial11's order taking
*> End-of-day counts for the operator
01 OrdersRead PIC 9(5) VALUE ZERO.
01 OrdersAccepted PIC 9(5) VALUE ZERO.
01 OrdersBackordered PIC 9(5) VALUE ZERO.
01 OrdersRejected PIC 9(5) VALUE ZERO.

*> "00" is success and "10" is a clean end of file - anything
       88 WebFileNotFound VALUE "35".
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
*> "35" means prodstk.dat doesn't exist yet - nothing has ever
*> been stocked, so every line is backordered in full
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUE "00".
       88 StockFileNotFound VALUE "35".
01 CustomerFileStatus PIC XX VALUE "00".
       88 CustomerFileOK VALUE "00".
*> "35" means orders.txt doesn't exist yet, which just means
       88 OrderFileNotFound VALUE "35".
01 RejectFileStatus PIC XX VALUE "00".
       88 RejectFileOK VALUE "00".
*> "35" means CreditHold.log doesn't exist yet
01 CreditLogStatus PIC XX VALUE "00".
       88 CreditLogOK VALUE "00".
       88 CreditLogNotFound VALUE "35".
*> "35" means nobody has set supply terms for anything yet
01 SupplyFileStatus PIC XX VALUE "00".
       88 SupplyFileOK VALUE "00".
       88 SupplyFileNotFound VALUE "35".
*> "35" means backordr.dat doesn't exist yet - the first
*> backorder ever taken creates it
01 BackorderFileStatus PIC XX VALUE "00".
       88 BackorderFileOK VALUE "00".
       88 BackorderFileNotFound VALUE "35".

PROCEDURE DIVISION.
LoadWebOrders.
       PERFORM CloseLoadFiles
       DISPLAY "Web Orders Read : " OrdersRead
       DISPLAY "Orders Accepted : " OrdersAccepted
       DISPLAY "Orders Backordered : " OrdersBackordered
       DISPLAY "Orders Rejected : " OrdersRejected
       STOP RUN.

           STOP RUN
       END-IF
       PERFORM CheckWebFileStatus
       OPEN INPUT ProductFile
       PERFORM CheckProductFileStatus
       OPEN I-O StockFile
       IF StockFileNotFound
           OPEN OUTPUT StockFile
           CLOSE StockFile
           OPEN I-O StockFile
       END-IF
       PERFORM CheckStockFileStatus
       OPEN INPUT CustomerFile
       PERFORM CheckCustomerFileStatus
       OPEN EXTEND OrderDetail
       END-IF
       PERFORM CheckOrderFileStatus
       OPEN OUTPUT RejectFile
       PERFORM CheckRejectFileStatus
       OPEN EXTEND CreditLog
       IF CreditLogNotFound
           OPEN OUTPUT CreditLog
       END-IF
       PERFORM CheckCreditLogStatus
       OPEN INPUT SupplyFile
       PERFORM CheckSupplyFileStatus
       OPEN I-O BackorderFile
       IF BackorderFileNotFound
           OPEN OUTPUT BackorderFile
           CLOSE BackorderFile
           OPEN I-O BackorderFile
       END-IF
       PERFORM CheckBackorderFileStatus.

CloseLoadFiles.
       CLOSE WebOrderFile
       PERFORM CheckWebFileStatus
       CLOSE ProductFile
       PERFORM CheckProductFileStatus
       CLOSE StockFile
       PERFORM CheckStockFileStatus
       CLOSE CustomerFile
       PERFORM CheckCustomerFileStatus
       CLOSE OrderDetail
       PERFORM CheckOrderFileStatus
       CLOSE RejectFile
       PERFORM CheckRejectFileStatus
       CLOSE CreditLog
       PERFORM CheckCreditLogStatus
       IF NOT SupplyFileNotFound
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
       END-IF
       CLOSE BackorderFile
       PERFORM CheckBackorderFileStatus.

*> One exported line : run the same checks TakeOrder makes at
*> the terminal, in the same order a clerk would hit them, and
       PERFORM ValidateWebOrder
       IF LineGoodFlag
           ADD 1 TO OrdersAccepted
           PERFORM ReadStockRow
           PERFORM SplitShipAndBackorder
           IF ShipQty > ZERO
               PERFORM WriteAcceptedOrder
               PERFORM RelieveProductOnHand
           END-IF
           IF BackorderQty > ZERO
               ADD 1 TO OrdersBackordered
               PERFORM WriteBackorder
           END-IF
       ELSE
           ADD 1 TO OrdersRejected
           MOVE RejectReasonCode TO RejReason
       MOVE SPACES TO RejectReasonCode
       PERFORM CheckWebCustomer
       IF LineGoodFlag
           PERFORM CheckWebCredit
       END-IF
       IF LineGoodFlag
           PERFORM CheckWebProduct
       END-IF
       IF LineGoodFlag
           PERFORM CheckWebSizeAndQty
       END-IF.

CheckWebCustomer.
           END-READ
       END-IF.

*> Same credit check tutorial11 makes at the terminal. The
*> refusal goes on CreditHold.log under the operator running
*> the load, so collections sees web refusals alongside the
*> front desk's
CheckWebCredit.
       CALL "CREDCHK" USING WebIDNum, CreditResult, CreditOpenBalance,
                            CreditResultMsg
       IF CreditResult NOT = SPACES
           MOVE 'N' TO LineGood
           MOVE "CRED" TO RejectReasonCode
           MOVE WebIDNum TO ChlIDNum
           MOVE 'X' TO ChlAction
           MOVE CreditResult TO ChlReason
           MOVE CreditOpenBalance TO ChlAmount
           MOVE OperatorID TO ChlOperator, ChlClerk
           ACCEPT ChlDate FROM DATE YYYYMMDD
           ACCEPT ChlTime FROM TIME
           WRITE CreditLogRecord
           PERFORM CheckCreditLogStatus
       END-IF.

CheckWebProduct.
       MOVE WebProdName TO ProdName
       READ ProductFile
           END-IF
       END-IF.

*> Stock is carried by size, so it is the size ordered that
*> has to be on hand. A size with no row yet has nothing
ReadStockRow.
       MOVE 'Y' TO StockExists
       MOVE WebProdName TO StkProdName
       MOVE WebSize TO StkSize
       READ StockFile
           INVALID KEY MOVE 'N' TO StockExists
           NOT INVALID KEY PERFORM CheckStockFileStatus
       END-READ
       IF StockExists = 'N'
           MOVE WebProdName TO StkProdName
           MOVE WebSize TO StkSize
           MOVE ZERO TO StkQtyOnHand
       END-IF.

*> Never ship stock that isn't there : anything past what is
*> on hand is backordered
SplitShipAndBackorder.
       IF WebQty > StkQtyOnHand
           MOVE StkQtyOnHand TO ShipQty
           COMPUTE BackorderQty = WebQty - StkQtyOnHand
       ELSE
           MOVE WebQty TO ShipQty
           MOVE ZERO TO BackorderQty
       END-IF.

WriteAcceptedOrder.
       MOVE WebIDNum TO OrdIDNum
       MOVE WebProdName TO OrdProdName
       MOVE WebSize TO OrdSize
       MOVE ShipQty TO OrdQty
       ACCEPT OrdDate FROM DATE YYYYMMDD
       MOVE OperatorID TO OrdOperator
       WRITE OrderDetailData
       PERFORM CheckOrderFileStatus.

*> Draws the accepted quantity down from the size's stock row,
*> the same as tutorial11 does for an interactive order.
*> REWRITE's own key problem is reported through INVALID KEY;
*> NOT INVALID KEY only means the key was fine, not that the
*> REWRITE made it to disk, so check the status too
RelieveProductOnHand.
       SUBTRACT ShipQty FROM StkQtyOnHand
       REWRITE StockData
           INVALID KEY DISPLAY "ORDLOAD : stock " StkProdName " "
               StkSize " not updated"
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
               PERFORM LookUpReorderPoint
               IF StkQtyOnHand < ReorderPoint
                   DISPLAY "Note : " ProdName " size " StkSize " is at "
                       StkQtyOnHand " on hand, below reorder point"
               END-IF
       END-REWRITE.

*> Records the short quantity against the load's date and
*> time, which is where it takes its turn when stock arrives
WriteBackorder.
       ACCEPT BkoOrdDate FROM DATE YYYYMMDD
       ACCEPT BkoOrdTime FROM TIME
       MOVE ZERO TO BkoSeq
       MOVE WebIDNum TO BkoIDNum
       MOVE WebProdName TO BkoProdName
       MOVE WebSize TO BkoSize
       MOVE BackorderQty TO BkoQtyShort, BkoQtyOpen
       MOVE 'O' TO BkoStatus
       MOVE OperatorID TO BkoOperator
       MOVE ZERO TO BkoLastDate
       MOVE SPACES TO BkoLastOperator
       MOVE 'N' TO BackorderWritten
       PERFORM WriteBackorderRecord UNTIL BackorderWrittenFlag.

*> A key already taken ("22") can only be another backorder from
*> the same instant - the next sequence number separates them.
*> Any other key problem, or every sequence number used, is the
*> real error case
WriteBackorderRecord.
       WRITE BackorderData
           INVALID KEY
               IF BackorderFileStatus = "22" AND BkoSeq < 99
                   ADD 1 TO BkoSeq
               ELSE
                   PERFORM CheckBackorderFileStatus
               END-IF
           NOT INVALID KEY
               PERFORM CheckBackorderFileStatus
               MOVE 'Y' TO BackorderWritten
       END-WRITE.

LookUpReorderPoint.
       MOVE DefaultReorderPoint TO ReorderPoint
       IF NOT SupplyFileNotFound
           MOVE ProdName TO PsuProdName
           READ SupplyFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   MOVE PsuReorderPoint TO ReorderPoint
           END-READ
       END-IF.

*> Reports which file and which status code on any failure -
*> "35" (no export today) is handled by OpenLoadFiles itself,
*> so anything else here is the real error case
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by OpenLoadFiles
*> itself, so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "ORDLOAD : StockFile error, status "
               StockFileStatus
           STOP RUN
       END-IF.

CheckCustomerFileStatus.
       IF NOT CustomerFileOK
           DISPLAY "ORDLOAD : CustomerFile error, status "
               RejectFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN EXTEND is handled by OpenLoadFiles itself,
*> so anything else here is the real error case
CheckCreditLogStatus.
       IF NOT CreditLogOK AND NOT CreditLogNotFound
           DISPLAY "ORDLOAD : CreditLog error, status "
               CreditLogStatus
           STOP RUN
       END-IF.

*> "35" (no supply terms yet) is handled by OpenLoadFiles and
*> LookUpReorderPoint, so anything else here is the real error
CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "ORDLOAD : SupplyFile error, status "
               SupplyFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN is handled by OpenLoadFiles itself, so
*> anything else here is the real error case
CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "ORDLOAD : BackorderFile error, status "
               BackorderFileStatus
           STOP RUN
       END-IF.
