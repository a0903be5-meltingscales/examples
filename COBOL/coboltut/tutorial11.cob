           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
*> What is on hand of each product in each size - an order
*> draws down the row for the size ordered
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
*> tutorial10's customer master, opened here read-only so an
*> order can't be taken against a customer that doesn't exist
       SELECT CustomerFile ASSIGN TO "customers.txt"
       SELECT OrderDetail ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderFileStatus.
*> Every order refused on credit, and every refusal a
*> supervisor overrode, is appended here
       SELECT CreditLog ASSIGN TO "CreditHold.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CreditLogStatus.
*> The short quantity of an order that wants more than is on
*> hand, owed to the customer until PRODMNT receives the stock
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
*> SUPPMNT's supply terms - read-only here, for the product's
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

FD OrderDetail.
       COPY "custord.cpy".

FD CreditLog.
       COPY "custchld.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

WORKING-STORAGE SECTION.
*> Declare a 1 dimensional table
01 Table1.
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
       88 ProductFileNotFound VALUE "35".
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUE "00".
       88 StockFileNotFound VALUE "35".
01 CustomerFileStatus PIC XX VALUE "00".
       88 CustomerFileOK VALUE "00".
       88 CustomerFileNotFound VALUE "35".
01 OrderFileStatus PIC XX VALUE "00".
       88 OrderFileOK VALUE "00".
       88 OrderFileNotFound VALUE "35".
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

*> An order for more than is on hand ships what there is and
*> backorders the rest, if the customer wants to wait for it
01 BackorderAnswer PIC X.
01 BackorderQty PIC 9(03).
01 BackorderWritten PIC X.
       88 BackorderWrittenFlag VALUE 'Y'.

01 OrderCustFound PIC X VALUE 'N'.
       88 OrderCustExists VALUE 'Y'.
01 OrderProdFound PIC X VALUE 'N'.
       88 OrderProdExists VALUE 'Y'.
*> A size with no row on prodstk.dat has nothing on hand
01 StockExists PIC X.
01 OrderCreditOK PIC X VALUE 'N'.
       88 OrderCreditCleared VALUE 'Y'.

*> What CREDCHK says about the customer - spaces for credit
*> OK, otherwise HOLD, AGED or LIMT - with their open balance
*> and the reason to show the clerk
01 CreditResult PIC X(4).
01 CreditOpenBalance PIC 9(9)V99.
01 CreditResultMsg PIC X(40).

*> The supervisor who overrides a credit refusal signs on
*> through OPERSIGN on the spot, and must be level 2 or above
01 OverrideID PIC X(8).
01 OverrideLevel PIC 9 VALUE ZERO.
       88 OverrideSupervisor VALUES 2 THRU 9.
01 OverrideResultMsg PIC X(40).

*> When an order draws a product's on-hand below its reorder
*> point, the clerk is told so it lands on REORDRPT's reorder
*> report before the shelf is actually empty. The point comes
*> off the product's supply terms on prodsupp.dat; a product
*> with no terms uses the default, the same one REORDRPT falls
*> back on
01 DefaultReorderPoint PIC 9(5) VALUE 25.
01 ReorderPoint PIC 9(5).

*> Who is taking orders this session - verified against the
*> operator master by OPERSIGN, same sign-on tutorial10 uses,
       PERFORM TakeOrder.
       CLOSE ProductFile.
       PERFORM CheckProductFileStatus.
       CLOSE StockFile.
       PERFORM CheckStockFileStatus.
       CLOSE CustomerFile.
       PERFORM CheckCustomerFileStatus.

       CALL "OPERSIGN" USING OperatorID, OperLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> Opens the product and customer masters and the stock file
*> used to take an order
OpenOrderFiles.
       OPEN I-O ProductFile
       IF ProductFileNotFound
           OPEN I-O ProductFile
       END-IF
       PERFORM CheckProductFileStatus
       OPEN I-O StockFile
       IF StockFileNotFound
           OPEN OUTPUT StockFile
           CLOSE StockFile
           OPEN I-O StockFile
       END-IF
       PERFORM CheckStockFileStatus
       OPEN INPUT CustomerFile
       PERFORM CheckCustomerFileStatus.

*> Loads the two shirts everyone used to re-key by hand into
*> the product master the first time the program runs, with
*> their 100 units spread across the sizes. The READs' own
*> key problem (already on file) is reported through INVALID
*> KEY, not CheckProductFileStatus
SeedProductFile.
       MOVE 'Blue Shirt' TO ProdName
       READ ProductFile
           INVALID KEY
               MOVE 1999 TO ProdPrice
               WRITE ProductData
               PERFORM CheckProductFileStatus
               PERFORM SeedShirtStock
       END-READ
       MOVE 'Red Shirt' TO ProdName
       READ ProductFile
           INVALID KEY
               MOVE 1999 TO ProdPrice
               WRITE ProductData
               PERFORM CheckProductFileStatus
               PERFORM SeedShirtStock
       END-READ.

SeedShirtStock.
       MOVE ProdName TO StkProdName
       MOVE 'S' TO StkSize
       MOVE 30 TO StkQtyOnHand
       PERFORM WriteSeedStockRow
       MOVE 'M' TO StkSize
       MOVE 40 TO StkQtyOnHand
       PERFORM WriteSeedStockRow
       MOVE 'L' TO StkSize
       MOVE 30 TO StkQtyOnHand
       PERFORM WriteSeedStockRow.

*> A size already on file keeps what it has
WriteSeedStockRow.
       WRITE StockData
           INVALID KEY CONTINUE
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
       END-WRITE.

*> Takes and retains one order against a real customer and a
*> real product instead of re-keying the same two hardcoded
*> shirts every run
               MOVE 'Y' TO OrderCustFound
       END-READ.
       IF OrderCustExists
           PERFORM CheckOrderCredit
       END-IF.
       IF OrderCustExists AND OrderCreditCleared
           MOVE IDNum TO OrdIDNum
           PERFORM TakeOrderForCustomer
       END-IF.

*> A customer who is on hold, has an invoice past the credit
*> days, or owes more than their limit doesn't get another
*> order taken unless a supervisor says so - CREDCHK makes the
*> same call ORDLOAD gets for the web store
CheckOrderCredit.
       MOVE 'Y' TO OrderCreditOK.
       CALL "CREDCHK" USING IDNum, CreditResult, CreditOpenBalance,
                            CreditResultMsg.
       IF CreditResult NOT = SPACES
           DISPLAY CreditResultMsg
           DISPLAY "Credit Hold - Supervisor Override Required"
           PERFORM RequestCreditOverride
       END-IF.

*> A supervisor at the desk signs on through OPERSIGN to let
*> the order through; a blank ID, an unknown one or a clerk's
*> refuses it. Either way the decision goes on CreditHold.log
*> under whoever made it
RequestCreditOverride.
       MOVE 'N' TO OrderCreditOK.
       MOVE ZERO TO OverrideLevel.
       DISPLAY "Enter Supervisor ID to Override (blank to refuse) : "
           WITH NO ADVANCING.
       ACCEPT OverrideID.
       IF OverrideID NOT = SPACES
           CALL "OPERSIGN" USING OverrideID, OverrideLevel,
                                 OverrideResultMsg
           DISPLAY OverrideResultMsg
           IF NOT OverrideSupervisor
               DISPLAY "Not Authorized - Supervisor Only"
           END-IF
       END-IF.
       IF OverrideSupervisor
           MOVE 'Y' TO OrderCreditOK
           MOVE 'O' TO ChlAction
           MOVE OverrideID TO ChlOperator
           DISPLAY "Credit Hold Overridden"
       ELSE
           MOVE 'X' TO ChlAction
           MOVE OperatorID TO ChlOperator
           DISPLAY "Order Refused - Credit Hold"
       END-IF.
       PERFORM WriteCreditLog.

*> Appends the credit decision - same open/extend shape as
*> the order log
WriteCreditLog.
       MOVE IDNum TO ChlIDNum
       MOVE CreditResult TO ChlReason
       MOVE CreditOpenBalance TO ChlAmount
       MOVE OperatorID TO ChlClerk
       ACCEPT ChlDate FROM DATE YYYYMMDD
       ACCEPT ChlTime FROM TIME
       OPEN EXTEND CreditLog
       IF CreditLogNotFound
           OPEN OUTPUT CreditLog
       END-IF
       WRITE CreditLogRecord
       PERFORM CheckCreditLogStatus
       CLOSE CreditLog
       PERFORM CheckCreditLogStatus.

TakeOrderForCustomer.
       MOVE 'N' TO OrderProdFound.
       DISPLAY "Enter Product Name : " WITH NO ADVANCING.
           MOVE ProdName TO OrdProdName
           DISPLAY "Enter Size (S, M or L) : " WITH NO ADVANCING
           ACCEPT OrdSize
           IF OrdSize NOT = 'S' AND OrdSize NOT = 'M'
               AND OrdSize NOT = 'L'
               DISPLAY "Size Must Be S, M Or L - Order Not Taken"
           ELSE
               PERFORM TakeOrderForSize
           END-IF
       END-IF.

*> Stock is carried by size, so it is the size ordered that
*> has to be on hand
TakeOrderForSize.
       PERFORM ReadStockRow
       DISPLAY "Enter Quantity : " WITH NO ADVANCING
       ACCEPT OrdQty
       *> Don't take an order for stock that isn't there -
       *> the on-hand figure only means something if every
       *> order actually draws it down. The short quantity
       *> can be backordered instead of losing the sale
       IF OrdQty > StkQtyOnHand
           PERFORM OfferBackorder
       ELSE
           ACCEPT OrdDate FROM DATE YYYYMMDD
           MOVE OperatorID TO OrdOperator
           PERFORM WriteOrderDetail
           PERFORM RelieveProductOnHand
       END-IF.

*> A size with no row yet has nothing on hand
ReadStockRow.
       MOVE 'Y' TO StockExists
       MOVE ProdName TO StkProdName
       MOVE OrdSize TO StkSize
       READ StockFile
           INVALID KEY MOVE 'N' TO StockExists
           NOT INVALID KEY PERFORM CheckStockFileStatus
       END-READ
       IF StockExists = 'N'
           MOVE ProdName TO StkProdName
           MOVE OrdSize TO StkSize
           MOVE ZERO TO StkQtyOnHand
       END-IF.

*> Whatever is on hand ships now as an ordinary order; the
*> rest goes on backordr.dat for PRODMNT to fill when the
*> stock comes in. If the customer won't wait, the order is
*> refused as before
OfferBackorder.
       DISPLAY "Only " StkQtyOnHand " On Hand In Size " OrdSize.
       DISPLAY "Ship What Is On Hand And Backorder The Rest (Y/N) : "
           WITH NO ADVANCING.
       ACCEPT BackorderAnswer.
       IF BackorderAnswer = 'Y' OR BackorderAnswer = 'y'
           COMPUTE BackorderQty = OrdQty - StkQtyOnHand
           ACCEPT OrdDate FROM DATE YYYYMMDD
           MOVE OperatorID TO OrdOperator
           IF StkQtyOnHand > ZERO
               MOVE StkQtyOnHand TO OrdQty
               PERFORM WriteOrderDetail
               PERFORM RelieveProductOnHand
           END-IF
           PERFORM WriteBackorder
       ELSE
           DISPLAY "Order Refused"
       END-IF.

*> Draws the ordered quantity down from the size's stock row so
*> on-hand stays a real number instead of what it was seeded
*> with. REWRITE's own key problem is reported through
*> INVALID KEY; NOT INVALID KEY only means the key was fine, not
*> that the REWRITE made it to disk, so check the status too.
*> The product's reorder point applies to each of its sizes
RelieveProductOnHand.
       SUBTRACT OrdQty FROM StkQtyOnHand
       REWRITE StockData
           INVALID KEY DISPLAY "Stock Not Updated"
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
               PERFORM LookUpReorderPoint
               IF StkQtyOnHand < ReorderPoint
                   DISPLAY "Note : " ProdName " size " StkSize " is at "
                       StkQtyOnHand " on hand, below reorder point"
               END-IF
       END-REWRITE.

LookUpReorderPoint.
       MOVE DefaultReorderPoint TO ReorderPoint
       OPEN INPUT SupplyFile
       IF NOT SupplyFileNotFound
           PERFORM CheckSupplyFileStatus
           MOVE ProdName TO PsuProdName
           READ SupplyFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   MOVE PsuReorderPoint TO ReorderPoint
           END-READ
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
       END-IF.

*> Records the short quantity against the order's date and
*> time, which is where it takes its turn when stock arrives.
*> Same bootstrap as the product master for the first one
WriteBackorder.
       MOVE OrdDate TO BkoOrdDate
       ACCEPT BkoOrdTime FROM TIME
       MOVE ZERO TO BkoSeq
       MOVE OrdIDNum TO BkoIDNum
       MOVE ProdName TO BkoProdName
       MOVE OrdSize TO BkoSize
       MOVE BackorderQty TO BkoQtyShort, BkoQtyOpen
       MOVE 'O' TO BkoStatus
       MOVE OperatorID TO BkoOperator
       MOVE ZERO TO BkoLastDate
       MOVE SPACES TO BkoLastOperator
       MOVE 'N' TO BackorderWritten
       OPEN I-O BackorderFile
       IF BackorderFileNotFound
           OPEN OUTPUT BackorderFile
           CLOSE BackorderFile
           OPEN I-O BackorderFile
       END-IF
       PERFORM CheckBackorderFileStatus
       PERFORM WriteBackorderRecord UNTIL BackorderWrittenFlag
       CLOSE BackorderFile
       PERFORM CheckBackorderFileStatus
       DISPLAY "Backordered : " BackorderQty.

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

*> Appends the order to the permanent order log
WriteOrderDetail.
       OPEN EXTEND OrderDetail.
           STOP RUN
       END-IF.

CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "tutorial11 : StockFile error, status "
               StockFileStatus
           STOP RUN
       END-IF.

CheckCustomerFileStatus.
       IF NOT CustomerFileOK
           DISPLAY "tutorial11 : CustomerFile error, status "
               OrderFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN EXTEND is handled by WriteCreditLog
*> itself, so anything else here is the real error case
CheckCreditLogStatus.
       IF NOT CreditLogOK AND NOT CreditLogNotFound
           DISPLAY "tutorial11 : CreditLog error, status "
               CreditLogStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN is handled by LookUpReorderPoint itself,
*> so anything else here is the real error case
CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "tutorial11 : SupplyFile error, status "
               SupplyFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN is handled by WriteBackorder itself, so
*> anything else here is the real error case
CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "tutorial11 : BackorderFile error, status "
               BackorderFileStatus
           STOP RUN
       END-IF.
