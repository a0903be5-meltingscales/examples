       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POMAINT.
*> Purchase order maintenance - where the buyer turns
*> REORDRPT's overnight proposals into real purchase orders
*> instead of writing them out on paper. The proposals come
*> in supplier order; each line is confirmed as proposed,
*> confirmed at a changed quantity, or skipped, and every
*> supplier's confirmed lines go onto one purchase order with
*> a new PO number off poctl.dat, due in after the supplier's
*> lead time. A proposal file is only ever worked once - the
*> run stamp goes on the control file as soon as the buyer
*> starts on it, so a second pass can't order the same
*> shortage twice. The buyer can also raise a purchase order
*> by hand for something the reorder run didn't propose, look
*> a purchase order up, and close the rest of a line that
*> will never be delivered. PRODMNT receives against the lines
*> raised here. Stock is carried by size, so every line is
*> for one product in one size.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> REORDRPT's proposals, in supplier order
       SELECT ProposalFile ASSIGN TO "poprop.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProposalFileStatus.
*> The purchase orders - DYNAMIC so a PO's lines can be walked
*> with START/READ NEXT on top of the keyed reads and writes
       SELECT PurchOrderFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoKey
           FILE STATUS IS PurchOrderFileStatus.
*> The next PO number to assign, carried between runs
       SELECT POControlFile ASSIGN TO "poctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
*> SUPPMNT's supplier master and supply terms, and
*> tutorial11's product master, all read-only
       SELECT SupplierFile ASSIGN TO "suppliers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SupID
           FILE STATUS IS SupplierFileStatus.
       SELECT SupplyFile ASSIGN TO "prodsupp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PsuProdName
           FILE STATUS IS SupplyFileStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.

DATA DIVISION.
FILE SECTION.
FD ProposalFile.
       COPY "custpprp.cpy".

FD PurchOrderFile.
       COPY "custpord.cpy".

FD POControlFile.
       COPY "custpctl.cpy".

FD SupplierFile.
       COPY "custsupp.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD ProductFile.
       COPY "custprod.cpy".

WORKING-STORAGE SECTION.
       *> Purchasing menu choice
       01 Choice PIC 9.
       *> Tracks whether to exit
       01 StayOpen PIC X VALUE 'Y'.
       *> Who is buying this session - verified against the
       *> operator master by OPERSIGN, and stamped on every PO
       *> line raised
       01 OperatorID PIC X(8).
       01 OperLevel PIC 9 VALUE ZERO.
           88 OperatorSignedOn VALUES 1 THRU 9.
       01 SignOnResultMsg PIC X(40).
       *> The PO being built - zero until its first line is
       *> confirmed, so a supplier whose every line is skipped
       *> doesn't use up a PO number
       01 CurrentPONum PIC 9(06).
       01 CurrentPOLine PIC 9(03).
       01 CurrentSupID PIC X(6).
       01 NextPONum PIC 9(06).
       *> The line being raised
       01 LineProdName PIC X(10).
       01 LineSize PIC X.
           88 LineSizeValid VALUES 'S' 'M' 'L'.
       01 LineQty PIC 9(5).
       01 LineUnitCost PIC 9(4)V99.
       01 LineLeadDays PIC 9(3).
       01 TodayDate PIC 9(08).
       *> Buyer's answers
       01 LineAction PIC X.
       01 ConfirmAnswer PIC X.
       01 LookUpPONum PIC 9(06).
       01 LookUpPOLine PIC 9(03).
       01 HandEntryDone PIC X.
           88 HandEntryDoneFlag VALUE 'Y'.
       01 RecordExists PIC X.
       01 LinesShown PIC 9(3).
       01 PrnCost PIC Z,ZZ9.99.
       01 PrnQty PIC ZZ,ZZ9.
       *> Session counts for the buyer
       01 LinesRaised PIC 9(5) VALUE ZERO.
       01 LinesSkipped PIC 9(5) VALUE ZERO.
       01 ProposalEOF PIC X VALUE 'N'.
           88 EOFProposals VALUE 'Y'.
       01 ScanStatus PIC X VALUE 'N'.
           88 ScanAtEnd VALUE 'Y'.
       *> "35" means REORDRPT hasn't produced a proposal file
       01 ProposalFileStatus PIC XX VALUE "00".
           88 ProposalFileOK VALUES "00" "10".
           88 ProposalFileNotFound VALUE "35".
       *> "35" means purchord.dat doesn't exist yet - the first
       *> purchase order ever raised creates it
       01 PurchOrderFileStatus PIC XX VALUE "00".
           88 PurchOrderFileOK VALUES "00" "02" "10".
           88 PurchOrderFileNotFound VALUE "35".
       *> "35" means no purchase order has ever been raised :
       *> numbering starts at 1
       01 ControlFileStatus PIC XX VALUE "00".
           88 ControlFileOK VALUE "00".
           88 ControlFileNotFound VALUE "35".
       01 SupplierFileStatus PIC XX VALUE "00".
           88 SupplierFileOK VALUE "00".
           88 SupplierFileNotFound VALUE "35".
       01 SupplyFileStatus PIC XX VALUE "00".
           88 SupplyFileOK VALUE "00".
           88 SupplyFileNotFound VALUE "35".
       01 ProductFileStatus PIC XX VALUE "00".
           88 ProductFileOK VALUE "00".

PROCEDURE DIVISION.
StartPara.
       PERFORM SignOnOperator UNTIL OperatorSignedOn.
       PERFORM ReadPOControl.
       OPEN I-O PurchOrderFile.
       IF PurchOrderFileNotFound
           OPEN OUTPUT PurchOrderFile
           CLOSE PurchOrderFile
           OPEN I-O PurchOrderFile
       END-IF
       PERFORM CheckPurchOrderFileStatus.
       OPEN INPUT SupplierFile.
       IF SupplierFileNotFound
           DISPLAY "No Supplier Master - Add Suppliers In SUPPMNT "
               "First"
           STOP RUN
       END-IF
       PERFORM CheckSupplierFileStatus.
       OPEN INPUT SupplyFile.
       PERFORM CheckSupplyFileStatus.
       OPEN INPUT ProductFile.
       PERFORM CheckProductFileStatus.
       PERFORM UNTIL StayOpen='N'
           DISPLAY " "
           DISPLAY "PURCHASE ORDERS"
           DISPLAY "1 : Work Reorder Proposals"
           DISPLAY "2 : Raise Purchase Order By Hand"
           DISPLAY "3 : Show Purchase Order"
           DISPLAY "4 : Close Purchase Order Line"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM WorkProposals
               WHEN 2 PERFORM RaisePOByHand
               WHEN 3 PERFORM ShowPO
               WHEN 4 PERFORM ClosePOLine
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE PurchOrderFile
       PERFORM CheckPurchOrderFileStatus
       CLOSE SupplierFile
       PERFORM CheckSupplierFileStatus
       IF NOT SupplyFileNotFound
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
       END-IF
       CLOSE ProductFile
       PERFORM CheckProductFileStatus
       DISPLAY "PO Lines Raised : " LinesRaised
       DISPLAY "Proposals Skipped : " LinesSkipped
       STOP RUN.

*> One sign-on attempt : OPERSIGN checks the entered ID against
*> the operator master and hands back its permission level, or
*> zero for an ID it doesn't know
SignOnOperator.
       DISPLAY "Enter Operator ID : " WITH NO ADVANCING.
       ACCEPT OperatorID.
       CALL "OPERSIGN" USING OperatorID, OperLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> Loads the next PO number and the last proposal file worked.
*> No control file yet just means no purchase order has ever
*> been raised. One that exists but is empty is WritePOControl
*> caught between its OPEN OUTPUT and its WRITE - restarting
*> numbering at 1 would collide with the POs on file, so it
*> stops for someone to restore the file, the way CUSTINV
*> treats an empty invctl.dat
ReadPOControl.
       OPEN INPUT POControlFile
       IF ControlFileNotFound
           MOVE 1 TO PctNextPONum
           MOVE ZERO TO PctPropDate, PctPropTime
       ELSE
           PERFORM CheckControlFileStatus
           READ POControlFile
               AT END
                   DISPLAY "POMAINT : poctl.dat exists but is "
                       "empty - restore it before raising orders"
                   STOP RUN
           END-READ
           PERFORM CheckControlFileStatus
           CLOSE POControlFile
           PERFORM CheckControlFileStatus
       END-IF.
       MOVE PctNextPONum TO NextPONum.

*> Written the moment a PO number is handed out or a proposal
*> file is started on, so a crash can neither reuse the number
*> nor leave the proposals open to be ordered again
WritePOControl.
       MOVE NextPONum TO PctNextPONum.
       OPEN OUTPUT POControlFile.
       PERFORM CheckControlFileStatus.
       WRITE POControlData.
       PERFORM CheckControlFileStatus.
       CLOSE POControlFile.
       PERFORM CheckControlFileStatus.

*> Works the whole proposal file, one supplier at a time
WorkProposals.
       MOVE 'N' TO ProposalEOF.
       OPEN INPUT ProposalFile.
       IF ProposalFileNotFound
           DISPLAY "No Proposals - Run REORDRPT First"
       ELSE
           PERFORM CheckProposalFileStatus
           READ ProposalFile
               AT END SET EOFProposals TO TRUE
           END-READ
           PERFORM CheckProposalFileStatus
           IF EOFProposals
               DISPLAY "No Products Below Reorder Point"
           ELSE
               IF PrpRunDate = PctPropDate AND PrpRunTime = PctPropTime
                   DISPLAY "These Proposals Were Already Worked - "
                       "Run REORDRPT Again"
               ELSE
                   MOVE PrpRunDate TO PctPropDate
                   MOVE PrpRunTime TO PctPropTime
                   PERFORM WritePOControl
                   MOVE ZERO TO CurrentPONum
                   MOVE HIGH-VALUES TO CurrentSupID
                   PERFORM WorkOneProposal UNTIL EOFProposals
               END-IF
           END-IF
           CLOSE ProposalFile
           PERFORM CheckProposalFileStatus
       END-IF.

*> A proposal with nothing to order (already covered by open
*> POs) passes by silently; one with no supplier can't be
*> ordered from here. Anything else is put to the buyer
WorkOneProposal.
       IF PrpSupID NOT = CurrentSupID
           MOVE PrpSupID TO CurrentSupID
           MOVE ZERO TO CurrentPONum
           PERFORM DisplayProposalSupplier
       END-IF.
       IF PrpQty > ZERO
           IF PrpSupID = SPACES
               DISPLAY PrpProdName " : No Supplier - Set Terms In "
                   "SUPPMNT"
               ADD 1 TO LinesSkipped
           ELSE
               PERFORM PutProposalToBuyer
           END-IF
       END-IF.
       READ ProposalFile
           AT END SET EOFProposals TO TRUE
       END-READ.
       PERFORM CheckProposalFileStatus.

DisplayProposalSupplier.
       DISPLAY " ".
       IF PrpSupID = SPACES
           DISPLAY "Products With No Supplier"
       ELSE
           MOVE PrpSupID TO SupID
           READ SupplierFile
               INVALID KEY
                   DISPLAY "Supplier : " PrpSupID
                       " (not on supplier master)"
               NOT INVALID KEY
                   PERFORM CheckSupplierFileStatus
                   DISPLAY "Supplier : " SupID " " SupName
           END-READ
       END-IF.

PutProposalToBuyer.
       MOVE PrpQty TO PrnQty.
       MOVE PrpUnitCost TO PrnCost.
       DISPLAY PrpProdName " " PrpSize " On Hand " PrpQtyOnHand
           " On Order " PrpQtyOnOrder " Backordered "
           PrpQtyBackordered.
       DISPLAY "    Propose " PrnQty " @ " PrnCost.
       DISPLAY "C = Confirm, Q = Change Quantity, S = Skip : "
           WITH NO ADVANCING.
       ACCEPT LineAction.
       MOVE PrpQty TO LineQty.
       IF LineAction = 'Q' OR LineAction = 'q'
           DISPLAY "Enter Quantity To Order : " WITH NO ADVANCING
           ACCEPT LineQty
       END-IF.
       IF (LineAction = 'C' OR LineAction = 'c'
           OR LineAction = 'Q' OR LineAction = 'q')
           AND LineQty > ZERO
           MOVE PrpProdName TO LineProdName
           MOVE PrpSize TO LineSize
           MOVE PrpUnitCost TO LineUnitCost
           MOVE PrpLeadDays TO LineLeadDays
           PERFORM AddLineToCurrentPO
       ELSE
           ADD 1 TO LinesSkipped
           DISPLAY "Skipped"
       END-IF.

*> The supplier's first confirmed line takes the next PO
*> number; every line after it for the same supplier goes on
*> the same PO
AddLineToCurrentPO.
       IF CurrentPONum = ZERO
           MOVE NextPONum TO CurrentPONum
           ADD 1 TO NextPONum
           PERFORM WritePOControl
           MOVE ZERO TO CurrentPOLine
           DISPLAY "Purchase Order " CurrentPONum " Raised"
       END-IF.
       ADD 1 TO CurrentPOLine.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE CurrentPONum TO PoNum.
       MOVE CurrentPOLine TO PoLine.
       MOVE CurrentSupID TO PoSupID.
       MOVE LineProdName TO PoProdName.
       MOVE LineSize TO PoSize.
       MOVE LineQty TO PoQtyOrdered.
       MOVE ZERO TO PoQtyReceived.
       MOVE LineUnitCost TO PoUnitCost.
       MOVE TodayDate TO PoOrderDate.
       COMPUTE PoDueDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(TodayDate) + LineLeadDays).
       MOVE 'O' TO PoStatus.
       MOVE OperatorID TO PoOperator.
       WRITE PurchOrderData
           INVALID KEY DISPLAY "PO Line Not Written"
           NOT INVALID KEY
               PERFORM CheckPurchOrderFileStatus
               ADD 1 TO LinesRaised
               DISPLAY "Line " PoLine " Due " PoDueDate
       END-WRITE.

*> A PO for one supplier, keyed line by line until a blank
*> product name. Cost and lead time come off the product's
*> supply terms when this is the supplier on them
RaisePOByHand.
       DISPLAY " ".
       DISPLAY "Enter Supplier Code : " WITH NO ADVANCING.
       ACCEPT SupID.
       MOVE 'Y' TO RecordExists.
       READ SupplierFile
           INVALID KEY MOVE 'N' TO RecordExists
       END-READ.
       IF RecordExists = 'N'
           DISPLAY "Supplier Doesn't Exist"
       ELSE
           DISPLAY "Supplier : " SupID " " SupName
           MOVE SupID TO CurrentSupID
           MOVE ZERO TO CurrentPONum
           MOVE 'N' TO HandEntryDone
           PERFORM RaiseOneHandLine UNTIL HandEntryDoneFlag
       END-IF.

RaiseOneHandLine.
       DISPLAY "Enter Product Name (blank to finish) : "
           WITH NO ADVANCING.
       ACCEPT LineProdName.
       IF LineProdName = SPACES
           MOVE 'Y' TO HandEntryDone
       ELSE
           MOVE 'Y' TO RecordExists
           MOVE LineProdName TO ProdName
           READ ProductFile
               INVALID KEY MOVE 'N' TO RecordExists
           END-READ
           IF RecordExists = 'N'
               DISPLAY "Product Doesn't Exist"
           ELSE
               DISPLAY "Enter Size (S, M or L) : " WITH NO ADVANCING
               ACCEPT LineSize
               IF NOT LineSizeValid
                   DISPLAY "Size Must Be S, M Or L - Line Not Raised"
               ELSE
                   PERFORM RaiseHandLineForProduct
               END-IF
           END-IF
       END-IF.

RaiseHandLineForProduct.
       MOVE ZERO TO LineUnitCost, LineLeadDays.
       IF NOT SupplyFileNotFound
           MOVE LineProdName TO PsuProdName
           READ SupplyFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   IF PsuSupID = CurrentSupID
                       MOVE PsuUnitCost TO LineUnitCost
                       MOVE PsuLeadDays TO LineLeadDays
                   END-IF
           END-READ
       END-IF.
       DISPLAY "Enter Quantity : " WITH NO ADVANCING.
       ACCEPT LineQty.
       IF LineQty = ZERO
           DISPLAY "No Quantity Entered - Line Not Raised"
       ELSE
           IF LineUnitCost = ZERO
               DISPLAY "Enter Unit Cost : " WITH NO ADVANCING
               ACCEPT LineUnitCost
               DISPLAY "Enter Lead Time (Days) : " WITH NO ADVANCING
               ACCEPT LineLeadDays
           END-IF
           PERFORM AddLineToCurrentPO
       END-IF.

*> Every line of one PO, walked from line zero up
ShowPO.
       DISPLAY " ".
       DISPLAY "Enter PO Number : " WITH NO ADVANCING.
       ACCEPT LookUpPONum.
       MOVE ZERO TO LinesShown.
       MOVE 'N' TO ScanStatus.
       MOVE LookUpPONum TO PoNum.
       MOVE ZERO TO PoLine.
       START PurchOrderFile KEY IS NOT LESS THAN PoKey
           INVALID KEY SET ScanAtEnd TO TRUE
       END-START.
       PERFORM ShowNextPOLine UNTIL ScanAtEnd.
       IF LinesShown = ZERO
           DISPLAY "PO Not On File"
       END-IF.

ShowNextPOLine.
       READ PurchOrderFile NEXT RECORD
           AT END SET ScanAtEnd TO TRUE
           NOT AT END
               IF PoNum NOT = LookUpPONum
                   SET ScanAtEnd TO TRUE
               ELSE
                   ADD 1 TO LinesShown
                   PERFORM DisplayPOLine
               END-IF
       END-READ.
       PERFORM CheckPurchOrderFileStatus.

DisplayPOLine.
       IF LinesShown = 1
           DISPLAY "PO " PoNum " Supplier " PoSupID
               " Raised " PoOrderDate " By " PoOperator
       END-IF.
       MOVE PoUnitCost TO PrnCost.
       EVALUATE TRUE
           WHEN PoOpen
               DISPLAY "Line " PoLine " " PoProdName " " PoSize
                   " Ordered " PoQtyOrdered " Received " PoQtyReceived
                   " @ " PrnCost " Due " PoDueDate " Open"
           WHEN PoPartial
               DISPLAY "Line " PoLine " " PoProdName " " PoSize
                   " Ordered " PoQtyOrdered " Received " PoQtyReceived
                   " @ " PrnCost " Due " PoDueDate " Partial"
           WHEN OTHER
               DISPLAY "Line " PoLine " " PoProdName " " PoSize
                   " Ordered " PoQtyOrdered " Received " PoQtyReceived
                   " @ " PrnCost " Due " PoDueDate " Closed"
       END-EVALUATE.

*> Closes whatever is still due on a line the supplier won't
*> deliver - it stops counting as on order in REORDRPT, so the
*> shortage gets proposed again
ClosePOLine.
       DISPLAY " ".
       DISPLAY "Enter PO Number : " WITH NO ADVANCING.
       ACCEPT LookUpPONum.
       DISPLAY "Enter PO Line : " WITH NO ADVANCING.
       ACCEPT LookUpPOLine.
       MOVE LookUpPONum TO PoNum.
       MOVE LookUpPOLine TO PoLine.
       MOVE 'Y' TO RecordExists.
       READ PurchOrderFile
           INVALID KEY MOVE 'N' TO RecordExists
       END-READ.
       IF RecordExists = 'N'
           DISPLAY "PO Line Not On File"
       ELSE
           MOVE 1 TO LinesShown
           PERFORM DisplayPOLine
           IF PoClosed
               DISPLAY "PO Line Already Closed"
           ELSE
               DISPLAY "Close This Line (Y/N) : " WITH NO ADVANCING
               ACCEPT ConfirmAnswer
               IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
                   MOVE 'C' TO PoStatus
                   REWRITE PurchOrderData
                       INVALID KEY DISPLAY "PO Line Not Updated"
                       NOT INVALID KEY
                           PERFORM CheckPurchOrderFileStatus
                           DISPLAY "PO Line Closed"
                   END-REWRITE
               ELSE
                   DISPLAY "Nothing Closed"
               END-IF
           END-IF
       END-IF.

*> Reports which file and which status code on any failure -
*> "35" is handled where each file is opened, so anything else
*> here is the real error case
CheckProposalFileStatus.
       IF NOT ProposalFileOK AND NOT ProposalFileNotFound
           DISPLAY "POMAINT : ProposalFile error, status "
               ProposalFileStatus
           STOP RUN
       END-IF.

CheckPurchOrderFileStatus.
       IF NOT PurchOrderFileOK AND NOT PurchOrderFileNotFound
           DISPLAY "POMAINT : PurchOrderFile error, status "
               PurchOrderFileStatus
           STOP RUN
       END-IF.

CheckControlFileStatus.
       IF NOT ControlFileOK AND NOT ControlFileNotFound
           DISPLAY "POMAINT : POControlFile error, status "
               ControlFileStatus
           STOP RUN
       END-IF.

CheckSupplierFileStatus.
       IF NOT SupplierFileOK AND NOT SupplierFileNotFound
           DISPLAY "POMAINT : SupplierFile error, status "
               SupplierFileStatus
           STOP RUN
       END-IF.

CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "POMAINT : SupplyFile error, status "
               SupplyFileStatus
           STOP RUN
       END-IF.

CheckProductFileStatus.
       IF NOT ProductFileOK
           DISPLAY "POMAINT : ProductFile error, status "
               ProductFileStatus
           STOP RUN
       END-IF.
