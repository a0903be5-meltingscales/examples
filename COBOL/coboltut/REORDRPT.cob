IDENTIFICATION DIVISION.
PROGRAM-ID. REORDRPT.
*> Reorder report - the companion to tutorial11's stock
*> depletion. Now that every order actually draws on-hand
*> down, this walks prodstk.dat in key order and lists every
*> product and size whose on-hand has fallen below the reorder
*> point, so purchasing hears about a Red Shirt shortage from a
*> report instead of from an oversold customer. Every premature
*> stop sets RETURN-CODE 8, so a NIGHTRUN step that dies here
*> is journalled as failed, never as complete.
*> Each product's reorder point, reorder quantity, supplier and
*> cost come from its supply terms on prodsupp.dat (SUPPMNT);
*> a product with no terms falls back to the flat ReorderPoint
*> below. Stock already on order - the undelivered balance of
*> every open purchase order line - counts toward what's on
*> hand, so a shortage that's already been ordered isn't
*> ordered twice. Whatever still needs ordering is proposed as
*> a purchase order line and the proposals are sorted by
*> supplier, both onto Reorder.rpt for purchasing to read and
*> into poprop.txt for the buyer to confirm or change in
*> POMAINT - the run stays hands-off, since it's a NIGHTRUN
*> step.
*> Open backorders are stock already promised : what customers
*> are waiting for on backordr.dat comes off on-hand before the
*> product is measured against its point, and the proposal is
*> never less than what it takes to fill them and get back up
*> to the point.
*> Stock is carried by size, so each size is measured on its
*> own : the product's supply terms apply to every size, and
*> only what is on order and backordered in that size counts
*> toward it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The stock of each product in each size, walked sequentially
*> in key order the same way tutorial23 walks the customer
*> master
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
*> SUPPMNT's supply terms and supplier master, read-only
       SELECT SupplyFile ASSIGN TO "prodsupp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PsuProdName
           FILE STATUS IS SupplyFileStatus.
       SELECT SupplierFile ASSIGN TO "suppliers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SupID
           FILE STATUS IS SupplierFileStatus.
*> POMAINT's purchase orders, walked once for what's still
*> due in
       SELECT PurchOrderFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PoKey
           FILE STATUS IS PurchOrderFileStatus.
*> The backorders tutorial11 and ORDLOAD took, walked once for
*> what is still owed
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
       SELECT WorkFile ASSIGN TO "propsort.tmp".
*> Tonight's proposals, in supplier order, for POMAINT
       SELECT ProposalFile ASSIGN TO "poprop.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProposalFileStatus.
       SELECT ReorderReport ASSIGN TO "Reorder.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD StockFile.
       COPY "custstk.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD SupplierFile.
       COPY "custsupp.cpy".

FD PurchOrderFile.
       COPY "custpord.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

*> SD carries every field of the proposal record so nothing is
*> silently dropped if custpprp.cpy's layout ever changes
SD WorkFile.
       COPY "custpprp.cpy" REPLACING ==ProposalData== BY ==WProposalData==
                                     ==PrpSupID== BY ==WPrpSupID==
                                     ==PrpProdName== BY ==WPrpProdName==
                                     ==PrpSize== BY ==WPrpSize==
                                     ==PrpQtyOnHand== BY ==WPrpQtyOnHand==
                                     ==PrpQtyOnOrder== BY ==WPrpQtyOnOrder==
                                     ==PrpQtyBackordered== BY ==WPrpQtyBackordered==
                                     ==PrpReorderPoint== BY ==WPrpReorderPoint==
                                     ==PrpQty== BY ==WPrpQty==
                                     ==PrpUnitCost== BY ==WPrpUnitCost==
                                     ==PrpLeadDays== BY ==WPrpLeadDays==
                                     ==PrpRunDate== BY ==WPrpRunDate==
                                     ==PrpRunTime== BY ==WPrpRunTime==.

FD ProposalFile.
       COPY "custpprp.cpy".

FD ReorderReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Heads.
       02 FILLER PIC X(11) VALUE "Product".
       02 FILLER PIC X(10) VALUE "Sz On Hand".
       02 FILLER PIC X(9) VALUE " On Order".
       02 FILLER PIC X(8) VALUE " Backord".
       02 FILLER PIC X(8) VALUE " Reorder".
       02 FILLER PIC X(8) VALUE " Propose".
       02 FILLER PIC X(10) VALUE " Unit Cost".
       02 FILLER PIC X(13) VALUE "     Ext Cost".
01 SupplierHeadLine.
       02 FILLER PIC X(11) VALUE "Supplier : ".
       02 PrnSupID PIC X(6).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnSupName PIC X(30).
*> A product that's short but still covered by what's already
*> on order prints with the propose and cost columns blank
01 ReorderDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnQtyOnHand PIC ZZ,ZZ9.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnQtyOnOrder PIC ZZ,ZZ9.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnQtyBackordered PIC ZZ,ZZ9 BLANK WHEN ZERO.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnReorderPoint PIC ZZ,ZZ9.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnProposeQty PIC ZZ,ZZ9 BLANK WHEN ZERO.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnUnitCost PIC Z,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 PrnExtCost PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
01 SupplierTotalLine.
       02 FILLER PIC X(51) VALUE SPACE.
       02 FILLER PIC X(14) VALUE "Supplier Total".
       02 PrnSupTotal PIC Z,ZZZ,ZZ9.99.

*> The fallback for a product with no supply terms on
*> prodsupp.dat - tutorial11 and ORDLOAD fall back to the same
*> figure for their warning, so change it in all three places
01 ReorderPoint PIC 9(5) VALUE 25.

*> The product and size being looked at : the product's terms
*> (or the fallback), and what's already on order in the size
01 ProductPoint PIC 9(5).
01 ProductReorderQty PIC 9(5).
01 ProductSupID PIC X(6).
01 ProductUnitCost PIC 9(4)V99.
01 ProductLeadDays PIC 9(3).
01 QtyOnOrder PIC 9(5).
01 QtyBackordered PIC 9(5).
01 NetOnHand PIC S9(6).
01 QtyAvailable PIC S9(6).
01 QtyToPoint PIC 9(6).
01 ExtendedCost PIC 9(9)V99.
01 SupplierTotal PIC 9(9)V99.

*> Undelivered balance of every open purchase order line,
*> totalled by product and size - AGERPT's table and scan
*> shape
01 OnOrderTable.
       02 OnOrderEntry OCCURS 200 TIMES INDEXED BY OrdIdx.
           03 OnoProdName PIC X(10).
           03 OnoSize PIC X.
           03 OnoQty PIC 9(6).
01 OnOrderCount PIC 9(4) VALUE ZERO.
01 EntryFound PIC X.
       88 EntryFoundFlag VALUE 'Y'.
01 LineOutstanding PIC 9(5).

*> What is still owed on every open backorder, totalled by
*> product and size the same way
01 BackorderedTable.
       02 BackorderedEntry OCCURS 200 TIMES INDEXED BY BkqIdx.
           03 BkqProdName PIC X(10).
           03 BkqSize PIC X.
           03 BkqQty PIC 9(5).
01 BackorderedCount PIC 9(4) VALUE ZERO.

*> Control break on supplier while printing the sorted
*> proposals
01 PrevSupID PIC X(6).
01 FirstProposal PIC X VALUE 'Y'.
       88 FirstProposalFlag VALUE 'Y'.

*> Stamped on every proposal, so POMAINT can tell one night's
*> file from the next
01 RunDate PIC 9(08).
01 RunTime PIC 9(08).

01 StockEOF PIC X VALUE 'N'.
       88 EOFStock VALUE 'Y'.
01 PurchOrderEOF PIC X VALUE 'N'.
       88 EOFPurchOrders VALUE 'Y'.
01 BackorderEOF PIC X VALUE 'N'.
       88 EOFBackorders VALUE 'Y'.
01 ProposalEOF PIC X VALUE 'N'.
       88 EOFProposals VALUE 'Y'.
01 ProductsRead PIC 9(5) VALUE ZERO.
01 ProductsBelow PIC 9(5) VALUE ZERO.
01 LinesProposed PIC 9(5) VALUE ZERO.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUES "00" "10".
*> "35" on the purchasing files means SUPPMNT or POMAINT has
*> never been run - no terms, no suppliers, nothing on order
01 SupplyFileStatus PIC XX VALUE "00".
       88 SupplyFileOK VALUE "00".
       88 SupplyFileNotFound VALUE "35".
01 SupplierFileStatus PIC XX VALUE "00".
       88 SupplierFileOK VALUE "00".
       88 SupplierFileNotFound VALUE "35".
01 PurchOrderFileStatus PIC XX VALUE "00".
       88 PurchOrderFileOK VALUES "00" "10".
       88 PurchOrderFileNotFound VALUE "35".
*> "35" means nobody has ever been backordered
01 BackorderFileStatus PIC XX VALUE "00".
       88 BackorderFileOK VALUES "00" "10".
       88 BackorderFileNotFound VALUE "35".
01 ProposalFileStatus PIC XX VALUE "00".
       88 ProposalFileOK VALUES "00" "10".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
PrintReorderReport.
       ACCEPT RunDate FROM DATE YYYYMMDD
       ACCEPT RunTime FROM TIME
       PERFORM LoadOnOrder
       PERFORM LoadBackordered
       OPEN INPUT StockFile
       PERFORM CheckStockFileStatus
       OPEN INPUT SupplyFile
       PERFORM CheckSupplyFileStatus
       OPEN INPUT SupplierFile
       PERFORM CheckSupplierFileStatus
       PERFORM SortProposalsBySupplier
       PERFORM CheckProposalFileStatus
       CLOSE StockFile
       PERFORM CheckStockFileStatus
       IF NOT SupplyFileNotFound
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
       END-IF
       OPEN OUTPUT ReorderReport
       PERFORM CheckReportFileStatus
       MOVE "PRODUCTS BELOW REORDER POINT BY SUPPLIER" TO PrintLine
       WRITE PrintLine
       PERFORM CheckReportFileStatus
       OPEN INPUT ProposalFile
       PERFORM CheckProposalFileStatus
       READ ProposalFile
           AT END SET EOFProposals TO TRUE
       END-READ
       PERFORM CheckProposalFileStatus
       PERFORM PrintOneProposal UNTIL EOFProposals
       IF NOT FirstProposalFlag
           PERFORM PrintSupplierTotal
       END-IF
       CLOSE ProposalFile
       PERFORM CheckProposalFileStatus
       IF NOT SupplierFileNotFound
           CLOSE SupplierFile
           PERFORM CheckSupplierFileStatus
       END-IF
       PERFORM PrintReportSummary
       CLOSE ReorderReport
       PERFORM CheckReportFileStatus
       DISPLAY "Product Sizes Read : " ProductsRead
       DISPLAY "Products Below Reorder Point : " ProductsBelow
       DISPLAY "Purchase Order Lines Proposed : " LinesProposed
       STOP RUN.

*> Totals the undelivered balance of every line that isn't
*> closed. More received than ordered leaves nothing due
LoadOnOrder.
       OPEN INPUT PurchOrderFile
       IF PurchOrderFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckPurchOrderFileStatus
           READ PurchOrderFile NEXT RECORD
               AT END SET EOFPurchOrders TO TRUE
           END-READ
           PERFORM CheckPurchOrderFileStatus
           PERFORM LoadOnePurchOrderLine UNTIL EOFPurchOrders
           CLOSE PurchOrderFile
           PERFORM CheckPurchOrderFileStatus
       END-IF.

LoadOnePurchOrderLine.
       IF NOT PoClosed AND PoQtyOrdered > PoQtyReceived
           COMPUTE LineOutstanding = PoQtyOrdered - PoQtyReceived
           PERFORM FindOnOrderEntry
           IF NOT EntryFoundFlag
               PERFORM AddOnOrderEntry
           END-IF
           ADD LineOutstanding TO OnoQty(OrdIdx)
       END-IF
       READ PurchOrderFile NEXT RECORD
           AT END SET EOFPurchOrders TO TRUE
       END-READ
       PERFORM CheckPurchOrderFileStatus.

*> When the product and size are found OrdIdx is left sitting
*> on them -
*> AGERPT's FindAgingEntry scan
FindOnOrderEntry.
       MOVE 'N' TO EntryFound
       SET OrdIdx TO 1
       PERFORM ScanForOnOrderEntry
           UNTIL EntryFoundFlag OR OrdIdx > OnOrderCount.

ScanForOnOrderEntry.
       IF OnoProdName(OrdIdx) = PoProdName
           AND OnoSize(OrdIdx) = PoSize
           MOVE 'Y' TO EntryFound
       ELSE
           SET OrdIdx UP BY 1
       END-IF.

AddOnOrderEntry.
       ADD 1 TO OnOrderCount
       IF OnOrderCount > 200
           DISPLAY "REORDRPT : too many products on order, table "
               "holds 200 - widen OnOrderTable"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       SET OrdIdx TO OnOrderCount
       MOVE PoProdName TO OnoProdName(OrdIdx)
       MOVE PoSize TO OnoSize(OrdIdx)
       MOVE ZERO TO OnoQty(OrdIdx).

*> Totals what is still owed on every open backorder
LoadBackordered.
       OPEN INPUT BackorderFile
       IF BackorderFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckBackorderFileStatus
           READ BackorderFile NEXT RECORD
               AT END SET EOFBackorders TO TRUE
           END-READ
           PERFORM CheckBackorderFileStatus
           PERFORM LoadOneBackorder UNTIL EOFBackorders
           CLOSE BackorderFile
           PERFORM CheckBackorderFileStatus
       END-IF.

LoadOneBackorder.
       IF BkoOpen
           MOVE BkoProdName TO PoProdName
           MOVE BkoSize TO PoSize
           PERFORM FindBackorderedEntry
           IF NOT EntryFoundFlag
               PERFORM AddBackorderedEntry
           END-IF
           ADD BkoQtyOpen TO BkqQty(BkqIdx)
       END-IF
       READ BackorderFile NEXT RECORD
           AT END SET EOFBackorders TO TRUE
       END-READ
       PERFORM CheckBackorderFileStatus.

FindBackorderedEntry.
       MOVE 'N' TO EntryFound
       SET BkqIdx TO 1
       PERFORM ScanForBackorderedEntry
           UNTIL EntryFoundFlag OR BkqIdx > BackorderedCount.

ScanForBackorderedEntry.
       IF BkqProdName(BkqIdx) = PoProdName
           AND BkqSize(BkqIdx) = PoSize
           MOVE 'Y' TO EntryFound
       ELSE
           SET BkqIdx UP BY 1
       END-IF.

AddBackorderedEntry.
       ADD 1 TO BackorderedCount
       IF BackorderedCount > 200
           DISPLAY "REORDRPT : too many products backordered, table "
               "holds 200 - widen BackorderedTable"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       SET BkqIdx TO BackorderedCount
       MOVE PoProdName TO BkqProdName(BkqIdx)
       MOVE PoSize TO BkqSize(BkqIdx)
       MOVE ZERO TO BkqQty(BkqIdx).

*> Supplier first, then product and size, so the buyer works
*> one supplier's lines together. The input procedure feeds
*> the sort only the sizes that are short
SortProposalsBySupplier.
       SORT WorkFile ON ASCENDING KEY WPrpSupID WPrpProdName WPrpSize
           INPUT PROCEDURE IS SelectReorderProducts
           GIVING ProposalFile.

SelectReorderProducts.
       READ StockFile NEXT RECORD
           AT END SET EOFStock TO TRUE
       END-READ
       PERFORM CheckStockFileStatus
       PERFORM CheckOneProduct UNTIL EOFStock.

*> One product in one size : once its backorders are taken off what's on
*> hand, below its reorder point it goes to the sort. If that
*> plus what's on order still doesn't reach the point, the
*> reorder quantity is proposed - or enough to fill the
*> backorders and get back up to the point, if that's more or
*> there are no terms on file; otherwise it goes through with
*> nothing proposed so the report still shows the shortage
CheckOneProduct.
       ADD 1 TO ProductsRead
       PERFORM LookUpSupplyTerms
       PERFORM LookUpOnOrder
       PERFORM LookUpBackordered
       COMPUTE NetOnHand = StkQtyOnHand - QtyBackordered
       IF NetOnHand < ProductPoint
           ADD 1 TO ProductsBelow
           MOVE ProductSupID TO WPrpSupID
           MOVE StkProdName TO WPrpProdName
           MOVE StkSize TO WPrpSize
           MOVE StkQtyOnHand TO WPrpQtyOnHand
           MOVE QtyOnOrder TO WPrpQtyOnOrder
           MOVE QtyBackordered TO WPrpQtyBackordered
           MOVE ProductPoint TO WPrpReorderPoint
           MOVE ProductUnitCost TO WPrpUnitCost
           MOVE ProductLeadDays TO WPrpLeadDays
           MOVE RunDate TO WPrpRunDate
           MOVE RunTime TO WPrpRunTime
           COMPUTE QtyAvailable = NetOnHand + QtyOnOrder
           IF QtyAvailable < ProductPoint
               COMPUTE QtyToPoint = ProductPoint - QtyAvailable
               IF ProductReorderQty > QtyToPoint
                   MOVE ProductReorderQty TO WPrpQty
               ELSE
                   MOVE QtyToPoint TO WPrpQty
               END-IF
           ELSE
               MOVE ZERO TO WPrpQty
           END-IF
           RELEASE WProposalData
       END-IF
       READ StockFile NEXT RECORD
           AT END SET EOFStock TO TRUE
       END-READ
       PERFORM CheckStockFileStatus.

LookUpSupplyTerms.
       MOVE ReorderPoint TO ProductPoint
       MOVE ZERO TO ProductReorderQty, ProductUnitCost, ProductLeadDays
       MOVE SPACES TO ProductSupID
       IF NOT SupplyFileNotFound
           MOVE StkProdName TO PsuProdName
           READ SupplyFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   MOVE PsuReorderPoint TO ProductPoint
                   MOVE PsuReorderQty TO ProductReorderQty
                   MOVE PsuSupID TO ProductSupID
                   MOVE PsuUnitCost TO ProductUnitCost
                   MOVE PsuLeadDays TO ProductLeadDays
           END-READ
       END-IF.

LookUpOnOrder.
       MOVE ZERO TO QtyOnOrder
       MOVE StkProdName TO PoProdName
       MOVE StkSize TO PoSize
       PERFORM FindOnOrderEntry
       IF EntryFoundFlag
           MOVE OnoQty(OrdIdx) TO QtyOnOrder
       END-IF.

LookUpBackordered.
       MOVE ZERO TO QtyBackordered
       MOVE StkProdName TO PoProdName
       MOVE StkSize TO PoSize
       PERFORM FindBackorderedEntry
       IF EntryFoundFlag
           MOVE BkqQty(BkqIdx) TO QtyBackordered
       END-IF.

*> One sorted proposal : a new supplier gets the previous
*> one's total and its own heading first
PrintOneProposal.
       IF FirstProposalFlag OR PrpSupID NOT = PrevSupID
           IF NOT FirstProposalFlag
               PERFORM PrintSupplierTotal
           END-IF
           PERFORM PrintSupplierHeading
       END-IF
       MOVE PrpProdName TO PrnProdName
       MOVE PrpSize TO PrnSize
       MOVE PrpQtyOnHand TO PrnQtyOnHand
       MOVE PrpQtyOnOrder TO PrnQtyOnOrder
       MOVE PrpQtyBackordered TO PrnQtyBackordered
       MOVE PrpReorderPoint TO PrnReorderPoint
       MOVE PrpQty TO PrnProposeQty
       IF PrpQty > ZERO
           ADD 1 TO LinesProposed
           MOVE PrpUnitCost TO PrnUnitCost
           COMPUTE ExtendedCost = PrpQty * PrpUnitCost
       ELSE
           MOVE ZERO TO PrnUnitCost
           MOVE ZERO TO ExtendedCost
       END-IF
       MOVE ExtendedCost TO PrnExtCost
       ADD ExtendedCost TO SupplierTotal
       WRITE PrintLine FROM ReorderDetailLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       READ ProposalFile
           AT END SET EOFProposals TO TRUE
       END-READ
       PERFORM CheckProposalFileStatus.

*> Products with no supplier sort to the front under a blank
*> code - nothing can be ordered for them until SUPPMNT gives
*> them terms
PrintSupplierHeading.
       MOVE 'N' TO FirstProposal
       MOVE PrpSupID TO PrevSupID
       MOVE ZERO TO SupplierTotal
       MOVE PrpSupID TO PrnSupID
       IF PrpSupID = SPACES
           MOVE "(no supply terms - see SUPPMNT)" TO PrnSupName
       ELSE
           MOVE "(not on supplier master)" TO PrnSupName
           IF NOT SupplierFileNotFound
               MOVE PrpSupID TO SupID
               READ SupplierFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CheckSupplierFileStatus
                       MOVE SupName TO PrnSupName
               END-READ
           END-IF
       END-IF
       WRITE PrintLine FROM SupplierHeadLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

PrintSupplierTotal.
       MOVE SupplierTotal TO PrnSupTotal
       WRITE PrintLine FROM SupplierTotalLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

PrintReportSummary.
       IF ProductsBelow = ZERO
       WRITE PrintLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus.

*> Reports which file and which status code on any failure -
*> "35" on the purchasing files is handled where they're read,
*> so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK
           DISPLAY "REORDRPT : StockFile error, status "
               StockFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "REORDRPT : SupplyFile error, status "
               SupplyFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckSupplierFileStatus.
       IF NOT SupplierFileOK AND NOT SupplierFileNotFound
           DISPLAY "REORDRPT : SupplierFile error, status "
               SupplierFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckPurchOrderFileStatus.
       IF NOT PurchOrderFileOK AND NOT PurchOrderFileNotFound
           DISPLAY "REORDRPT : PurchOrderFile error, status "
               PurchOrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "REORDRPT : BackorderFile error, status "
               BackorderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckProposalFileStatus.
       IF NOT ProposalFileOK
           DISPLAY "REORDRPT : ProposalFile error, status "
               ProposalFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
