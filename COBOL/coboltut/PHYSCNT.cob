       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PHYSCNT.
*> Physical inventory count entry. On-hand only ever
*> moves when an order draws it down, a return puts it back or
*> a receipt books a delivery in - breakage, miscounts and
*> shrink accumulate silently until the shelf and the file
*> disagree and REORDRPT reports against a number nobody
*> trusts. The clerk keys the counted quantity per product
*> and size, every one counted whose book figure on
*> prodstk.dat differs lands on Variance.rpt as book versus
*> counted, and on supervisor approval the stock row is
*> adjusted to the counted figure with
*> each adjustment appended to StockAdj.log the way
*> CustAudit.log records customer changes. Without a
*> supervisor at the terminal the variance report still
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> tutorial11's product master, read-only - only products on
*> it can be counted
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
*> The stock of each product in each size - I-O because an
*> approved count becomes the new book figure
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
       SELECT VarianceReport ASSIGN TO "Variance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.
FD ProductFile.
       COPY "custprod.cpy".

FD StockFile.
       COPY "custstk.cpy".

FD VarianceReport.
01 PrintLine PIC X(60).


WORKING-STORAGE SECTION.
01 Heads PIC X(42) VALUE
       "Product    Sz    Book   Counted  Variance".
01 VarianceDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnBookQty PIC ZZ,ZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnCountQty PIC ZZ,ZZ9.
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnVariance PIC +ZZ,ZZ9.

*> The counts as keyed, one row per product and size - same
*> table shape tutorial23 uses for its master scan
01 CountTable.
       02 CountEntry OCCURS 200 TIMES INDEXED BY CntIdx.
           03 CntProdName PIC X(10).
           03 CntSize PIC X.
           03 CntQty PIC 9(5).
           03 CntDiffers PIC X.
               88 CntDiffersFlag VALUE 'Y'.
01 EntryDone PIC X VALUE 'N'.
       88 EntryDoneFlag VALUE 'Y'.
01 EnteredProdName PIC X(10).
01 EnteredSize PIC X.
       88 EnteredSizeValid VALUES 'S' 'M' 'L'.
01 EnteredQty PIC 9(5).
*> A size with no row on prodstk.dat has nothing on the book
01 StockExists PIC X.
01 VarianceQty PIC S9(6).
01 VarianceCount PIC 9(3) VALUE ZERO.
01 PriorOnHand PIC 9(5).
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
       88 ProductFileNotFound VALUE "35".
*> "35" means prodstk.dat doesn't exist yet - nothing is on
*> the book, so every count is a variance
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUE "00".
       88 StockFileNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".
*> "35" means StockAdj.log doesn't exist yet, which is normal
PROCEDURE DIVISION.
RunPhysicalCount.
       PERFORM SignOnOperator UNTIL OperatorSignedOn.
       OPEN INPUT ProductFile.
       IF ProductFileNotFound
           DISPLAY "PHYSCNT : no product master, nothing to count"
           STOP RUN
       END-IF.
       PERFORM CheckProductFileStatus.
       OPEN I-O StockFile.
       IF StockFileNotFound
           OPEN OUTPUT StockFile
           CLOSE StockFile
           OPEN I-O StockFile
       END-IF.
       PERFORM CheckStockFileStatus.
       DISPLAY " ".
       DISPLAY "Enter counted products, END when done".
       PERFORM EnterOneCount UNTIL EntryDoneFlag.
       END-IF.
       CLOSE ProductFile.
       PERFORM CheckProductFileStatus.
       CLOSE StockFile.
       PERFORM CheckStockFileStatus.
       DISPLAY "Products Counted : " CountCount.
       DISPLAY "Products With Variance : " VarianceCount.
       DISPLAY "Products Adjusted : " ProductsAdjusted.
       CALL "OPERSIGN" USING OperatorID, OperLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> One counted product and size off the clerk's sheet - the
*> product must be on the master, the book figure is
*> deliberately not shown so the count stays a count and not
*> a confirmation
EnterOneCount.
       DISPLAY "Product Name (or END) : " WITH NO ADVANCING.
       ACCEPT EnteredProdName.
                   INVALID KEY DISPLAY "Product Not On Master"
                   NOT INVALID KEY
                       PERFORM CheckProductFileStatus
                       PERFORM EnterCountForSize
               END-READ
           END-IF
       END-IF.

EnterCountForSize.
       DISPLAY "Size (S, M or L) : " WITH NO ADVANCING
       ACCEPT EnteredSize
       IF NOT EnteredSizeValid
           DISPLAY "Size Must Be S, M Or L - Not Counted"
       ELSE
           DISPLAY "Counted Quantity : " WITH NO ADVANCING
           ACCEPT EnteredQty
           ADD 1 TO CountCount
           SET CntIdx TO CountCount
           MOVE EnteredProdName TO CntProdName(CntIdx)
           MOVE EnteredSize TO CntSize(CntIdx)
           MOVE EnteredQty TO CntQty(CntIdx)
           MOVE 'N' TO CntDiffers(CntIdx)
       END-IF.

*> Book versus counted for every entered product - only the
*> ones that differ make the page
PrintVarianceReport.
       PERFORM CheckReportFileStatus.

CompareOneCount.
       PERFORM ReadCountedStock
       IF StkQtyOnHand NOT = CntQty(CntIdx)
           ADD 1 TO VarianceCount
           MOVE 'Y' TO CntDiffers(CntIdx)
           COMPUTE VarianceQty
               = CntQty(CntIdx) - StkQtyOnHand
           MOVE CntProdName(CntIdx) TO PrnProdName
           MOVE CntSize(CntIdx) TO PrnSize
           MOVE StkQtyOnHand TO PrnBookQty
           MOVE CntQty(CntIdx) TO PrnCountQty
           MOVE VarianceQty TO PrnVariance
           WRITE PrintLine FROM VarianceDetailLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckReportFileStatus
       END-IF.

*> The book figure for the counted product and size - a size
*> with no row has nothing on the book
ReadCountedStock.
       MOVE 'Y' TO StockExists
       MOVE CntProdName(CntIdx) TO StkProdName
       MOVE CntSize(CntIdx) TO StkSize
       READ StockFile
           INVALID KEY MOVE 'N' TO StockExists
           NOT INVALID KEY PERFORM CheckStockFileStatus
       END-READ
       IF StockExists = 'N'
           MOVE CntProdName(CntIdx) TO StkProdName
           MOVE CntSize(CntIdx) TO StkSize
           MOVE ZERO TO StkQtyOnHand
       END-IF.

*> The master only moves on a supervisor's say-so - a clerk's
*> session stops at the printed report, the same split
*> book figure, and the log keeps what it used to be.
*> REWRITE's own key problem is reported through INVALID KEY;
*> NOT INVALID KEY only means the key was fine, not that the
*> REWRITE made it to disk, so check the status too. A size
*> with no row yet gets one at the counted figure
AdjustOneCount.
       IF CntDiffersFlag(CntIdx)
           PERFORM ReadCountedStock
           MOVE StkQtyOnHand TO PriorOnHand
           MOVE CntQty(CntIdx) TO StkQtyOnHand
           IF StockExists = 'N'
               WRITE StockData
                   INVALID KEY DISPLAY "Stock Not Updated"
                   NOT INVALID KEY
                       PERFORM CheckStockFileStatus
                       ADD 1 TO ProductsAdjusted
                       PERFORM WriteAdjustRecord
               END-WRITE
           ELSE
               REWRITE StockData
                   INVALID KEY DISPLAY "Stock Not Updated"
                   NOT INVALID KEY
                       PERFORM CheckStockFileStatus
                       ADD 1 TO ProductsAdjusted
                       PERFORM WriteAdjustRecord
               END-REWRITE
           END-IF
       END-IF.

WriteAdjustRecord.
       MOVE StkProdName TO AdjProdName.
       MOVE StkSize TO AdjSize.
       MOVE PriorOnHand TO AdjOldQty.
       MOVE StkQtyOnHand TO AdjNewQty.
       MOVE OperatorID TO AdjOperator.
       ACCEPT AdjDate FROM DATE YYYYMMDD.
       ACCEPT AdjTime FROM TIME.
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by RunPhysicalCount
*> itself, so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "PHYSCNT : StockFile error, status "
               StockFileStatus
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "PHYSCNT : VarianceReport error, status "
