       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STKLEDG.
*> Stock movement ledger. Every move of on-hand leaves its own
*> trail - orders.txt draws it down (tutorial11, ORDLOAD and
*> PRODMNT's backorder fills), returns.txt puts it back
*> (ORDRTRN, returns and cancellations alike), StockRcpt.log
*> books deliveries in (PRODMNT) and StockAdj.log books count
*> corrections (PHYSCNT) - but nothing tied those trails back
*> to the figure on file. This run does, per product and size
*> on prodstk.dat :
*>   opening + receipts - orders + returns +/- adjustments
*>     = calculated closing
*> and the calculated closing is set against the on-hand
*> actually on prodstk.dat. A product and size where the two
*> disagree is flagged on StkLedg.rpt - on-hand was changed
*> outside those paths, or a program stopped between its
*> REWRITE and its log write. Each line is valued at the price
*> in force on the run date, walked from PRODMNT's prodrate.dat
*> the way CUSTINV prices an invoice line, falling back to the
*> master's ProdPrice.
*> The opening figure is the on-hand the last run found, kept
*> on stkbal.dat, and the period runs from the day after that
*> run through today, so the ledger belongs at the end of the
*> day once trading has stopped - orders carry a date but no
*> time, and today's closing is compared against today's book.
*> It won't run twice in a day. The very first run has no
*> opening to start from : it asks how far back to list
*> movements and works each opening back from the book, so
*> only a line that would have had to open below zero is
*> flagged. Whatever the run finds on the book becomes the
*> next opening, so a disagreement is reported once, by the
*> run that finds it. ORDARCH takes old orders off orders.txt,
*> so the ledger must have been run since the archive cutoff.
*> Every premature stop sets RETURN-CODE 8, the same as the
*> other batch runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The stock of each product in each size, read-only, walked
*> in key order - the book figure being proved
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
*> What the last ledger run found on hand - this run's opening
       SELECT BalanceFile ASSIGN TO "stkbal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceFileStatus.
*> The four trails that move on-hand, all read-only
       SELECT OrderDetail ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderFileStatus.
       SELECT ReturnFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReturnFileStatus.
       SELECT ReceiptLog ASSIGN TO "StockRcpt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.
       SELECT AdjustLog ASSIGN TO "StockAdj.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustLogStatus.
*> tutorial11's product master, read-only, for the current
*> price
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
*> PRODMNT's price history, read-only - DYNAMIC so a product's
*> rates can be walked by START/READ NEXT from its first rate
*> forward
       SELECT RateFile ASSIGN TO "prodrate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RateKey
           FILE STATUS IS RateFileStatus.
       SELECT LedgerReport ASSIGN TO "StkLedg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD StockFile.
       COPY "custstk.cpy".

FD BalanceFile.
       COPY "custsbal.cpy".

FD OrderDetail.
       COPY "custord.cpy".

FD ReturnFile.
       COPY "custrtrn.cpy".

FD ReceiptLog.
       COPY "custrcpt.cpy".

FD AdjustLog.
       COPY "custsadj.cpy".

FD ProductFile.
       COPY "custprod.cpy".

FD RateFile.
       COPY "custprat.cpy".

FD LedgerReport.
01 PrintLine PIC X(112).

WORKING-STORAGE SECTION.
*> Heading/footing pieces, CUSTINV style
01 PageHeading.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(23) VALUE "STOCK MOVEMENT LEDGER".
01 PageFooting.
       02 FILLER PIC X(15) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z9.
01 PeriodLine.
       02 FILLER PIC X(20) VALUE "Movements Dated From".
       02 FILLER PIC X VALUE SPACE.
       02 PrnPeriodFrom PIC 9(08).
       02 FILLER PIC X(4) VALUE " To ".
       02 PrnPeriodThru PIC 9(08).
01 FirstRunLine PIC X(60) VALUE
       "FIRST LEDGER RUN - OPENING FIGURES WORKED BACK FROM THE BOOK".
01 Heads.
       02 FILLER PIC X(14) VALUE " Product    Sz".
       02 FILLER PIC X(8) VALUE " Opening".
       02 FILLER PIC X(9) VALUE " Receipts".
       02 FILLER PIC X(9) VALUE "   Orders".
       02 FILLER PIC X(9) VALUE "  Returns".
       02 FILLER PIC X(9) VALUE "   Adjust".
       02 FILLER PIC X(9) VALUE "  Closing".
       02 FILLER PIC X(9) VALUE "  On Book".
       02 FILLER PIC X(9) VALUE "   Differ".
       02 FILLER PIC X(8) VALUE "   Price".
       02 FILLER PIC X(13) VALUE "   Book Value".
01 DetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOpening PIC -ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnReceipts PIC ZZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOrders PIC ZZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnReturns PIC ZZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAdjust PIC +ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnClosing PIC -ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOnBook PIC ZZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDiffer PIC +ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnPrice PIC ZZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnValue PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnFlag PIC XXX.
01 TotalLine.
       02 PrnTotalCaption PIC X(30).
       02 PrnTotalCount PIC ZZ,ZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PrnTotalValue PIC ZZ,ZZZ,ZZ9.99.
*> The count of lines that didn't agree, or that all did
01 FlagLine.
       02 PrnFlagCaption PIC X(30).
       02 PrnFlagCount PIC ZZ,ZZ9.
01 ReportFooting PIC X(29) VALUE "END OF STOCK MOVEMENT LEDGER".

*> Tracks number of lines used, when to print footer and new
*> heading, tutorial9 style
01 LineCount PIC 99 VALUE ZERO.
       88 NewPageRequired VALUE 50 THRU 99.
01 PageCount PIC 99 VALUE ZERO.

*> The ledger period : the day after the last run's balance
*> through today
01 PeriodFromDate PIC 9(08).
01 PeriodThruDate PIC 9(08).
01 LastBalanceDate PIC 9(08) VALUE ZERO.
01 FirstLedger PIC X VALUE 'N'.
       88 FirstLedgerFlag VALUE 'Y'.

*> One row per product and size seen on the book, on the last
*> balance or in any trail, holding the period's movements -
*> same Find/Add shape as AGERPT's AgingTable. LdgOnBook is
*> the on-hand found on prodstk.dat, and LdgOnStock says
*> whether there was a row for it at all; one without has
*> nothing on hand
01 LedgerTable.
       02 LedgerEntry OCCURS 300 TIMES INDEXED BY LdgIdx.
           03 LdgProdName PIC X(10).
           03 LdgSize PIC X.
           03 LdgOpening PIC S9(7).
           03 LdgReceipts PIC 9(7).
           03 LdgOrders PIC 9(7).
           03 LdgReturns PIC 9(7).
           03 LdgAdjust PIC S9(7).
           03 LdgOnBook PIC 9(5).
           03 LdgOnStock PIC X.
               88 LdgOnStockFlag VALUE 'Y'.
01 LedgerCount PIC 9(4) VALUE ZERO.
01 EntryFound PIC X.
       88 EntryFoundFlag VALUE 'Y'.
*> The product and size being looked for in the table
01 FindProdName PIC X(10).
01 FindSize PIC X.

*> One line's arithmetic
01 NetMovement PIC S9(8).
01 ClosingQty PIC S9(8).
01 DifferQty PIC S9(8).
01 LineValue PIC 9(9)V99.

*> The price in force on the thru date, CUSTINV's walk
01 EffectiveDate PIC 9(08).
01 EffectivePrice PIC 9(4)V99.
01 RateScanStatus PIC X.
       88 RateScanAtEnd VALUE 'Y'.

*> Run totals
01 LinesReported PIC 9(5) VALUE ZERO.
01 LinesFlagged PIC 9(5) VALUE ZERO.
01 UnpricedLines PIC 9(5) VALUE ZERO.
01 TotalBookValue PIC 9(11)V99 VALUE ZERO.
01 OrdersRead PIC 9(5) VALUE ZERO.
01 ReturnsRead PIC 9(5) VALUE ZERO.
01 ReceiptsRead PIC 9(5) VALUE ZERO.
01 AdjustmentsRead PIC 9(5) VALUE ZERO.
01 BookRowsRead PIC 9(5) VALUE ZERO.
01 BalancesWritten PIC 9(5) VALUE ZERO.

01 StockEOF PIC X VALUE 'N'.
       88 EOFStock VALUE 'Y'.
01 BalanceEOF PIC X VALUE 'N'.
       88 EOFBalance VALUE 'Y'.
01 OrderEOF PIC X VALUE 'N'.
       88 EOFOrders VALUE 'Y'.
01 ReturnEOF PIC X VALUE 'N'.
       88 EOFReturns VALUE 'Y'.
01 ReceiptEOF PIC X VALUE 'N'.
       88 EOFReceipts VALUE 'Y'.
01 AdjustEOF PIC X VALUE 'N'.
       88 EOFAdjustments VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" on prodstk.dat means nothing has ever been stocked;
*> on a trail it just means that trail hasn't been started yet
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUES "00" "10".
       88 StockFileNotFound VALUE "35".
*> "35" means stkbal.dat doesn't exist yet : the ledger has
*> never been run
01 BalanceFileStatus PIC XX VALUE "00".
       88 BalanceFileOK VALUES "00" "10".
       88 BalanceFileNotFound VALUE "35".
01 OrderFileStatus PIC XX VALUE "00".
       88 OrderFileOK VALUES "00" "10".
       88 OrderFileNotFound VALUE "35".
01 ReturnFileStatus PIC XX VALUE "00".
       88 ReturnFileOK VALUES "00" "10".
       88 ReturnFileNotFound VALUE "35".
01 ReceiptLogStatus PIC XX VALUE "00".
       88 ReceiptLogOK VALUES "00" "10".
       88 ReceiptLogNotFound VALUE "35".
01 AdjustLogStatus PIC XX VALUE "00".
       88 AdjustLogOK VALUES "00" "10".
       88 AdjustLogNotFound VALUE "35".
*> "35" on the master or the price history means no price can
*> come from that file
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
       88 ProductFileNotFound VALUE "35".
01 RateFileStatus PIC XX VALUE "00".
       88 RateFileOK VALUES "00" "10".
       88 RateFileNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
RunStockLedger.
       PERFORM ReadLastBalance
       PERFORM GetLedgerPeriod
       PERFORM LoadBookFigures
       PERFORM LoadOpeningFigures
       PERFORM GatherOrders
       PERFORM GatherReturns
       PERFORM GatherReceipts
       PERFORM GatherAdjustments
       OPEN INPUT ProductFile
       PERFORM CheckProductFileStatus
       OPEN INPUT RateFile
       PERFORM CheckRateFileStatus
       PERFORM WriteLedgerReport
       IF NOT ProductFileNotFound
           CLOSE ProductFile
           PERFORM CheckProductFileStatus
       END-IF
       IF NOT RateFileNotFound
           CLOSE RateFile
           PERFORM CheckRateFileStatus
       END-IF
       PERFORM WriteNextBalance
       DISPLAY "Orders Read : " OrdersRead
       DISPLAY "Returns Read : " ReturnsRead
       DISPLAY "Receipts Read : " ReceiptsRead
       DISPLAY "Count Adjustments Read : " AdjustmentsRead
       DISPLAY "Ledger Lines Reported : " LinesReported
       DISPLAY "Lines Not Agreeing With Book : " LinesFlagged
       IF UnpricedLines > ZERO
           DISPLAY "Lines With No Price : " UnpricedLines
       END-IF
       DISPLAY "Balances Carried Forward : " BalancesWritten
       STOP RUN.

*> No balance file just means the ledger has never been run.
*> One that exists but is empty is WriteNextBalance caught
*> between its OPEN OUTPUT and its first WRITE - every opening
*> would read as zero and every line would be flagged, so it
*> stops for someone to restore the file instead. Every row
*> carries the same run date, so the first one says it
ReadLastBalance.
       OPEN INPUT BalanceFile
       IF BalanceFileNotFound
           MOVE 'Y' TO FirstLedger
       ELSE
           PERFORM CheckBalanceFileStatus
           READ BalanceFile
               AT END
                   DISPLAY "STKLEDG : stkbal.dat exists but is empty "
                       "- restore it before running the ledger"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM CheckBalanceFileStatus
           MOVE SblAsOfDate TO LastBalanceDate
           CLOSE BalanceFile
           PERFORM CheckBalanceFileStatus
       END-IF.

*> The book can only be read as it stands now, so the period
*> always ends today and starts the day after the last run -
*> no gap and no overlap
GetLedgerPeriod.
       ACCEPT PeriodThruDate FROM DATE YYYYMMDD
       IF FirstLedgerFlag
           DISPLAY "No Ledger Run Yet - List Movements From "
               "(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT PeriodFromDate
           IF PeriodFromDate IS NOT NUMERIC OR PeriodFromDate = ZERO
               DISPLAY "No From Date Entered - Nothing Reported"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PeriodFromDate > PeriodThruDate
               DISPLAY "From Date After Today - Nothing Reported"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           IF LastBalanceDate NOT < PeriodThruDate
               DISPLAY "STKLEDG : ledger already run for "
                   LastBalanceDate " - nothing to report until "
                   "tomorrow"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE PeriodFromDate = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(LastBalanceDate) + 1)
       END-IF
       MOVE PeriodThruDate TO EffectiveDate.

*> Every product and size on the book, in key order, so the
*> report comes out in product order. A size with no row is
*> picked up later only if something moved it
LoadBookFigures.
       OPEN INPUT StockFile
       IF StockFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckStockFileStatus
           READ StockFile NEXT RECORD
               AT END SET EOFStock TO TRUE
           END-READ
           PERFORM CheckStockFileStatus
           PERFORM LoadOneBookFigure UNTIL EOFStock
           CLOSE StockFile
           PERFORM CheckStockFileStatus
       END-IF.

LoadOneBookFigure.
       ADD 1 TO BookRowsRead
       MOVE StkProdName TO FindProdName
       MOVE StkSize TO FindSize
       PERFORM FindLedgerEntry
       MOVE StkQtyOnHand TO LdgOnBook(LdgIdx)
       MOVE 'Y' TO LdgOnStock(LdgIdx)
       READ StockFile NEXT RECORD
           AT END SET EOFStock TO TRUE
       END-READ
       PERFORM CheckStockFileStatus.

*> What the last run found on hand is where this period opens
LoadOpeningFigures.
       IF NOT FirstLedgerFlag
           OPEN INPUT BalanceFile
           PERFORM CheckBalanceFileStatus
           READ BalanceFile
               AT END SET EOFBalance TO TRUE
           END-READ
           PERFORM CheckBalanceFileStatus
           PERFORM LoadOneOpeningFigure UNTIL EOFBalance
           CLOSE BalanceFile
           PERFORM CheckBalanceFileStatus
       END-IF.

LoadOneOpeningFigure.
       MOVE SblProdName TO FindProdName
       MOVE SblSize TO FindSize
       PERFORM FindLedgerEntry
       MOVE SblQtyOnHand TO LdgOpening(LdgIdx)
       READ BalanceFile
           AT END SET EOFBalance TO TRUE
       END-READ
       PERFORM CheckBalanceFileStatus.

*> Orders : what was shipped, the only quantity ever drawn off
*> the book - a backorder's short quantity isn't written until
*> PRODMNT fills it, dated the day it was filled
GatherOrders.
       OPEN INPUT OrderDetail
       IF OrderFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckOrderFileStatus
           READ OrderDetail
               AT END SET EOFOrders TO TRUE
           END-READ
           PERFORM CheckOrderFileStatus
           PERFORM GatherOneOrder UNTIL EOFOrders
           CLOSE OrderDetail
           PERFORM CheckOrderFileStatus
       END-IF.

GatherOneOrder.
       IF OrdDate NOT < PeriodFromDate
           AND OrdDate NOT > PeriodThruDate
           ADD 1 TO OrdersRead
           MOVE OrdProdName TO FindProdName
           MOVE OrdSize TO FindSize
           PERFORM FindLedgerEntry
           ADD OrdQty TO LdgOrders(LdgIdx)
       END-IF
       READ OrderDetail
           AT END SET EOFOrders TO TRUE
       END-READ
       PERFORM CheckOrderFileStatus.

*> Returns and cancellations both go back on the shelf, on the
*> day the return was recorded
GatherReturns.
       OPEN INPUT ReturnFile
       IF ReturnFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckReturnFileStatus
           READ ReturnFile
               AT END SET EOFReturns TO TRUE
           END-READ
           PERFORM CheckReturnFileStatus
           PERFORM GatherOneReturn UNTIL EOFReturns
           CLOSE ReturnFile
           PERFORM CheckReturnFileStatus
       END-IF.

GatherOneReturn.
       IF RtnDate NOT < PeriodFromDate
           AND RtnDate NOT > PeriodThruDate
           ADD 1 TO ReturnsRead
           MOVE RtnProdName TO FindProdName
           MOVE RtnSize TO FindSize
           PERFORM FindLedgerEntry
           ADD RtnQty TO LdgReturns(LdgIdx)
       END-IF
       READ ReturnFile
           AT END SET EOFReturns TO TRUE
       END-READ
       PERFORM CheckReturnFileStatus.

*> Deliveries booked in. A row from before stock was carried by
*> size has no size, so it lands on a line of its own with
*> nothing on the book, and shows up as a disagreement
GatherReceipts.
       OPEN INPUT ReceiptLog
       IF ReceiptLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckReceiptLogStatus
           READ ReceiptLog
               AT END SET EOFReceipts TO TRUE
           END-READ
           PERFORM CheckReceiptLogStatus
           PERFORM GatherOneReceipt UNTIL EOFReceipts
           CLOSE ReceiptLog
           PERFORM CheckReceiptLogStatus
       END-IF.

GatherOneReceipt.
       IF RcpDate NOT < PeriodFromDate
           AND RcpDate NOT > PeriodThruDate
           ADD 1 TO ReceiptsRead
           MOVE RcpProdName TO FindProdName
           MOVE RcpSize TO FindSize
           PERFORM FindLedgerEntry
           ADD RcpQty TO LdgReceipts(LdgIdx)
       END-IF
       READ ReceiptLog
           AT END SET EOFReceipts TO TRUE
       END-READ
       PERFORM CheckReceiptLogStatus.

*> Count corrections : the book moved from the old figure to
*> the counted one, up or down
GatherAdjustments.
       OPEN INPUT AdjustLog
       IF AdjustLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckAdjustLogStatus
           READ AdjustLog
               AT END SET EOFAdjustments TO TRUE
           END-READ
           PERFORM CheckAdjustLogStatus
           PERFORM GatherOneAdjustment UNTIL EOFAdjustments
           CLOSE AdjustLog
           PERFORM CheckAdjustLogStatus
       END-IF.

GatherOneAdjustment.
       IF AdjDate NOT < PeriodFromDate
           AND AdjDate NOT > PeriodThruDate
           ADD 1 TO AdjustmentsRead
           MOVE AdjProdName TO FindProdName
           MOVE AdjSize TO FindSize
           PERFORM FindLedgerEntry
           COMPUTE LdgAdjust(LdgIdx) = LdgAdjust(LdgIdx)
               + AdjNewQty - AdjOldQty
       END-IF
       READ AdjustLog
           AT END SET EOFAdjustments TO TRUE
       END-READ
       PERFORM CheckAdjustLogStatus.

*> Finds the product and size's table row, adding one the
*> first time it is seen. A row added here for something not
*> on the book opens and stands at zero
FindLedgerEntry.
       MOVE 'N' TO EntryFound
       SET LdgIdx TO 1
       PERFORM ScanForLedgerEntry
           UNTIL EntryFoundFlag OR LdgIdx > LedgerCount
       IF NOT EntryFoundFlag
           ADD 1 TO LedgerCount
           IF LedgerCount > 300
               DISPLAY "STKLEDG : too many products and sizes, "
                   "table holds 300 - widen LedgerTable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET LdgIdx TO LedgerCount
           MOVE FindProdName TO LdgProdName(LdgIdx)
           MOVE FindSize TO LdgSize(LdgIdx)
           MOVE ZERO TO LdgOpening(LdgIdx), LdgReceipts(LdgIdx),
                        LdgOrders(LdgIdx), LdgReturns(LdgIdx),
                        LdgAdjust(LdgIdx), LdgOnBook(LdgIdx)
           MOVE 'N' TO LdgOnStock(LdgIdx)
       END-IF.

*> When the row is found LdgIdx is left sitting on it, ready
*> for the ADD
ScanForLedgerEntry.
       IF LdgProdName(LdgIdx) = FindProdName
           AND LdgSize(LdgIdx) = FindSize
           MOVE 'Y' TO EntryFound
       ELSE
           SET LdgIdx UP BY 1
       END-IF.

WriteLedgerReport.
       OPEN OUTPUT LedgerReport
       PERFORM CheckReportFileStatus
       PERFORM PrintPageHeading
       IF LedgerCount = ZERO
           MOVE "NOTHING ON THE BOOK AND NOTHING MOVED" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
       ELSE
           PERFORM ReportOneLedgerLine
               VARYING LdgIdx FROM 1 BY 1 UNTIL LdgIdx > LedgerCount
       END-IF
       PERFORM PrintLedgerTotals
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       CLOSE LedgerReport
       PERFORM CheckReportFileStatus.

*> One product and size worked through from opening to closing
*> and set against the book. On the first run the opening is
*> whatever the book and the movements say it must have been,
*> so only an impossible opening below zero is flagged
ReportOneLedgerLine.
       COMPUTE NetMovement = LdgReceipts(LdgIdx) - LdgOrders(LdgIdx)
           + LdgReturns(LdgIdx) + LdgAdjust(LdgIdx)
       IF FirstLedgerFlag
           COMPUTE LdgOpening(LdgIdx) = LdgOnBook(LdgIdx)
               - NetMovement
       END-IF
       COMPUTE ClosingQty = LdgOpening(LdgIdx) + NetMovement
       COMPUTE DifferQty = LdgOnBook(LdgIdx) - ClosingQty
       MOVE SPACES TO PrnFlag
       IF DifferQty NOT = ZERO OR LdgOpening(LdgIdx) < ZERO
           MOVE "***" TO PrnFlag
           ADD 1 TO LinesFlagged
       END-IF
       PERFORM LookUpLedgerPrice
       COMPUTE LineValue = LdgOnBook(LdgIdx) * EffectivePrice
       ADD LineValue TO TotalBookValue
       IF NewPageRequired
           PERFORM PrintPageFooting
           PERFORM PrintPageHeading
       END-IF
       MOVE LdgProdName(LdgIdx) TO PrnProdName
       MOVE LdgSize(LdgIdx) TO PrnSize
       IF LdgSize(LdgIdx) = SPACE
           MOVE "?" TO PrnSize
       END-IF
       MOVE LdgOpening(LdgIdx) TO PrnOpening
       MOVE LdgReceipts(LdgIdx) TO PrnReceipts
       MOVE LdgOrders(LdgIdx) TO PrnOrders
       MOVE LdgReturns(LdgIdx) TO PrnReturns
       MOVE LdgAdjust(LdgIdx) TO PrnAdjust
       MOVE ClosingQty TO PrnClosing
       MOVE LdgOnBook(LdgIdx) TO PrnOnBook
       MOVE DifferQty TO PrnDiffer
       MOVE EffectivePrice TO PrnPrice
       MOVE LineValue TO PrnValue
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 1 TO LineCount
       ADD 1 TO LinesReported.

*> The price in force on the thru date. A product since taken
*> off the master has no price and is valued at nothing
LookUpLedgerPrice.
       MOVE ZERO TO EffectivePrice
       IF ProductFileNotFound
           ADD 1 TO UnpricedLines
       ELSE
           MOVE LdgProdName(LdgIdx) TO ProdName
           READ ProductFile
               INVALID KEY ADD 1 TO UnpricedLines
               NOT INVALID KEY
                   PERFORM CheckProductFileStatus
                   PERFORM LookUpEffectivePrice
           END-READ
       END-IF.

*> The price in force on EffectiveDate : walk the product's
*> history from its first rate forward, keeping each rate whose
*> from-date isn't past the date - the last one kept is the one
*> that was in force. The master's current price stands when
*> there's no history to say otherwise
LookUpEffectivePrice.
       MOVE ProdPrice TO EffectivePrice
       IF RateFileNotFound
           CONTINUE
       ELSE
           MOVE 'N' TO RateScanStatus
           MOVE ProdName TO RateProdName
           MOVE ZEROS TO RateFromDate
           START RateFile KEY IS NOT LESS THAN RateKey
               INVALID KEY SET RateScanAtEnd TO TRUE
           END-START
           PERFORM ScanNextRate UNTIL RateScanAtEnd
       END-IF.

ScanNextRate.
       READ RateFile NEXT RECORD
           AT END SET RateScanAtEnd TO TRUE
           NOT AT END
               IF RateProdName NOT = ProdName
                   OR RateFromDate > EffectiveDate
                   SET RateScanAtEnd TO TRUE
               ELSE
                   MOVE RateProdPrice TO EffectivePrice
               END-IF
       END-READ
       PERFORM CheckRateFileStatus.

PrintLedgerTotals.
       MOVE "Lines Reported / Book Value" TO PrnTotalCaption
       MOVE LinesReported TO PrnTotalCount
       MOVE TotalBookValue TO PrnTotalValue
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       IF LinesFlagged = ZERO
           MOVE "EVERY LINE AGREES WITH THE BOOK" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE "*** Lines Not Agreeing" TO PrnFlagCaption
           MOVE LinesFlagged TO PrnFlagCount
           WRITE PrintLine FROM FlagLine AFTER ADVANCING 1 LINE
       END-IF
       PERFORM CheckReportFileStatus
       PERFORM PrintPageFooting.

PrintPageHeading.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       MOVE PeriodFromDate TO PrnPeriodFrom
       MOVE PeriodThruDate TO PrnPeriodThru
       WRITE PrintLine FROM PeriodLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE 5 TO LineCount
       IF FirstLedgerFlag
           WRITE PrintLine FROM FirstRunLine AFTER ADVANCING 1 LINE
           PERFORM CheckReportFileStatus
           ADD 1 TO LineCount
       END-IF
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       ADD 1 TO PageCount.

PrintPageFooting.
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus.

*> What the book says now is the next run's opening - the
*> book's figure, not this run's calculation, so a line that
*> disagreed today opens clean tomorrow. Only sizes with a row
*> on prodstk.dat are carried; anything else had nothing on
*> hand. Nothing on the book at all leaves no balance, and the
*> next run starts again as a first run
WriteNextBalance.
       IF BookRowsRead > ZERO
           OPEN OUTPUT BalanceFile
           PERFORM CheckBalanceFileStatus
           PERFORM WriteOneBalance
               VARYING LdgIdx FROM 1 BY 1 UNTIL LdgIdx > LedgerCount
           CLOSE BalanceFile
           PERFORM CheckBalanceFileStatus
       END-IF.

WriteOneBalance.
       IF LdgOnStockFlag(LdgIdx)
           MOVE LdgProdName(LdgIdx) TO SblProdName
           MOVE LdgSize(LdgIdx) TO SblSize
           MOVE LdgOnBook(LdgIdx) TO SblQtyOnHand
           MOVE PeriodThruDate TO SblAsOfDate
           WRITE StockBalanceData
           PERFORM CheckBalanceFileStatus
           ADD 1 TO BalancesWritten
       END-IF.

*> Reports which file and which status code on any failure -
*> "35" (nothing stocked yet) is handled by LoadBookFigures
*> itself, so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "STKLEDG : StockFile error, status "
               StockFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" (never run) is handled by ReadLastBalance itself, so
*> anything else here is the real error case
CheckBalanceFileStatus.
       IF NOT BalanceFileOK AND NOT BalanceFileNotFound
           DISPLAY "STKLEDG : BalanceFile error, status "
               BalanceFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" on a trail is handled by its Gather paragraph itself,
*> so anything else in these four is the real error case
CheckOrderFileStatus.
       IF NOT OrderFileOK AND NOT OrderFileNotFound
           DISPLAY "STKLEDG : OrderDetail error, status "
               OrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReturnFileStatus.
       IF NOT ReturnFileOK AND NOT ReturnFileNotFound
           DISPLAY "STKLEDG : ReturnFile error, status "
               ReturnFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReceiptLogStatus.
       IF NOT ReceiptLogOK AND NOT ReceiptLogNotFound
           DISPLAY "STKLEDG : ReceiptLog error, status "
               ReceiptLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckAdjustLogStatus.
       IF NOT AdjustLogOK AND NOT AdjustLogNotFound
           DISPLAY "STKLEDG : AdjustLog error, status "
               AdjustLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" (no master or no price history) is handled by the
*> price look-up itself, so anything else here is the real
*> error case
CheckProductFileStatus.
       IF NOT ProductFileOK AND NOT ProductFileNotFound
           DISPLAY "STKLEDG : ProductFile error, status "
               ProductFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckRateFileStatus.
       IF NOT RateFileOK AND NOT RateFileNotFound
           DISPLAY "STKLEDG : RateFile error, status "
               RateFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "STKLEDG : LedgerReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
