       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POOPEN.
*> Open purchase order report - what purchasing is still
*> waiting on. Walks purchord.dat in PO order and prints every
*> line POMAINT raised that PRODMNT hasn't yet received in
*> full or closed, with the balance still due and what it will
*> cost. A line whose due date has passed is marked OVERDUE
*> with the days it is late, so the buyer knows which supplier
*> to chase; the rest show DUE IN and the days to go. Totals
*> for open and overdue lines and their cost go at the foot of
*> OpenPO.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> POMAINT's purchase orders, walked in key order
       SELECT PurchOrderFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PoKey
           FILE STATUS IS PurchOrderFileStatus.
       SELECT OpenPOReport ASSIGN TO "OpenPO.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD PurchOrderFile.
       COPY "custpord.cpy".

FD OpenPOReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Heads PIC X(79) VALUE
       "PO     Ln  Supp   Product   Sz Ordered Balance   Cost Due Due Date         Days".
01 OpenPODetailLine.
       02 PrnPONum PIC 9(06).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPOLine PIC 9(03).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSupID PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 PrnQtyOrdered PIC ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnQtyDue PIC ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCostDue PIC ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDueDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDueFlag PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDays PIC ZZZ9.
01 OpenPOTotalLine.
       02 PrnTotLabel PIC X(20).
       02 PrnTotLines PIC ZZ,ZZ9.
       02 FILLER PIC X(7) VALUE " lines ".
       02 PrnTotCost PIC Z,ZZZ,ZZ9.99.

*> Everything is measured against today - a line due before
*> today is overdue
01 AsOfDate PIC 9(08).
01 AsOfDays PIC 9(7).
01 DaysToDue PIC S9(7).

01 QtyDue PIC 9(5).
01 CostDue PIC 9(9)V99.
01 LinesOpen PIC 9(5) VALUE ZERO.
01 LinesOverdue PIC 9(5) VALUE ZERO.
01 CostOpen PIC 9(9)V99 VALUE ZERO.
01 CostOverdue PIC 9(9)V99 VALUE ZERO.
01 LinesRead PIC 9(5) VALUE ZERO.

01 PurchOrderEOF PIC X VALUE 'N'.
       88 EOFPurchOrders VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" means purchord.dat doesn't exist yet : nothing has
*> ever been ordered
01 PurchOrderFileStatus PIC XX VALUE "00".
       88 PurchOrderFileOK VALUES "00" "10".
       88 PurchOrderFileNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
PrintOpenPOReport.
       OPEN INPUT PurchOrderFile
       IF PurchOrderFileNotFound
           DISPLAY "POOPEN : no purchase orders on file"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CheckPurchOrderFileStatus
       ACCEPT AsOfDate FROM DATE YYYYMMDD
       COMPUTE AsOfDays = FUNCTION INTEGER-OF-DATE(AsOfDate)
       OPEN OUTPUT OpenPOReport
       PERFORM CheckReportFileStatus
       MOVE SPACES TO PrintLine
       STRING "OPEN PURCHASE ORDERS AS OF " DELIMITED BY SIZE
           AsOfDate DELIMITED BY SIZE
           INTO PrintLine
       WRITE PrintLine
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       READ PurchOrderFile NEXT RECORD
           AT END SET EOFPurchOrders TO TRUE
       END-READ
       PERFORM CheckPurchOrderFileStatus
       PERFORM ReportOnePOLine UNTIL EOFPurchOrders
       CLOSE PurchOrderFile
       PERFORM CheckPurchOrderFileStatus
       IF LinesOpen = ZERO
           MOVE "NO OPEN PURCHASE ORDER LINES" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
       ELSE
           PERFORM WriteTotalLines
       END-IF
       MOVE "END OF REPORT" TO PrintLine
       WRITE PrintLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       CLOSE OpenPOReport
       PERFORM CheckReportFileStatus
       DISPLAY "PO Lines Read : " LinesRead
       DISPLAY "PO Lines Open : " LinesOpen
       DISPLAY "PO Lines Overdue : " LinesOverdue
       STOP RUN.

*> One PO line : closed lines are history and print nothing.
*> A line that has somehow had everything received but was
*> never closed still shows, with nothing due, so someone
*> closes it
ReportOnePOLine.
       ADD 1 TO LinesRead
       IF NOT PoClosed
           ADD 1 TO LinesOpen
           IF PoQtyReceived < PoQtyOrdered
               COMPUTE QtyDue = PoQtyOrdered - PoQtyReceived
           ELSE
               MOVE ZERO TO QtyDue
           END-IF
           COMPUTE CostDue = QtyDue * PoUnitCost
           ADD CostDue TO CostOpen
           COMPUTE DaysToDue
               = FUNCTION INTEGER-OF-DATE(PoDueDate) - AsOfDays
           IF DaysToDue < ZERO
               ADD 1 TO LinesOverdue
               ADD CostDue TO CostOverdue
               MOVE "OVERDUE" TO PrnDueFlag
               COMPUTE PrnDays = ZERO - DaysToDue
           ELSE
               MOVE "DUE IN" TO PrnDueFlag
               MOVE DaysToDue TO PrnDays
           END-IF
           MOVE PoNum TO PrnPONum
           MOVE PoLine TO PrnPOLine
           MOVE PoSupID TO PrnSupID
           MOVE PoProdName TO PrnProdName
           MOVE PoSize TO PrnSize
           MOVE PoQtyOrdered TO PrnQtyOrdered
           MOVE QtyDue TO PrnQtyDue
           MOVE CostDue TO PrnCostDue
           MOVE PoDueDate TO PrnDueDate
           WRITE PrintLine FROM OpenPODetailLine
               AFTER ADVANCING 1 LINE
           PERFORM CheckReportFileStatus
       END-IF
       READ PurchOrderFile NEXT RECORD
           AT END SET EOFPurchOrders TO TRUE
       END-READ
       PERFORM CheckPurchOrderFileStatus.

WriteTotalLines.
       MOVE "TOTAL OPEN" TO PrnTotLabel
       MOVE LinesOpen TO PrnTotLines
       MOVE CostOpen TO PrnTotCost
       WRITE PrintLine FROM OpenPOTotalLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE "TOTAL OVERDUE" TO PrnTotLabel
       MOVE LinesOverdue TO PrnTotLines
       MOVE CostOverdue TO PrnTotCost
       WRITE PrintLine FROM OpenPOTotalLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

*> Reports which file and which status code on any failure -
*> "35" (nothing ordered yet) is handled by PrintOpenPOReport
*> itself, so anything else here is the real error case
CheckPurchOrderFileStatus.
       IF NOT PurchOrderFileOK AND NOT PurchOrderFileNotFound
           DISPLAY "POOPEN : PurchOrderFile error, status "
               PurchOrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "POOPEN : OpenPOReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
