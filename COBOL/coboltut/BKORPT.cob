       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BKORPT.
*> Backorder status report - who is still waiting for what.
*> Every open backorder on backordr.dat is listed twice on
*> Backorder.rpt : once by customer, so the front desk can
*> answer "where are my shirts", and once by product and size,
*> so purchasing sees what the next delivery has to cover.
*> Each line shows the original order date and how many days
*> the customer has been waiting, aged from that date to today
*> the way AGERPT ages an invoice, with what was backordered
*> and what is still owed after any part fills. The file is
*> sorted twice with CUSTINV's SORT ... INPUT PROCEDURE shape,
*> the input procedure passing on only the open backorders.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The backorders tutorial11 and ORDLOAD took, walked in key
*> order
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
*> tutorial10's customer master, read-only, for the name on
*> each customer's heading
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS CustomerFileStatus.
       SELECT WorkFile ASSIGN TO "bkosort.tmp".
*> The open backorders re-sequenced for one section of the
*> report - by customer first, then again by product
       SELECT SortedBackorders ASSIGN TO "bkosorted.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SortedFileStatus.
       SELECT BackorderReport ASSIGN TO "Backorder.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD BackorderFile.
       COPY "custbko.cpy".

FD CustomerFile.
       COPY "custmast.cpy".

*> SD and sorted file carry every field of the backorder
*> record so nothing is silently dropped if custbko.cpy's
*> layout ever changes
SD WorkFile.
       COPY "custbko.cpy" REPLACING ==BackorderData== BY ==WBackorderData==
                                    ==BkoKey== BY ==WBkoKey==
                                    ==BkoOrdDate== BY ==WBkoOrdDate==
                                    ==BkoOrdTime== BY ==WBkoOrdTime==
                                    ==BkoSeq== BY ==WBkoSeq==
                                    ==BkoIDNum== BY ==WBkoIDNum==
                                    ==BkoProdName== BY ==WBkoProdName==
                                    ==BkoSize== BY ==WBkoSize==
                                    ==BkoQtyShort== BY ==WBkoQtyShort==
                                    ==BkoQtyOpen== BY ==WBkoQtyOpen==
                                    ==BkoStatus== BY ==WBkoStatus==
                                    ==BkoOpen== BY ==WBkoOpen==
                                    ==BkoFilled== BY ==WBkoFilled==
                                    ==BkoCancelled== BY ==WBkoCancelled==
                                    ==BkoOperator== BY ==WBkoOperator==
                                    ==BkoLastDate== BY ==WBkoLastDate==
                                    ==BkoLastOperator== BY ==WBkoLastOperator==.

FD SortedBackorders.
       COPY "custbko.cpy" REPLACING ==BackorderData== BY ==SBackorderData==
                                    ==BkoKey== BY ==SBkoKey==
                                    ==BkoOrdDate== BY ==SBkoOrdDate==
                                    ==BkoOrdTime== BY ==SBkoOrdTime==
                                    ==BkoSeq== BY ==SBkoSeq==
                                    ==BkoIDNum== BY ==SBkoIDNum==
                                    ==BkoProdName== BY ==SBkoProdName==
                                    ==BkoSize== BY ==SBkoSize==
                                    ==BkoQtyShort== BY ==SBkoQtyShort==
                                    ==BkoQtyOpen== BY ==SBkoQtyOpen==
                                    ==BkoStatus== BY ==SBkoStatus==
                                    ==BkoOpen== BY ==SBkoOpen==
                                    ==BkoFilled== BY ==SBkoFilled==
                                    ==BkoCancelled== BY ==SBkoCancelled==
                                    ==BkoOperator== BY ==SBkoOperator==
                                    ==BkoLastDate== BY ==SBkoLastDate==
                                    ==BkoLastOperator== BY ==SBkoLastOperator==.

FD BackorderReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Heads PIC X(62) VALUE
       "Customer Product    Sz   Ordered   Short   Owed  Days Taken By".
01 BackorderDetailLine.
       02 PrnIDNum PIC 9(06).
       02 FILLER PIC XXX VALUE SPACE.
       02 PrnProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSize PIC X.
       02 FILLER PIC XXXX VALUE SPACE.
       02 PrnOrdDate PIC 9(08).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnQtyShort PIC Z,ZZ9.
       02 FILLER PIC XX VALUE SPACE.
       02 PrnQtyOpen PIC Z,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDaysOld PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnOperator PIC X(8).
01 CustomerHeadLine.
       02 FILLER PIC X(11) VALUE "Customer : ".
       02 PrnHeadIDNum PIC 9(06).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnHeadName PIC X(31).
01 ProductHeadLine.
       02 FILLER PIC X(10) VALUE "Product : ".
       02 PrnHeadProdName PIC X(10).
01 GroupTotalLine.
       02 FILLER PIC X(26) VALUE SPACE.
       02 PrnGroupLabel PIC X(9).
       02 PrnGroupOpen PIC ZZZ,ZZ9.
       02 FILLER PIC X(20) VALUE " still owed, oldest".
       02 FILLER PIC X VALUE SPACE.
       02 PrnGroupOldest PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE " days".
01 SectionTotalLine.
       02 FILLER PIC X(26) VALUE "Open backorders :".
       02 PrnSectionLines PIC ZZ,ZZ9.
       02 FILLER PIC X(18) VALUE "   Quantity owed :".
       02 PrnSectionOpen PIC ZZZ,ZZ9.

*> Every line is aged against today
01 AsOfDate PIC 9(08).
01 AsOfDays PIC 9(7).
01 DaysOld PIC S9(7).

*> Control break fields and totals
01 PrevIDNum PIC 9(06).
01 PrevProdName PIC X(10).
01 FirstInGroup PIC X.
       88 FirstInGroupFlag VALUE 'Y'.
01 GroupOpen PIC 9(6).
01 GroupOldest PIC S9(7).
01 SectionLines PIC 9(5).
01 SectionOpen PIC 9(6).
01 BackordersRead PIC 9(5) VALUE ZERO.
01 SortPass PIC 9 VALUE ZERO.
       88 FirstSortPass VALUE 1.
01 BackordersOpen PIC 9(5) VALUE ZERO.

01 BackorderEOF PIC X VALUE 'N'.
       88 EOFBackorders VALUE 'Y'.
01 SortedEOF PIC X VALUE 'N'.
       88 EOFSorted VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" means backordr.dat doesn't exist yet : nobody has ever
*> been backordered
01 BackorderFileStatus PIC XX VALUE "00".
       88 BackorderFileOK VALUES "00" "10".
       88 BackorderFileNotFound VALUE "35".
01 CustomerFileStatus PIC XX VALUE "00".
       88 CustomerFileOK VALUE "00".
       88 CustomerFileNotFound VALUE "35".
01 SortedFileStatus PIC XX VALUE "00".
       88 SortedFileOK VALUES "00" "10".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
PrintBackorderReport.
       OPEN INPUT BackorderFile
       IF BackorderFileNotFound
           DISPLAY "BKORPT : no backorders on file"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CheckBackorderFileStatus
       CLOSE BackorderFile
       PERFORM CheckBackorderFileStatus
       ACCEPT AsOfDate FROM DATE YYYYMMDD
       COMPUTE AsOfDays = FUNCTION INTEGER-OF-DATE(AsOfDate)
       OPEN INPUT CustomerFile
       PERFORM CheckCustomerFileStatus
       OPEN OUTPUT BackorderReport
       PERFORM CheckReportFileStatus
       MOVE SPACES TO PrintLine
       STRING "OPEN BACKORDERS AS OF " DELIMITED BY SIZE
           AsOfDate DELIMITED BY SIZE
           INTO PrintLine
       WRITE PrintLine
       PERFORM CheckReportFileStatus
       PERFORM PrintByCustomer
       PERFORM PrintByProduct
       MOVE "END OF REPORT" TO PrintLine
       WRITE PrintLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       CLOSE BackorderReport
       PERFORM CheckReportFileStatus
       IF NOT CustomerFileNotFound
           CLOSE CustomerFile
           PERFORM CheckCustomerFileStatus
       END-IF
       DISPLAY "Backorders Read : " BackordersRead
       DISPLAY "Backorders Open : " BackordersOpen
       STOP RUN.

*> Section one : each customer's open backorders, oldest
*> first, with what they are owed in all
PrintByCustomer.
       SORT WorkFile ON ASCENDING KEY WBkoIDNum WBkoOrdDate
                                      WBkoOrdTime WBkoSeq
           INPUT PROCEDURE IS SelectOpenBackorders
           GIVING SortedBackorders
       MOVE "BY CUSTOMER" TO PrintLine
       WRITE PrintLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE ZERO TO SectionLines, SectionOpen
       MOVE 'Y' TO FirstInGroup
       PERFORM OpenSortedBackorders
       PERFORM PrintOneByCustomer UNTIL EOFSorted
       PERFORM CloseSortedSection.

PrintOneByCustomer.
       IF FirstInGroupFlag OR SBkoIDNum NOT = PrevIDNum
           IF NOT FirstInGroupFlag
               PERFORM PrintGroupTotal
           END-IF
           PERFORM PrintCustomerHeading
       END-IF
       PERFORM PrintBackorderLine
       READ SortedBackorders
           AT END SET EOFSorted TO TRUE
       END-READ
       PERFORM CheckSortedFileStatus.

PrintCustomerHeading.
       MOVE 'N' TO FirstInGroup
       MOVE SBkoIDNum TO PrevIDNum
       MOVE ZERO TO GroupOpen, GroupOldest
       MOVE SBkoIDNum TO PrnHeadIDNum
       MOVE "(not on customer master)" TO PrnHeadName
       IF NOT CustomerFileNotFound
           MOVE SBkoIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckCustomerFileStatus
                   MOVE SPACES TO PrnHeadName
                   STRING FirstName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LastName DELIMITED BY SPACE
                       INTO PrnHeadName
           END-READ
       END-IF
       WRITE PrintLine FROM CustomerHeadLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

*> Section two : the same open backorders by product and size,
*> oldest first within each, so the next delivery's fills can
*> be seen in the order PRODMNT will make them
PrintByProduct.
       SORT WorkFile ON ASCENDING KEY WBkoProdName WBkoSize
                                      WBkoOrdDate WBkoOrdTime WBkoSeq
           INPUT PROCEDURE IS SelectOpenBackorders
           GIVING SortedBackorders
       MOVE "BY PRODUCT" TO PrintLine
       WRITE PrintLine AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus
       MOVE ZERO TO SectionLines, SectionOpen
       MOVE 'Y' TO FirstInGroup
       PERFORM OpenSortedBackorders
       PERFORM PrintOneByProduct UNTIL EOFSorted
       PERFORM CloseSortedSection.

PrintOneByProduct.
       IF FirstInGroupFlag OR SBkoProdName NOT = PrevProdName
           IF NOT FirstInGroupFlag
               PERFORM PrintGroupTotal
           END-IF
           PERFORM PrintProductHeading
       END-IF
       PERFORM PrintBackorderLine
       READ SortedBackorders
           AT END SET EOFSorted TO TRUE
       END-READ
       PERFORM CheckSortedFileStatus.

PrintProductHeading.
       MOVE 'N' TO FirstInGroup
       MOVE SBkoProdName TO PrevProdName
       MOVE ZERO TO GroupOpen, GroupOldest
       MOVE SBkoProdName TO PrnHeadProdName
       WRITE PrintLine FROM ProductHeadLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

*> The input procedure for both sorts : only what is still
*> owed goes through. It is counted on the first pass only
SelectOpenBackorders.
       ADD 1 TO SortPass
       MOVE 'N' TO BackorderEOF
       OPEN INPUT BackorderFile
       PERFORM CheckBackorderFileStatus
       READ BackorderFile NEXT RECORD
           AT END SET EOFBackorders TO TRUE
       END-READ
       PERFORM CheckBackorderFileStatus
       PERFORM SelectOneBackorder UNTIL EOFBackorders
       CLOSE BackorderFile
       PERFORM CheckBackorderFileStatus.

SelectOneBackorder.
       IF FirstSortPass
           ADD 1 TO BackordersRead
       END-IF
       IF BkoOpen AND BkoQtyOpen > ZERO
           RELEASE WBackorderData FROM BackorderData
       END-IF
       READ BackorderFile NEXT RECORD
           AT END SET EOFBackorders TO TRUE
       END-READ
       PERFORM CheckBackorderFileStatus.

OpenSortedBackorders.
       MOVE 'N' TO SortedEOF
       OPEN INPUT SortedBackorders
       PERFORM CheckSortedFileStatus
       READ SortedBackorders
           AT END SET EOFSorted TO TRUE
       END-READ
       PERFORM CheckSortedFileStatus.

*> One backorder, aged from its original order date
PrintBackorderLine.
       COMPUTE DaysOld
           = AsOfDays - FUNCTION INTEGER-OF-DATE(SBkoOrdDate)
       MOVE SBkoIDNum TO PrnIDNum
       MOVE SBkoProdName TO PrnProdName
       MOVE SBkoSize TO PrnSize
       MOVE SBkoOrdDate TO PrnOrdDate
       MOVE SBkoQtyShort TO PrnQtyShort
       MOVE SBkoQtyOpen TO PrnQtyOpen
       MOVE DaysOld TO PrnDaysOld
       MOVE SBkoOperator TO PrnOperator
       WRITE PrintLine FROM BackorderDetailLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD SBkoQtyOpen TO GroupOpen, SectionOpen
       ADD 1 TO SectionLines
       IF DaysOld > GroupOldest
           MOVE DaysOld TO GroupOldest
       END-IF.

PrintGroupTotal.
       MOVE "Total" TO PrnGroupLabel
       MOVE GroupOpen TO PrnGroupOpen
       MOVE GroupOldest TO PrnGroupOldest
       WRITE PrintLine FROM GroupTotalLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

*> Closes off a section : the last group's total, or a note
*> that nothing is owed, then the section's counts
CloseSortedSection.
       IF FirstInGroupFlag
           MOVE "NO OPEN BACKORDERS" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
       ELSE
           PERFORM PrintGroupTotal
       END-IF
       MOVE SectionLines TO PrnSectionLines
       MOVE SectionOpen TO PrnSectionOpen
       WRITE PrintLine FROM SectionTotalLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE SectionLines TO BackordersOpen
       CLOSE SortedBackorders
       PERFORM CheckSortedFileStatus.

*> Reports which file and which status code on any failure -
*> "35" (no backorders yet) is handled by PrintBackorderReport
*> itself, so anything else here is the real error case
CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "BKORPT : BackorderFile error, status "
               BackorderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckCustomerFileStatus.
       IF NOT CustomerFileOK AND NOT CustomerFileNotFound
           DISPLAY "BKORPT : CustomerFile error, status "
               CustomerFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckSortedFileStatus.
       IF NOT SortedFileOK
           DISPLAY "BKORPT : SortedBackorders error, status "
               SortedFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "BKORPT : BackorderReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
