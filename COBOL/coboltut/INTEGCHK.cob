       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.
*> Nightly cross-file integrity sweep. Every trail here names
*> a customer, a product or an operator by key, and nothing
*> stops a key from going stale : a customer deleted with
*> business still open, a product row lost, a log stamped
*> under an ID that is no longer on the operator master. The
*> sweep reads every trail against the masters and lists each
*> orphan on Integrity.rpt :
*>   orders.txt and returns.txt rows whose customer isn't on
*>     customers.txt or whose product isn't on products.txt;
*>   returns with no original order on orders.txt for the same
*>     customer, product, size and order date;
*>   open items on receivbl.dat whose customer isn't on file;
*>   operator IDs on CustAudit.log, orders.txt, CashPost.log,
*>     StockRcpt.log and StockAdj.log not on operators.txt.
*> Two things are history rather than breaks, and are counted
*> but not listed. A customer deleted the proper way (a delete
*> row on CustAudit.log, which CUSTBUSY only allows once
*> nothing is open) leaves billed orders and credited returns
*> behind. And ORDARCH moves old orders off orders.txt, so a
*> return whose original order date is older than anything
*> left on orders.txt can't be matched.
*> It runs as the last NIGHTRUN step. Any break sets
*> RETURN-CODE 8 once the report is written, so the step is
*> journalled as failed and somebody reads the report; every
*> premature stop sets it too, the same as the other batch
*> runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The three masters, read-only
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS CustomerFileStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OperID
           FILE STATUS IS OperatorFileStatus.
*> CUSTINV's run control, for how far billing has got
       SELECT InvControlFile ASSIGN TO "invctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
*> The trails, all read-only
       SELECT CustomerAudit ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT OrderDetail ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderFileStatus.
       SELECT ReturnFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReturnFileStatus.
       SELECT OpenItemFile ASSIGN TO "receivbl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RecvInvNum
           FILE STATUS IS OpenItemFileStatus.
       SELECT PaymentLog ASSIGN TO "CashPost.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentLogStatus.
       SELECT ReceiptLog ASSIGN TO "StockRcpt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.
       SELECT AdjustLog ASSIGN TO "StockAdj.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustLogStatus.
       SELECT IntegrityReport ASSIGN TO "Integrity.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custmast.cpy".

FD ProductFile.
       COPY "custprod.cpy".

FD OperatorFile.
       COPY "custoper.cpy".

FD InvControlFile.
       COPY "custictl.cpy".

FD CustomerAudit.
       COPY "custaud.cpy".

FD OrderDetail.
       COPY "custord.cpy".

FD ReturnFile.
       COPY "custrtrn.cpy".

FD OpenItemFile.
       COPY "custrecv.cpy".

FD PaymentLog.
       COPY "custcash.cpy".

FD ReceiptLog.
       COPY "custrcpt.cpy".

FD AdjustLog.
       COPY "custsadj.cpy".

FD IntegrityReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
*> Heading/footing pieces, CUSTINV style
01 PageHeading.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(23) VALUE "CROSS-FILE INTEGRITY".
01 PageFooting.
       02 FILLER PIC X(15) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z9.
01 RunDateLine.
       02 FILLER PIC X(14) VALUE "Swept On ".
       02 PrnRunDate PIC 9(08).
01 Heads.
       02 FILLER PIC X(14) VALUE "File".
       02 FILLER PIC X(36) VALUE "Row".
       02 FILLER PIC X(40) VALUE "Problem".
*> One orphan
01 BreakLine.
       02 PrnSource PIC X(13).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRef PIC X(35).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProblem PIC X(40).
*> What each trail came to, at the end
01 SummaryHeads.
       02 FILLER PIC X(30) VALUE SPACE.
       02 FILLER PIC X(11) VALUE "    Checked".
       02 FILLER PIC X(8) VALUE "  Breaks".
01 SummaryLine.
       02 PrnSumCaption PIC X(30).
       02 PrnSumChecked PIC ZZZ,ZZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnSumBreaks PIC ZZZ,ZZ9.
01 NoteLine.
       02 PrnNoteCaption PIC X(40).
       02 PrnNoteCount PIC ZZZ,ZZ9.
01 ReportFooting PIC X(29) VALUE "END OF INTEGRITY SWEEP".

*> Tracks number of lines used, when to print footer and new
*> heading, tutorial9 style
01 LineCount PIC 99 VALUE ZERO.
       88 NewPageRequired VALUE 50 THRU 99.
01 PageCount PIC 99 VALUE ZERO.

01 TodayDate PIC 9(08).
*> The last completed invoice run's billed-through date - an
*> order or return dated after it is still to be billed
01 BilledThrough PIC 9(08) VALUE ZERO.
*> The oldest order left on orders.txt - a return against
*> anything older lost its original to ORDARCH
01 EarliestOrdDate PIC 9(08) VALUE 99999999.

*> Customers deleted through tutorial10 or CUSTMERG, off the
*> delete rows on CustAudit.log
01 DeletedTable.
       02 DeletedEntry OCCURS 500 TIMES INDEXED BY DelIdx.
           03 DelIDNum PIC 9(06).
01 DeletedCount PIC 9(4) VALUE ZERO.

*> The returns, held while orders.txt is read so each can be
*> matched to its original order in one pass
01 ReturnTable.
       02 ReturnEntry OCCURS 1000 TIMES INDEXED BY RtnIdx.
           03 RtnTblIDNum PIC 9(06).
           03 RtnTblProdName PIC X(10).
           03 RtnTblSize PIC X.
           03 RtnTblOrdDate PIC 9(08).
           03 RtnTblDate PIC 9(08).
           03 RtnTblMatched PIC X.
               88 RtnTblMatchedFlag VALUE 'Y'.
01 ReturnCount PIC 9(4) VALUE ZERO.

*> Look-up results
01 CustFound PIC X.
       88 CustFoundFlag VALUE 'Y'.
01 ProdFound PIC X.
       88 ProdFoundFlag VALUE 'Y'.
01 OperFound PIC X.
       88 OperFoundFlag VALUE 'Y'.
01 DeletedFound PIC X.
       88 DeletedFoundFlag VALUE 'Y'.
01 LookUpIDNum PIC 9(06).
01 LookUpProdName PIC X(10).
01 LookUpOperID PIC X(8).

*> The row being reported
01 BreakSource PIC X(13).
01 BreakRef PIC X(35).
01 BreakProblem PIC X(40).

*> Counts per trail : rows checked and breaks found
01 OrdersChecked PIC 9(7) VALUE ZERO.
01 OrderBreaks PIC 9(5) VALUE ZERO.
01 ReturnsChecked PIC 9(7) VALUE ZERO.
01 ReturnBreaks PIC 9(5) VALUE ZERO.
01 OpenItemsChecked PIC 9(7) VALUE ZERO.
01 OpenItemBreaks PIC 9(5) VALUE ZERO.
01 AuditChecked PIC 9(7) VALUE ZERO.
01 AuditBreaks PIC 9(5) VALUE ZERO.
01 PaymentsChecked PIC 9(7) VALUE ZERO.
01 PaymentBreaks PIC 9(5) VALUE ZERO.
01 ReceiptsChecked PIC 9(7) VALUE ZERO.
01 ReceiptBreaks PIC 9(5) VALUE ZERO.
01 AdjustmentsChecked PIC 9(7) VALUE ZERO.
01 AdjustmentBreaks PIC 9(5) VALUE ZERO.
01 TotalBreaks PIC 9(6) VALUE ZERO.
01 DeletedHistoryRows PIC 9(7) VALUE ZERO.
01 ArchivedOriginals PIC 9(7) VALUE ZERO.
01 BreaksThisRow PIC 9 VALUE ZERO.

01 AuditEOF PIC X VALUE 'N'.
       88 EOFAudit VALUE 'Y'.
01 OrderEOF PIC X VALUE 'N'.
       88 EOFOrders VALUE 'Y'.
01 ReturnEOF PIC X VALUE 'N'.
       88 EOFReturns VALUE 'Y'.
01 OpenItemEOF PIC X VALUE 'N'.
       88 EOFOpenItems VALUE 'Y'.
01 PaymentEOF PIC X VALUE 'N'.
       88 EOFPayments VALUE 'Y'.
01 ReceiptEOF PIC X VALUE 'N'.
       88 EOFReceipts VALUE 'Y'.
01 AdjustEOF PIC X VALUE 'N'.
       88 EOFAdjustments VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" on a master means it doesn't exist, so nothing is on
*> it and every row naming it is an orphan; on a trail it just
*> means that trail hasn't been started yet
01 CustomerFileStatus PIC XX VALUE "00".
       88 CustomerFileOK VALUE "00".
       88 CustomerFileNotFound VALUE "35".
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
       88 ProductFileNotFound VALUE "35".
01 OperatorFileStatus PIC XX VALUE "00".
       88 OperatorFileOK VALUE "00".
       88 OperatorFileNotFound VALUE "35".
01 ControlFileStatus PIC XX VALUE "00".
       88 ControlFileOK VALUES "00" "10".
       88 ControlFileNotFound VALUE "35".
01 AuditFileStatus PIC XX VALUE "00".
       88 AuditFileOK VALUES "00" "10".
       88 AuditFileNotFound VALUE "35".
01 OrderFileStatus PIC XX VALUE "00".
       88 OrderFileOK VALUES "00" "10".
       88 OrderFileNotFound VALUE "35".
01 ReturnFileStatus PIC XX VALUE "00".
       88 ReturnFileOK VALUES "00" "10".
       88 ReturnFileNotFound VALUE "35".
01 OpenItemFileStatus PIC XX VALUE "00".
       88 OpenItemFileOK VALUES "00" "10".
       88 OpenItemFileNotFound VALUE "35".
01 PaymentLogStatus PIC XX VALUE "00".
       88 PaymentLogOK VALUES "00" "10".
       88 PaymentLogNotFound VALUE "35".
01 ReceiptLogStatus PIC XX VALUE "00".
       88 ReceiptLogOK VALUES "00" "10".
       88 ReceiptLogNotFound VALUE "35".
01 AdjustLogStatus PIC XX VALUE "00".
       88 AdjustLogOK VALUES "00" "10".
       88 AdjustLogNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
RunIntegritySweep.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       PERFORM ReadBilledThrough
       OPEN INPUT CustomerFile
       PERFORM CheckCustomerFileStatus
       OPEN INPUT ProductFile
       PERFORM CheckProductFileStatus
       OPEN INPUT OperatorFile
       PERFORM CheckOperatorFileStatus
       OPEN OUTPUT IntegrityReport
       PERFORM CheckReportFileStatus
       PERFORM PrintPageHeading
       PERFORM SweepAuditLog
       PERFORM LoadReturns
       PERFORM SweepOrders
       PERFORM SweepReturns
       PERFORM SweepOpenItems
       PERFORM SweepPayments
       PERFORM SweepReceipts
       PERFORM SweepAdjustments
       PERFORM PrintSummary
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       CLOSE IntegrityReport
       PERFORM CheckReportFileStatus
       IF NOT CustomerFileNotFound
           CLOSE CustomerFile
           PERFORM CheckCustomerFileStatus
       END-IF
       IF NOT ProductFileNotFound
           CLOSE ProductFile
           PERFORM CheckProductFileStatus
       END-IF
       IF NOT OperatorFileNotFound
           CLOSE OperatorFile
           PERFORM CheckOperatorFileStatus
       END-IF
       DISPLAY "Breaks Found : " TotalBreaks
       IF TotalBreaks > ZERO
           DISPLAY "INTEGCHK : breaks listed on Integrity.rpt"
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

*> No control file means no invoice run has ever completed, so
*> nothing has been billed. An empty one is CUSTINV caught
*> mid-write; reading nothing as billed is the safe side of
*> that too
ReadBilledThrough.
       OPEN INPUT InvControlFile
       IF ControlFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckControlFileStatus
           READ InvControlFile
               AT END MOVE ZERO TO CtlBilledThrough
           END-READ
           PERFORM CheckControlFileStatus
           MOVE CtlBilledThrough TO BilledThrough
           CLOSE InvControlFile
           PERFORM CheckControlFileStatus
       END-IF.

*> The audit trail : every row's operator, and every delete
*> row's customer remembered so that customer's billed history
*> isn't reported as orphaned
SweepAuditLog.
       OPEN INPUT CustomerAudit
       IF AuditFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckAuditFileStatus
           READ CustomerAudit
               AT END SET EOFAudit TO TRUE
           END-READ
           PERFORM CheckAuditFileStatus
           PERFORM SweepOneAuditRow UNTIL EOFAudit
           CLOSE CustomerAudit
           PERFORM CheckAuditFileStatus
       END-IF.

SweepOneAuditRow.
       ADD 1 TO AuditChecked
       IF AudActionDelete
           ADD 1 TO DeletedCount
           IF DeletedCount > 500
               DISPLAY "INTEGCHK : too many deleted customers, "
                   "table holds 500 - widen DeletedTable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET DelIdx TO DeletedCount
           MOVE AudIDNum TO DelIDNum(DelIdx)
       END-IF
       MOVE AudOperator TO LookUpOperID
       PERFORM LookUpOperator
       IF NOT OperFoundFlag
           MOVE "CustAudit.log" TO BreakSource
           MOVE SPACES TO BreakRef
           STRING "Cust " DELIMITED BY SIZE
               AudIDNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AudDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AudAction DELIMITED BY SIZE
               INTO BreakRef
           PERFORM SetOperatorProblem
           PERFORM PrintBreak
           ADD 1 TO AuditBreaks
       END-IF
       READ CustomerAudit
           AT END SET EOFAudit TO TRUE
       END-READ
       PERFORM CheckAuditFileStatus.

*> Every return into the table, unmatched, before orders.txt
*> is read
LoadReturns.
       OPEN INPUT ReturnFile
       IF ReturnFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckReturnFileStatus
           READ ReturnFile
               AT END SET EOFReturns TO TRUE
           END-READ
           PERFORM CheckReturnFileStatus
           PERFORM LoadOneReturn UNTIL EOFReturns
           CLOSE ReturnFile
           PERFORM CheckReturnFileStatus
       END-IF.

LoadOneReturn.
       ADD 1 TO ReturnCount
       IF ReturnCount > 1000
           DISPLAY "INTEGCHK : too many returns, table holds "
               "1000 - widen ReturnTable"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       SET RtnIdx TO ReturnCount
       MOVE RtnIDNum TO RtnTblIDNum(RtnIdx)
       MOVE RtnProdName TO RtnTblProdName(RtnIdx)
       MOVE RtnSize TO RtnTblSize(RtnIdx)
       MOVE RtnOrdDate TO RtnTblOrdDate(RtnIdx)
       MOVE RtnDate TO RtnTblDate(RtnIdx)
       MOVE 'N' TO RtnTblMatched(RtnIdx)
       READ ReturnFile
           AT END SET EOFReturns TO TRUE
       END-READ
       PERFORM CheckReturnFileStatus.

*> Orders : customer, product and operator, and each one marks
*> off any return taken against it
SweepOrders.
       OPEN INPUT OrderDetail
       IF OrderFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckOrderFileStatus
           READ OrderDetail
               AT END SET EOFOrders TO TRUE
           END-READ
           PERFORM CheckOrderFileStatus
           PERFORM SweepOneOrder UNTIL EOFOrders
           CLOSE OrderDetail
           PERFORM CheckOrderFileStatus
       END-IF.

SweepOneOrder.
       ADD 1 TO OrdersChecked
       IF OrdDate < EarliestOrdDate
           MOVE OrdDate TO EarliestOrdDate
       END-IF
       MOVE "orders.txt" TO BreakSource
       MOVE SPACES TO BreakRef
       STRING "Cust " DELIMITED BY SIZE
           OrdIDNum DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OrdProdName DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OrdSize DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OrdDate DELIMITED BY SIZE
           INTO BreakRef
       MOVE ZERO TO BreaksThisRow
       MOVE OrdIDNum TO LookUpIDNum
       PERFORM LookUpCustomer
       IF NOT CustFoundFlag
           IF OrdDate > BilledThrough
               MOVE "Unbilled - Customer Not On File" TO BreakProblem
               PERFORM PrintBreak
               ADD 1 TO BreaksThisRow
           ELSE
               PERFORM LookUpDeleted
               IF DeletedFoundFlag
                   ADD 1 TO DeletedHistoryRows
               ELSE
                   MOVE "Customer Not On File" TO BreakProblem
                   PERFORM PrintBreak
                   ADD 1 TO BreaksThisRow
               END-IF
           END-IF
       END-IF
       MOVE OrdProdName TO LookUpProdName
       PERFORM LookUpProduct
       IF NOT ProdFoundFlag
           MOVE "Product Not On File" TO BreakProblem
           PERFORM PrintBreak
           ADD 1 TO BreaksThisRow
       END-IF
       MOVE OrdOperator TO LookUpOperID
       PERFORM LookUpOperator
       IF NOT OperFoundFlag
           PERFORM SetOperatorProblem
           PERFORM PrintBreak
           ADD 1 TO BreaksThisRow
       END-IF
       ADD BreaksThisRow TO OrderBreaks
       IF ReturnCount > ZERO
           PERFORM MatchOneReturn
               VARYING RtnIdx FROM 1 BY 1 UNTIL RtnIdx > ReturnCount
       END-IF
       READ OrderDetail
           AT END SET EOFOrders TO TRUE
       END-READ
       PERFORM CheckOrderFileStatus.

*> The same key ORDRTRN picks the original order by
MatchOneReturn.
       IF RtnTblIDNum(RtnIdx) = OrdIDNum
           AND RtnTblProdName(RtnIdx) = OrdProdName
           AND RtnTblSize(RtnIdx) = OrdSize
           AND RtnTblOrdDate(RtnIdx) = OrdDate
           MOVE 'Y' TO RtnTblMatched(RtnIdx)
       END-IF.

*> Returns : customer, product and original order. A return
*> already credited to a customer deleted the proper way is
*> history, whatever else it no longer points at
SweepReturns.
       IF ReturnCount > ZERO
           PERFORM SweepOneReturn
               VARYING RtnIdx FROM 1 BY 1 UNTIL RtnIdx > ReturnCount
       END-IF.

SweepOneReturn.
       ADD 1 TO ReturnsChecked
       MOVE "returns.txt" TO BreakSource
       MOVE SPACES TO BreakRef
       STRING "Cust " DELIMITED BY SIZE
           RtnTblIDNum(RtnIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RtnTblProdName(RtnIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RtnTblSize(RtnIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RtnTblDate(RtnIdx) DELIMITED BY SIZE
           INTO BreakRef
       MOVE ZERO TO BreaksThisRow
       MOVE 'Y' TO CustFound
       MOVE 'N' TO DeletedFound
       MOVE RtnTblIDNum(RtnIdx) TO LookUpIDNum
       PERFORM LookUpCustomer
       IF NOT CustFoundFlag
           IF RtnTblDate(RtnIdx) > BilledThrough
               MOVE "Uncredited - Customer Not On File"
                   TO BreakProblem
               PERFORM PrintBreak
               ADD 1 TO BreaksThisRow
           ELSE
               PERFORM LookUpDeleted
               IF DeletedFoundFlag
                   ADD 1 TO DeletedHistoryRows
               ELSE
                   MOVE "Customer Not On File" TO BreakProblem
                   PERFORM PrintBreak
                   ADD 1 TO BreaksThisRow
               END-IF
           END-IF
       END-IF
       MOVE RtnTblProdName(RtnIdx) TO LookUpProdName
       PERFORM LookUpProduct
       IF NOT ProdFoundFlag
           MOVE "Product Not On File" TO BreakProblem
           PERFORM PrintBreak
           ADD 1 TO BreaksThisRow
       END-IF
       IF NOT RtnTblMatchedFlag(RtnIdx) AND NOT DeletedFoundFlag
           IF RtnTblOrdDate(RtnIdx) < EarliestOrdDate
               ADD 1 TO ArchivedOriginals
           ELSE
               MOVE SPACES TO BreakProblem
               STRING "No Original Order Of " DELIMITED BY SIZE
                   RtnTblOrdDate(RtnIdx) DELIMITED BY SIZE
                   INTO BreakProblem
               PERFORM PrintBreak
               ADD 1 TO BreaksThisRow
           END-IF
       END-IF
       ADD BreaksThisRow TO ReturnBreaks.

*> Open items : only one still owed needs its customer - a paid
*> one is finished business
SweepOpenItems.
       OPEN INPUT OpenItemFile
       IF OpenItemFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckOpenItemFileStatus
           READ OpenItemFile NEXT RECORD
               AT END SET EOFOpenItems TO TRUE
           END-READ
           PERFORM CheckOpenItemFileStatus
           PERFORM SweepOneOpenItem UNTIL EOFOpenItems
           CLOSE OpenItemFile
           PERFORM CheckOpenItemFileStatus
       END-IF.

SweepOneOpenItem.
       IF RecvOpen
           ADD 1 TO OpenItemsChecked
           MOVE RecvIDNum TO LookUpIDNum
           PERFORM LookUpCustomer
           IF NOT CustFoundFlag
               MOVE "receivbl.dat" TO BreakSource
               MOVE SPACES TO BreakRef
               STRING "Invoice " DELIMITED BY SIZE
                   RecvInvNum DELIMITED BY SIZE
                   " Cust " DELIMITED BY SIZE
                   RecvIDNum DELIMITED BY SIZE
                   INTO BreakRef
               MOVE "Open Item - Customer Not On File"
                   TO BreakProblem
               PERFORM PrintBreak
               ADD 1 TO OpenItemBreaks
           END-IF
       END-IF
       READ OpenItemFile NEXT RECORD
           AT END SET EOFOpenItems TO TRUE
       END-READ
       PERFORM CheckOpenItemFileStatus.

*> The three remaining logs only carry an operator to check
SweepPayments.
       OPEN INPUT PaymentLog
       IF PaymentLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckPaymentLogStatus
           READ PaymentLog
               AT END SET EOFPayments TO TRUE
           END-READ
           PERFORM CheckPaymentLogStatus
           PERFORM SweepOnePayment UNTIL EOFPayments
           CLOSE PaymentLog
           PERFORM CheckPaymentLogStatus
       END-IF.

SweepOnePayment.
       ADD 1 TO PaymentsChecked
       MOVE CshOperator TO LookUpOperID
       PERFORM LookUpOperator
       IF NOT OperFoundFlag
           MOVE "CashPost.log" TO BreakSource
           MOVE SPACES TO BreakRef
           STRING "Invoice " DELIMITED BY SIZE
               CshInvNum DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CshDate DELIMITED BY SIZE
               INTO BreakRef
           PERFORM SetOperatorProblem
           PERFORM PrintBreak
           ADD 1 TO PaymentBreaks
       END-IF
       READ PaymentLog
           AT END SET EOFPayments TO TRUE
       END-READ
       PERFORM CheckPaymentLogStatus.

SweepReceipts.
       OPEN INPUT ReceiptLog
       IF ReceiptLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckReceiptLogStatus
           READ ReceiptLog
               AT END SET EOFReceipts TO TRUE
           END-READ
           PERFORM CheckReceiptLogStatus
           PERFORM SweepOneReceipt UNTIL EOFReceipts
           CLOSE ReceiptLog
           PERFORM CheckReceiptLogStatus
       END-IF.

SweepOneReceipt.
       ADD 1 TO ReceiptsChecked
       MOVE RcpOperator TO LookUpOperID
       PERFORM LookUpOperator
       IF NOT OperFoundFlag
           MOVE "StockRcpt.log" TO BreakSource
           MOVE SPACES TO BreakRef
           STRING RcpProdName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RcpSize DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RcpDate DELIMITED BY SIZE
               INTO BreakRef
           PERFORM SetOperatorProblem
           PERFORM PrintBreak
           ADD 1 TO ReceiptBreaks
       END-IF
       READ ReceiptLog
           AT END SET EOFReceipts TO TRUE
       END-READ
       PERFORM CheckReceiptLogStatus.

SweepAdjustments.
       OPEN INPUT AdjustLog
       IF AdjustLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckAdjustLogStatus
           READ AdjustLog
               AT END SET EOFAdjustments TO TRUE
           END-READ
           PERFORM CheckAdjustLogStatus
           PERFORM SweepOneAdjustment UNTIL EOFAdjustments
           CLOSE AdjustLog
           PERFORM CheckAdjustLogStatus
       END-IF.

SweepOneAdjustment.
       ADD 1 TO AdjustmentsChecked
       MOVE AdjOperator TO LookUpOperID
       PERFORM LookUpOperator
       IF NOT OperFoundFlag
           MOVE "StockAdj.log" TO BreakSource
           MOVE SPACES TO BreakRef
           STRING AdjProdName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AdjSize DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AdjDate DELIMITED BY SIZE
               INTO BreakRef
           PERFORM SetOperatorProblem
           PERFORM PrintBreak
           ADD 1 TO AdjustmentBreaks
       END-IF
       READ AdjustLog
           AT END SET EOFAdjustments TO TRUE
       END-READ
       PERFORM CheckAdjustLogStatus.

*> Master look-ups : a missing master has nothing on it
LookUpCustomer.
       MOVE 'N' TO CustFound
       IF NOT CustomerFileNotFound
           MOVE LookUpIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckCustomerFileStatus
                   MOVE 'Y' TO CustFound
           END-READ
       END-IF.

LookUpProduct.
       MOVE 'N' TO ProdFound
       IF NOT ProductFileNotFound
           MOVE LookUpProdName TO ProdName
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckProductFileStatus
                   MOVE 'Y' TO ProdFound
           END-READ
       END-IF.

*> A deactivated operator is still on the master - their
*> stamps name a real identity, only new sign-ons are refused
LookUpOperator.
       MOVE 'N' TO OperFound
       IF NOT OperatorFileNotFound AND LookUpOperID NOT = SPACES
           MOVE LookUpOperID TO OperID
           READ OperatorFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckOperatorFileStatus
                   MOVE 'Y' TO OperFound
           END-READ
       END-IF.

LookUpDeleted.
       MOVE 'N' TO DeletedFound
       IF DeletedCount > ZERO
           SET DelIdx TO 1
           PERFORM ScanForDeleted
               UNTIL DeletedFoundFlag OR DelIdx > DeletedCount
       END-IF.

ScanForDeleted.
       IF DelIDNum(DelIdx) = LookUpIDNum
           MOVE 'Y' TO DeletedFound
       ELSE
           SET DelIdx UP BY 1
       END-IF.

SetOperatorProblem.
       MOVE SPACES TO BreakProblem
       IF LookUpOperID = SPACES
           MOVE "No Operator Stamped" TO BreakProblem
       ELSE
           STRING "Operator " DELIMITED BY SIZE
               LookUpOperID DELIMITED BY SPACE
               " Not On operators.txt" DELIMITED BY SIZE
               INTO BreakProblem
       END-IF.

PrintBreak.
       IF NewPageRequired
           PERFORM PrintPageFooting
           PERFORM PrintPageHeading
       END-IF
       MOVE BreakSource TO PrnSource
       MOVE BreakRef TO PrnRef
       MOVE BreakProblem TO PrnProblem
       WRITE PrintLine FROM BreakLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 1 TO LineCount
       ADD 1 TO TotalBreaks.

PrintSummary.
       IF TotalBreaks = ZERO
           MOVE "NO BREAKS - EVERY KEY POINTS AT SOMETHING" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
       END-IF
       WRITE PrintLine FROM SummaryHeads AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus
       MOVE "CustAudit.log" TO PrnSumCaption
       MOVE AuditChecked TO PrnSumChecked
       MOVE AuditBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "orders.txt" TO PrnSumCaption
       MOVE OrdersChecked TO PrnSumChecked
       MOVE OrderBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "returns.txt" TO PrnSumCaption
       MOVE ReturnsChecked TO PrnSumChecked
       MOVE ReturnBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "receivbl.dat (open items)" TO PrnSumCaption
       MOVE OpenItemsChecked TO PrnSumChecked
       MOVE OpenItemBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "CashPost.log" TO PrnSumCaption
       MOVE PaymentsChecked TO PrnSumChecked
       MOVE PaymentBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "StockRcpt.log" TO PrnSumCaption
       MOVE ReceiptsChecked TO PrnSumChecked
       MOVE ReceiptBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "StockAdj.log" TO PrnSumCaption
       MOVE AdjustmentsChecked TO PrnSumChecked
       MOVE AdjustmentBreaks TO PrnSumBreaks
       PERFORM PrintSummaryLine
       MOVE "Deleted Customers' Billed History" TO PrnNoteCaption
       MOVE DeletedHistoryRows TO PrnNoteCount
       WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE "Returns Whose Original Is Archived" TO PrnNoteCaption
       MOVE ArchivedOriginals TO PrnNoteCount
       WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE "Total Breaks" TO PrnNoteCaption
       MOVE TotalBreaks TO PrnNoteCount
       WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       PERFORM PrintPageFooting.

PrintSummaryLine.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

PrintPageHeading.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       MOVE TodayDate TO PrnRunDate
       WRITE PrintLine FROM RunDateLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 5 TO LineCount
       ADD 1 TO PageCount.

PrintPageFooting.
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus.

*> Reports which file and which status code on any failure -
*> "35" on every master and trail is handled where it's
*> opened, so anything else here is the real error case
CheckCustomerFileStatus.
       IF NOT CustomerFileOK AND NOT CustomerFileNotFound
           DISPLAY "INTEGCHK : CustomerFile error, status "
               CustomerFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckProductFileStatus.
       IF NOT ProductFileOK AND NOT ProductFileNotFound
           DISPLAY "INTEGCHK : ProductFile error, status "
               ProductFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckOperatorFileStatus.
       IF NOT OperatorFileOK AND NOT OperatorFileNotFound
           DISPLAY "INTEGCHK : OperatorFile error, status "
               OperatorFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckControlFileStatus.
       IF NOT ControlFileOK AND NOT ControlFileNotFound
           DISPLAY "INTEGCHK : InvControlFile error, status "
               ControlFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckAuditFileStatus.
       IF NOT AuditFileOK AND NOT AuditFileNotFound
           DISPLAY "INTEGCHK : CustomerAudit error, status "
               AuditFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckOrderFileStatus.
       IF NOT OrderFileOK AND NOT OrderFileNotFound
           DISPLAY "INTEGCHK : OrderDetail error, status "
               OrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReturnFileStatus.
       IF NOT ReturnFileOK AND NOT ReturnFileNotFound
           DISPLAY "INTEGCHK : ReturnFile error, status "
               ReturnFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckOpenItemFileStatus.
       IF NOT OpenItemFileOK AND NOT OpenItemFileNotFound
           DISPLAY "INTEGCHK : OpenItemFile error, status "
               OpenItemFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckPaymentLogStatus.
       IF NOT PaymentLogOK AND NOT PaymentLogNotFound
           DISPLAY "INTEGCHK : PaymentLog error, status "
               PaymentLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReceiptLogStatus.
       IF NOT ReceiptLogOK AND NOT ReceiptLogNotFound
           DISPLAY "INTEGCHK : ReceiptLog error, status "
               ReceiptLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckAdjustLogStatus.
       IF NOT AdjustLogOK AND NOT AdjustLogNotFound
           DISPLAY "INTEGCHK : AdjustLog error, status "
               AdjustLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "INTEGCHK : IntegrityReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
