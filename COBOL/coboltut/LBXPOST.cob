       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LBXPOST.
*> Lockbox auto-posting. The bank's lockbox file (lockbox.txt,
*> laid out in custlbox.cpy) carries one deposit batch of
*> remittances - invoice number, amount and check number each -
*> and this run applies them to receivbl.dat's open items
*> instead of the clerk keying every one through CASHPOST. A
*> clean match posts exactly the way CASHPOST's RecordPayment
*> does : the amount is added to the amount paid, the invoice
*> is marked paid once that reaches the invoice amount, and the
*> posting is appended to CashPost.log - stamped with the
*> LOCKBOX batch operator, which signs on through OPERSIGN like
*> any clerk, so it has to be set up in OPERMNT first. Anything
*> that won't match goes to LockExc.rpt with its reason, for
*> the clerk to work through CASHPOST :
*>   Unknown Invoice  - no open item under that number;
*>   Already Paid     - nothing left owing on the invoice;
*>   Overpayment      - more than the balance still open;
*>   Several Invoices - a check whose remittance names more
*>                      than one invoice, every row of it;
*>   No Amount        - a remittance for nothing;
*>   No Check Number  - a remittance with no check to say what
*>                      it was paid with.
*> Two payments for the same invoice in one batch are matched
*> in file order, each against what the one before it left.
*> Nothing posts until the batch is proven : the bank's item
*> count and batch total on the trailer must equal what was
*> read, posted plus exceptions, or the whole file is held -
*> nothing posted, the report says why, RETURN-CODE 8. A file
*> that is not one header, its details and one trailer is held
*> the same way. lbxctl.dat remembers the last batch taken, so
*> a batch the bank sends twice is refused rather than posted
*> twice; a batch that stopped part way is refused as well,
*> since its CashPost.log rows show what already went on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The bank's deposit batch
       SELECT LockboxFile ASSIGN TO "lockbox.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockboxFileStatus.
*> CUSTINV's open items, keyed by the invoice number on the
*> remittance stub
       SELECT OpenItemFile ASSIGN TO "receivbl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RecvInvNum
           FILE STATUS IS OpenItemFileStatus.
*> CASHPOST's posting log - the same trail the clerk's own
*> postings go to
       SELECT PaymentLog ASSIGN TO "CashPost.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentLogStatus.
*> The last batch taken, carried between runs
       SELECT LockboxControlFile ASSIGN TO "lbxctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockboxControlFileStatus.
       SELECT ExceptionReport ASSIGN TO "LockExc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD LockboxFile.
       COPY "custlbox.cpy".

FD OpenItemFile.
       COPY "custrecv.cpy".

FD PaymentLog.
       COPY "custcash.cpy".

FD LockboxControlFile.
       COPY "custlbct.cpy".

FD ExceptionReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
*> Heading/footing pieces, CUSTINV style
01 PageHeading.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(18) VALUE "LOCKBOX EXCEPTIONS".
01 PageFooting.
       02 FILLER PIC X(15) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z9.
01 BatchLine.
       02 FILLER PIC X(6) VALUE "Batch ".
       02 PrnBatchNum PIC 9(06).
       02 FILLER PIC X(11) VALUE " Deposited ".
       02 PrnDepositDate PIC 9(08).
       02 FILLER PIC X(8) VALUE " Posted ".
       02 PrnRunDate PIC 9(08).
01 Heads.
       02 FILLER PIC X(12) VALUE "Check No.".
       02 FILLER PIC X(8) VALUE "Invoice".
       02 FILLER PIC X(8) VALUE "Customer".
       02 FILLER PIC X(14) VALUE "        Amount".
       02 FILLER PIC X(16) VALUE "    Open Balance".
       02 FILLER PIC X(22) VALUE "  Reason".
*> One remittance the clerk has to deal with by hand. The
*> customer and balance are blank where the invoice isn't on
*> file to say
01 ExceptionLine.
       02 PrnCheckNum PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnInvNum PIC 9(06).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnIDNum PIC X(06).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnAmount PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnOpenBalance PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnReason PIC X(20).
*> The control proof at the foot of the report
01 ControlLine.
       02 PrnCtlCaption PIC X(30).
       02 PrnCtlCount PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnCtlAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 ReportFooting PIC X(25) VALUE "END OF LOCKBOX EXCEPTIONS".

*> Tracks number of lines used, when to print footer and new
*> heading, tutorial9 style
01 LineCount PIC 99 VALUE ZERO.
       88 NewPageRequired VALUE 50 THRU 99.
01 PageCount PIC 99 VALUE ZERO.

*> The batch operator every lockbox posting is stamped with -
*> verified against the operator master by OPERSIGN, same
*> sign-on CASHPOST's clerks use
01 OperatorID PIC X(8) VALUE "LOCKBOX".
01 OperLevel PIC 9 VALUE ZERO.
       88 OperatorSignedOn VALUES 1 THRU 9.
01 SignOnResultMsg PIC X(40).

*> The batch off the header and trailer
01 BatchNum PIC 9(06) VALUE ZERO.
01 DepositDate PIC 9(08) VALUE ZERO.
01 BankItemCount PIC 9(05) VALUE ZERO.
01 BankTotal PIC 9(11)V99 VALUE ZERO.
01 TodayDate PIC 9(08).
01 HeaderFound PIC X VALUE 'N'.
       88 HeaderFoundFlag VALUE 'Y'.
01 TrailerFound PIC X VALUE 'N'.
       88 TrailerFoundFlag VALUE 'Y'.

*> The last batch taken, off lbxctl.dat. Deposit date then
*> batch number orders the batches, so the pair is compared as
*> one key
01 LastDepositDate PIC 9(08) VALUE ZERO.
01 LastBatchNum PIC 9(06) VALUE ZERO.
01 LastStatus PIC X VALUE SPACE.
       88 LastBatchPartWay VALUE 'P'.
01 LastRunDate PIC 9(08) VALUE ZERO.
01 LastBatchKey PIC 9(14) VALUE ZERO.
01 ThisBatchKey PIC 9(14) VALUE ZERO.

*> Why the whole file is held - the first thing found wrong
01 FileHeld PIC X VALUE 'N'.
       88 FileHeldFlag VALUE 'Y'.
01 HoldReason PIC X(50) VALUE SPACES.
01 NewHoldReason PIC X(50).

*> Every remittance in the batch, in file order, and what
*> became of it - a blank reason is a clean match
01 PaymentTable.
       02 PaymentEntry OCCURS 1000 TIMES INDEXED BY PayIdx, OthIdx.
           03 PayCheckNum PIC X(10).
               88 PayNoCheckNum VALUES SPACES, ZEROS.
           03 PayInvNum PIC 9(06).
           03 PayAmount PIC 9(9)V99.
           03 PayIDNum PIC 9(06).
           03 PayOpenBalance PIC 9(9)V99.
           03 PayReason PIC X(20).
               88 PayClean VALUE SPACES.
           03 PayMultiCheck PIC X.
               88 PayMultiCheckFlag VALUE 'Y'.
01 PaymentCount PIC 9(5) VALUE ZERO.
01 OtherCheckFound PIC X.
       88 OtherCheckFoundFlag VALUE 'Y'.

*> Matching one remittance : what the invoice still owes once
*> the batch's earlier payments to it are taken off
01 OpenBalance PIC 9(9)V99.
01 EarlierPayments PIC 9(11)V99.
01 ReceivablesOnFile PIC X VALUE 'N'.
       88 ReceivablesOnFileFlag VALUE 'Y'.
01 MatchingDone PIC X VALUE 'N'.
       88 MatchingDoneFlag VALUE 'Y'.

*> The proof, and what the run did
01 MatchedCount PIC 9(5) VALUE ZERO.
01 MatchedTotal PIC 9(11)V99 VALUE ZERO.
01 ExceptionCount PIC 9(5) VALUE ZERO.
01 ExceptionTotal PIC 9(11)V99 VALUE ZERO.
01 PostedCount PIC 9(5) VALUE ZERO.
01 PostedTotal PIC 9(11)V99 VALUE ZERO.
01 InvoicesPaidOff PIC 9(5) VALUE ZERO.
01 ProvenCount PIC 9(5).
01 ProvenTotal PIC 9(11)V99.
01 PrnTotal PIC ZZ,ZZZ,ZZZ,ZZ9.99.

01 LockboxEOF PIC X VALUE 'N'.
       88 EOFLockbox VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" means the bank's file hasn't arrived
01 LockboxFileStatus PIC XX VALUE "00".
       88 LockboxFileOK VALUES "00" "10".
       88 LockboxFileNotFound VALUE "35".
*> "35" means receivbl.dat doesn't exist yet : no invoice run
*> has ever recorded an open item, so nothing can match
01 OpenItemFileStatus PIC XX VALUE "00".
       88 OpenItemFileOK VALUE "00".
       88 OpenItemFileNotFound VALUE "35".
*> "35" means CashPost.log doesn't exist yet, which is normal
*> the first time a check is posted
01 PaymentLogStatus PIC XX VALUE "00".
       88 PaymentLogOK VALUE "00".
       88 PaymentLogNotFound VALUE "35".
*> "35" means lbxctl.dat doesn't exist yet : no batch has ever
*> been taken
01 LockboxControlFileStatus PIC XX VALUE "00".
       88 LockboxControlFileOK VALUES "00" "10".
       88 LockboxControlFileNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUE "00".

PROCEDURE DIVISION.
RunLockboxPost.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       PERFORM ReadLockboxControl
       PERFORM SignOnBatchOperator
       PERFORM LoadLockboxFile
       IF HeaderFoundFlag
           PERFORM CheckBatchNotTaken
       END-IF
       IF NOT FileHeldFlag
           PERFORM FindMultiInvoiceChecks
               VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PaymentCount
           OPEN I-O OpenItemFile
           IF NOT OpenItemFileNotFound
               PERFORM CheckOpenItemFileStatus
               MOVE 'Y' TO ReceivablesOnFile
           END-IF
           PERFORM MatchOnePayment
               VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PaymentCount
           MOVE 'Y' TO MatchingDone
           PERFORM ProveBatch
       END-IF
       IF FileHeldFlag
           PERFORM CloseOpenItems
           PERFORM WriteExceptionReport
           DISPLAY "LBXPOST : batch " BatchNum " held - " HoldReason
           DISPLAY "Nothing Posted - See LockExc.rpt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'P' TO LbcStatus
       PERFORM WriteLockboxControl
       PERFORM PostOnePayment
           VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PaymentCount
       MOVE 'C' TO LbcStatus
       PERFORM WriteLockboxControl
       PERFORM CloseOpenItems
       PERFORM WriteExceptionReport
       DISPLAY "Batch " BatchNum " Deposited " DepositDate
       DISPLAY "Remittances Read : " PaymentCount
       DISPLAY "Checks Posted : " PostedCount
       DISPLAY "Invoices Paid Off : " InvoicesPaidOff
       DISPLAY "Exceptions : " ExceptionCount
       MOVE BankTotal TO PrnTotal
       DISPLAY "Bank Batch Total : " PrnTotal
       MOVE PostedTotal TO PrnTotal
       DISPLAY "Posted           : " PrnTotal
       MOVE ExceptionTotal TO PrnTotal
       DISPLAY "Exceptions       : " PrnTotal
       STOP RUN.

*> No control file just means no batch has been taken yet. One
*> that exists but is empty is WriteLockboxControl caught
*> between its OPEN OUTPUT and its WRITE - without it a batch
*> already posted could go on a second time, so it stops for
*> someone to restore the file instead
ReadLockboxControl.
       OPEN INPUT LockboxControlFile
       IF LockboxControlFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckLockboxControlFileStatus
           READ LockboxControlFile
               AT END
                   DISPLAY "LBXPOST : lbxctl.dat exists but is empty "
                       "- restore it before posting"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM CheckLockboxControlFileStatus
           MOVE LbcDepositDate TO LastDepositDate
           MOVE LbcBatchNum TO LastBatchNum
           MOVE LbcStatus TO LastStatus
           MOVE LbcRunDate TO LastRunDate
           CLOSE LockboxControlFile
           PERFORM CheckLockboxControlFileStatus
       END-IF
       COMPUTE LastBatchKey = LastDepositDate * 1000000 + LastBatchNum.

*> The batch operator has to be a real, active operator, or
*> every posting it made would name nobody
SignOnBatchOperator.
       CALL "OPERSIGN" USING OperatorID, OperLevel, SignOnResultMsg
       IF NOT OperatorSignedOn
           DISPLAY "LBXPOST : batch operator " OperatorID " - "
               SignOnResultMsg
           DISPLAY "Set " OperatorID " Up In OPERMNT - Nothing Posted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> One header, its details, one trailer - in that order.
*> Anything else and the file isn't the batch the bank added up,
*> so it is held whole
LoadLockboxFile.
       OPEN INPUT LockboxFile
       IF LockboxFileNotFound
           DISPLAY "LBXPOST : no lockbox.txt from the bank - nothing "
               "to post"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CheckLockboxFileStatus
       READ LockboxFile
           AT END SET EOFLockbox TO TRUE
       END-READ
       PERFORM CheckLockboxFileStatus
       IF EOFLockbox OR NOT LbhIsHeader
           MOVE "File Does Not Start With A Batch Header"
               TO NewHoldReason
           PERFORM HoldBatch
       ELSE
           IF LbhBatchNum IS NOT NUMERIC
               OR LbhDepositDate IS NOT NUMERIC
               OR LbhDepositDate = ZERO
               MOVE "Batch Header Not Readable" TO NewHoldReason
               PERFORM HoldBatch
           ELSE
               MOVE 'Y' TO HeaderFound
               MOVE LbhBatchNum TO BatchNum
               MOVE LbhDepositDate TO DepositDate
           END-IF
           READ LockboxFile
               AT END SET EOFLockbox TO TRUE
           END-READ
           PERFORM CheckLockboxFileStatus
       END-IF
       PERFORM LoadOneRecord UNTIL EOFLockbox OR FileHeldFlag
       IF NOT TrailerFoundFlag
           MOVE "No Batch Trailer" TO NewHoldReason
           PERFORM HoldBatch
       END-IF
       CLOSE LockboxFile
       PERFORM CheckLockboxFileStatus.

*> The detail's layout shares the record area with the header
*> and trailer, so its type byte reads any of them
LoadOneRecord.
       EVALUATE TRUE
           WHEN TrailerFoundFlag
               MOVE "Records After The Batch Trailer" TO NewHoldReason
               PERFORM HoldBatch
           WHEN LbdIsDetail
               PERFORM LoadOneDetail
           WHEN LbtIsTrailer
               IF LbtItemCount IS NOT NUMERIC
                   OR LbtBatchTotal IS NOT NUMERIC
                   MOVE "Batch Trailer Not Readable" TO NewHoldReason
                   PERFORM HoldBatch
               ELSE
                   MOVE 'Y' TO TrailerFound
                   MOVE LbtItemCount TO BankItemCount
                   MOVE LbtBatchTotal TO BankTotal
               END-IF
           WHEN LbhIsHeader
               MOVE "Second Batch Header In The File" TO NewHoldReason
               PERFORM HoldBatch
           WHEN OTHER
               MOVE "Unrecognized Record In The File" TO NewHoldReason
               PERFORM HoldBatch
       END-EVALUATE
       READ LockboxFile
           AT END SET EOFLockbox TO TRUE
       END-READ
       PERFORM CheckLockboxFileStatus.

*> A detail whose invoice or amount can't be read can't be
*> matched or added up, so the batch can't be proven
LoadOneDetail.
       IF LbdInvNum IS NOT NUMERIC OR LbdAmount IS NOT NUMERIC
           MOVE "Remittance Detail Not Readable" TO NewHoldReason
           PERFORM HoldBatch
       ELSE
           ADD 1 TO PaymentCount
           IF PaymentCount > 1000
               DISPLAY "LBXPOST : too many remittances, table holds "
                   "1000 - widen PaymentTable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PayIdx TO PaymentCount
           MOVE LbdCheckNum TO PayCheckNum(PayIdx)
           MOVE LbdInvNum TO PayInvNum(PayIdx)
           MOVE LbdAmount TO PayAmount(PayIdx)
           MOVE ZERO TO PayIDNum(PayIdx), PayOpenBalance(PayIdx)
           MOVE SPACES TO PayReason(PayIdx)
           MOVE 'N' TO PayMultiCheck(PayIdx)
       END-IF.

*> Only the first thing found wrong is reported - the rest of
*> the file isn't read once it is held
HoldBatch.
       IF NOT FileHeldFlag
           MOVE 'Y' TO FileHeld
           MOVE NewHoldReason TO HoldReason
       END-IF.

*> A batch at or before the last one taken has been through
*> already. The bank re-sending it is refused outright - the
*> report from its own run is left as it was
CheckBatchNotTaken.
       COMPUTE ThisBatchKey = DepositDate * 1000000 + BatchNum
       IF ThisBatchKey NOT > LastBatchKey
           IF ThisBatchKey = LastBatchKey AND LastBatchPartWay
               DISPLAY "LBXPOST : batch " BatchNum " stopped part way "
                   "on " LastRunDate " - post the rest through "
                   "CASHPOST from its CashPost.log rows"
           ELSE
               DISPLAY "LBXPOST : batch " BatchNum " deposited "
                   DepositDate " is not after the last batch taken, "
                   LastBatchNum " deposited " LastDepositDate
           END-IF
           DISPLAY "Nothing Posted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF LastBatchPartWay
           DISPLAY "LBXPOST : note - batch " LastBatchNum
               " stopped part way on " LastRunDate
       END-IF.

*> A check number on more than one remittance is a check paying
*> several invoices. How it splits is the clerk's call, so every
*> row of it is an exception. Rows with no check number don't
*> match each other - they have their own exception
FindMultiInvoiceChecks.
       MOVE 'N' TO OtherCheckFound
       SET OthIdx TO 1
       PERFORM ScanForOtherCheck
           UNTIL OtherCheckFoundFlag OR OthIdx > PaymentCount
       IF OtherCheckFoundFlag
           MOVE 'Y' TO PayMultiCheck(PayIdx)
       END-IF.

ScanForOtherCheck.
       IF OthIdx NOT = PayIdx
           AND NOT PayNoCheckNum(PayIdx)
           AND PayCheckNum(OthIdx) = PayCheckNum(PayIdx)
           MOVE 'Y' TO OtherCheckFound
       ELSE
           SET OthIdx UP BY 1
       END-IF.

*> The same tests CASHPOST's ApplyCheckToInvoice puts to the
*> clerk, in the same order, with the batch's earlier clean
*> payments to the invoice already taken off its balance
MatchOnePayment.
       EVALUATE TRUE
           WHEN PayNoCheckNum(PayIdx)
               MOVE "No Check Number" TO PayReason(PayIdx)
           WHEN PayMultiCheckFlag(PayIdx)
               MOVE "Several Invoices" TO PayReason(PayIdx)
           WHEN NOT ReceivablesOnFileFlag
               MOVE "Unknown Invoice" TO PayReason(PayIdx)
           WHEN OTHER
               MOVE PayInvNum(PayIdx) TO RecvInvNum
               READ OpenItemFile
                   INVALID KEY
                       MOVE "Unknown Invoice" TO PayReason(PayIdx)
                   NOT INVALID KEY
                       PERFORM CheckOpenItemFileStatus
                       PERFORM MatchToOpenItem
               END-READ
       END-EVALUATE
       IF PayClean(PayIdx)
           ADD 1 TO MatchedCount
           ADD PayAmount(PayIdx) TO MatchedTotal
       ELSE
           ADD 1 TO ExceptionCount
           ADD PayAmount(PayIdx) TO ExceptionTotal
       END-IF.

MatchToOpenItem.
       MOVE RecvIDNum TO PayIDNum(PayIdx)
       MOVE ZERO TO EarlierPayments
       PERFORM AddEarlierPayment
           VARYING OthIdx FROM 1 BY 1 UNTIL OthIdx NOT < PayIdx
       IF RecvAmountPaid + EarlierPayments NOT < RecvInvAmount
           MOVE ZERO TO OpenBalance
       ELSE
           COMPUTE OpenBalance
               = RecvInvAmount - RecvAmountPaid - EarlierPayments
       END-IF
       MOVE OpenBalance TO PayOpenBalance(PayIdx)
       EVALUATE TRUE
           WHEN RecvPaid OR OpenBalance = ZERO
               MOVE "Already Paid" TO PayReason(PayIdx)
           WHEN PayAmount(PayIdx) = ZERO
               MOVE "No Amount" TO PayReason(PayIdx)
           WHEN PayAmount(PayIdx) > OpenBalance
               MOVE "Overpayment" TO PayReason(PayIdx)
       END-EVALUATE.

AddEarlierPayment.
       IF PayInvNum(OthIdx) = PayInvNum(PayIdx) AND PayClean(OthIdx)
           ADD PayAmount(OthIdx) TO EarlierPayments
       END-IF.

*> The bank's own figures against what was read : every
*> remittance is either going to post or is an exception, so
*> posted plus exceptions has to come to the batch total
ProveBatch.
       COMPUTE ProvenCount = MatchedCount + ExceptionCount
       COMPUTE ProvenTotal = MatchedTotal + ExceptionTotal
       IF ProvenCount NOT = BankItemCount
           MOVE "Item Count Does Not Agree With The Bank's"
               TO NewHoldReason
           PERFORM HoldBatch
       END-IF
       IF ProvenTotal NOT = BankTotal
           MOVE "Batch Total Does Not Agree With The Bank's"
               TO NewHoldReason
           PERFORM HoldBatch
       END-IF.

*> Posts one clean match, the way CASHPOST's RecordPayment
*> does. The invoice is read again because an earlier payment
*> in the batch may have just rewritten it. REWRITE's own key
*> problem is reported through INVALID KEY; NOT INVALID KEY
*> only means the key was fine, not that the REWRITE made it to
*> disk, so check the status too. One that won't go on moves
*> to the exceptions, so the proof still holds
PostOnePayment.
       IF PayClean(PayIdx)
           MOVE PayInvNum(PayIdx) TO RecvInvNum
           READ OpenItemFile
               INVALID KEY
                   PERFORM PaymentNotUpdated
               NOT INVALID KEY
                   PERFORM CheckOpenItemFileStatus
                   PERFORM RecordPayment
           END-READ
       END-IF.

RecordPayment.
       ADD PayAmount(PayIdx) TO RecvAmountPaid
       IF RecvAmountPaid = RecvInvAmount
           MOVE 'P' TO RecvStatus
       END-IF
       REWRITE OpenItemData
           INVALID KEY
               PERFORM PaymentNotUpdated
           NOT INVALID KEY
               PERFORM CheckOpenItemFileStatus
               ADD 1 TO PostedCount
               ADD PayAmount(PayIdx) TO PostedTotal
               PERFORM WritePaymentLog
               IF RecvPaid
                   ADD 1 TO InvoicesPaidOff
               END-IF
       END-REWRITE.

PaymentNotUpdated.
       MOVE "Not Updated" TO PayReason(PayIdx)
       ADD 1 TO ExceptionCount
       ADD PayAmount(PayIdx) TO ExceptionTotal.

WritePaymentLog.
       MOVE RecvInvNum TO CshInvNum
       MOVE RecvIDNum TO CshIDNum
       MOVE PayAmount(PayIdx) TO CshAmount
       MOVE OperatorID TO CshOperator
       ACCEPT CshDate FROM DATE YYYYMMDD
       ACCEPT CshTime FROM TIME
       OPEN EXTEND PaymentLog
       IF PaymentLogNotFound
           OPEN OUTPUT PaymentLog
       END-IF
       WRITE PaymentRecord
       PERFORM CheckPaymentLogStatus
       CLOSE PaymentLog
       PERFORM CheckPaymentLogStatus.

*> Written once before the first posting, marked part way, and
*> again after the last, marked complete
WriteLockboxControl.
       MOVE DepositDate TO LbcDepositDate
       MOVE BatchNum TO LbcBatchNum
       MOVE TodayDate TO LbcRunDate
       MOVE PostedCount TO LbcChecksPosted
       OPEN OUTPUT LockboxControlFile
       PERFORM CheckLockboxControlFileStatus
       WRITE LockboxControlData
       PERFORM CheckLockboxControlFileStatus
       CLOSE LockboxControlFile
       PERFORM CheckLockboxControlFileStatus.

CloseOpenItems.
       IF ReceivablesOnFileFlag
           CLOSE OpenItemFile
           PERFORM CheckOpenItemFileStatus
       END-IF.

*> Every exception with its reason, then the proof. A held batch
*> lists what it would have sent to the clerk, so the bank's
*> figures can be checked against it
WriteExceptionReport.
       OPEN OUTPUT ExceptionReport
       PERFORM CheckReportFileStatus
       PERFORM PrintPageHeading
       IF ExceptionCount = ZERO
           IF NOT MatchingDoneFlag
               MOVE "NOT MATCHED - THE FILE IS NOT A READABLE BATCH"
                   TO PrintLine
           END-IF
           IF MatchingDoneFlag AND FileHeldFlag
               MOVE "NO EXCEPTIONS FOUND" TO PrintLine
           END-IF
           IF MatchingDoneFlag AND NOT FileHeldFlag
               MOVE "NO EXCEPTIONS - EVERY REMITTANCE POSTED"
                   TO PrintLine
           END-IF
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
           ADD 2 TO LineCount
       ELSE
           PERFORM PrintOneException
               VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PaymentCount
       END-IF
       PERFORM PrintControlTotals
       PERFORM PrintPageFooting
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       CLOSE ExceptionReport
       PERFORM CheckReportFileStatus.

PrintOneException.
       IF NOT PayClean(PayIdx)
           IF NewPageRequired
               PERFORM PrintPageFooting
               PERFORM PrintPageHeading
           END-IF
           MOVE PayCheckNum(PayIdx) TO PrnCheckNum
           MOVE PayInvNum(PayIdx) TO PrnInvNum
           IF PayIDNum(PayIdx) = ZERO
               MOVE SPACES TO PrnIDNum
           ELSE
               MOVE PayIDNum(PayIdx) TO PrnIDNum
           END-IF
           MOVE PayAmount(PayIdx) TO PrnAmount
           MOVE PayOpenBalance(PayIdx) TO PrnOpenBalance
           MOVE PayReason(PayIdx) TO PrnReason
           WRITE PrintLine FROM ExceptionLine AFTER ADVANCING 1 LINE
           PERFORM CheckReportFileStatus
           ADD 1 TO LineCount
       END-IF.

PrintControlTotals.
       IF LineCount > 40
           PERFORM PrintPageFooting
           PERFORM PrintPageHeading
       END-IF
       MOVE "Bank Batch Total" TO PrnCtlCaption
       MOVE BankItemCount TO PrnCtlCount
       MOVE BankTotal TO PrnCtlAmount
       WRITE PrintLine FROM ControlLine AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus
       IF FileHeldFlag
           MOVE "Matched - Not Posted" TO PrnCtlCaption
           MOVE MatchedCount TO PrnCtlCount
           MOVE MatchedTotal TO PrnCtlAmount
       ELSE
           MOVE "Posted" TO PrnCtlCaption
           MOVE PostedCount TO PrnCtlCount
           MOVE PostedTotal TO PrnCtlAmount
       END-IF
       WRITE PrintLine FROM ControlLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE "Exceptions" TO PrnCtlCaption
       MOVE ExceptionCount TO PrnCtlCount
       MOVE ExceptionTotal TO PrnCtlAmount
       WRITE PrintLine FROM ControlLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       IF FileHeldFlag
           MOVE "Read From The File" TO PrnCtlCaption
           COMPUTE PrnCtlCount = MatchedCount + ExceptionCount
           COMPUTE PrnCtlAmount = MatchedTotal + ExceptionTotal
       ELSE
           MOVE "Posted Plus Exceptions" TO PrnCtlCaption
           COMPUTE PrnCtlCount = PostedCount + ExceptionCount
           COMPUTE PrnCtlAmount = PostedTotal + ExceptionTotal
       END-IF
       WRITE PrintLine FROM ControlLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       IF FileHeldFlag
           MOVE SPACES TO PrintLine
           STRING "BATCH HELD - " DELIMITED BY SIZE
               HoldReason DELIMITED BY SIZE
               INTO PrintLine
           WRITE PrintLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
           MOVE "NOTHING POSTED - GET A CORRECTED FILE FROM THE BANK"
               TO PrintLine
       ELSE
           MOVE "BATCH POSTED - CONTROL TOTAL AGREES" TO PrintLine
       END-IF
       WRITE PrintLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 8 TO LineCount.

PrintPageHeading.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       MOVE BatchNum TO PrnBatchNum
       MOVE DepositDate TO PrnDepositDate
       MOVE TodayDate TO PrnRunDate
       WRITE PrintLine FROM BatchLine AFTER ADVANCING 1 LINE
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
*> "35" on the lockbox file, the open items and the control
*> file is handled where each is opened, so anything else here
*> is the real error case
CheckLockboxFileStatus.
       IF NOT LockboxFileOK AND NOT LockboxFileNotFound
           DISPLAY "LBXPOST : LockboxFile error, status "
               LockboxFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckOpenItemFileStatus.
       IF NOT OpenItemFileOK AND NOT OpenItemFileNotFound
           DISPLAY "LBXPOST : OpenItemFile error, status "
               OpenItemFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" on the OPEN EXTEND is handled by WritePaymentLog
*> itself, so anything else here is the real error case
CheckPaymentLogStatus.
       IF NOT PaymentLogOK AND NOT PaymentLogNotFound
           DISPLAY "LBXPOST : PaymentLog error, status "
               PaymentLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckLockboxControlFileStatus.
       IF NOT LockboxControlFileOK AND NOT LockboxControlFileNotFound
           DISPLAY "LBXPOST : LockboxControlFile error, status "
               LockboxControlFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "LBXPOST : ExceptionReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
