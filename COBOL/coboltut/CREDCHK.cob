       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDCHK.
*> Shared credit check. tutorial11's TakeOrder and ORDLOAD's
*> ValidateWebOrder both call this once the customer is known
*> to exist, so the front desk and the web store refuse the
*> same delinquent accounts by the same rules - the way
*> OPERSIGN gives every entry point the same operator check.
*> An account fails if a supervisor has put it on hold in
*> CREDMNT, if any of its open items on receivbl.dat is older
*> than CreditHoldDays, or if its total open balance is over
*> the limit on credit.dat. A supervisor's release in CREDMNT
*> can waive the two automatic checks through a date.
*> The result comes back as a four-character code - spaces for
*> credit OK, otherwise HOLD, AGED or LIMT - which is also the
*> reason the callers write to CreditHold.log, along with the
*> open balance and a message to show the operator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> CREDMNT's credit terms, read-only here
       SELECT CreditFile ASSIGN TO "credit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CrdIDNum
           FILE STATUS IS CreditFileStatus.
*> CUSTINV's open items, walked in key order the way AGERPT
*> walks them
       SELECT OpenItemFile ASSIGN TO "receivbl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RecvInvNum
           FILE STATUS IS OpenItemFileStatus.

DATA DIVISION.
FILE SECTION.
FD CreditFile.
       COPY "custcrd.cpy".

FD OpenItemFile.
       COPY "custrecv.cpy".

WORKING-STORAGE SECTION.
       *> An open item older than this many days puts the
       *> account on hold - AGERPT's over-90 bucket, the line
       *> collections is already chasing
       01 CreditHoldDays PIC 9(3) VALUE 90.
       *> "35" means credit.dat doesn't exist yet - nobody has
       *> set terms for anyone, so there's no limit and no hold
       01 CreditFileStatus PIC XX VALUE "00".
           88 CreditFileOK VALUE "00".
           88 CreditFileNotFound VALUE "35".
       *> "35" means receivbl.dat doesn't exist yet - nobody has
       *> been invoiced, so nobody owes anything
       01 OpenItemFileStatus PIC XX VALUE "00".
           88 OpenItemFileOK VALUES "00" "10".
           88 OpenItemFileNotFound VALUE "35".
       01 OpenItemEOF PIC X VALUE 'N'.
           88 EOFOpenItems VALUE 'Y'.
       *> The customer's terms, defaulted when they have no row
       01 CheckLimit PIC 9(7)V99.
       01 CheckHold PIC X.
           88 CheckOnHold VALUE 'H'.
       01 CheckReleaseThru PIC 9(08).
       *> What the walk of receivbl.dat turns up
       01 TodayDate PIC 9(08).
       01 TodayDays PIC 9(7).
       01 DaysOld PIC S9(7).
       01 ItemBalance PIC 9(9)V99.
       01 OldestDaysOld PIC S9(7).
       01 OldestInvNum PIC 9(06).
       01 PrnDaysOld PIC ZZZZ9.

LINKAGE SECTION.
       01 LnkIDNum PIC 9(06).
       *> Spaces means credit OK; otherwise why it isn't
       01 LnkCreditResult PIC X(4).
       01 LnkOpenBalance PIC 9(9)V99.
       01 LnkResultMsg PIC X(40).

PROCEDURE DIVISION USING LnkIDNum, LnkCreditResult, LnkOpenBalance,
                         LnkResultMsg.
CheckCustomerCredit.
       MOVE SPACES TO LnkCreditResult.
       MOVE ZERO TO LnkOpenBalance.
       MOVE "Credit OK" TO LnkResultMsg.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       COMPUTE TodayDays = FUNCTION INTEGER-OF-DATE(TodayDate).
       PERFORM ReadCreditTerms.
       PERFORM TotalOpenItems.
       *> A hold placed by hand stands whatever the ledger says;
       *> a release that's still in force waives the automatic
       *> checks, so the customer can order while paying down
       IF CheckOnHold
           MOVE "HOLD" TO LnkCreditResult
           MOVE "Account On Credit Hold" TO LnkResultMsg
       ELSE
           IF CheckReleaseThru < TodayDate
               PERFORM ApplyAutomaticChecks
           END-IF
       END-IF.
       EXIT PROGRAM.

ReadCreditTerms.
       MOVE ZERO TO CheckLimit, CheckReleaseThru.
       MOVE 'N' TO CheckHold.
       OPEN INPUT CreditFile.
       IF CreditFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckCreditFileStatus
           MOVE LnkIDNum TO CrdIDNum
           READ CreditFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckCreditFileStatus
                   MOVE CrdLimit TO CheckLimit
                   MOVE CrdHold TO CheckHold
                   MOVE CrdReleaseThru TO CheckReleaseThru
           END-READ
           CLOSE CreditFile
           PERFORM CheckCreditFileStatus
       END-IF.

*> The customer's open balance, and their oldest unpaid
*> invoice - aged from its invoice date the way AGERPT ages it
TotalOpenItems.
       MOVE ZERO TO OldestDaysOld, OldestInvNum.
       MOVE 'N' TO OpenItemEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckOpenItemFileStatus
           READ OpenItemFile NEXT RECORD
               AT END SET EOFOpenItems TO TRUE
           END-READ
           PERFORM CheckOpenItemFileStatus
           PERFORM TotalOneOpenItem UNTIL EOFOpenItems
           CLOSE OpenItemFile
           PERFORM CheckOpenItemFileStatus
       END-IF.

TotalOneOpenItem.
       IF RecvIDNum = LnkIDNum AND RecvOpen
           COMPUTE ItemBalance = RecvInvAmount - RecvAmountPaid
           ADD ItemBalance TO LnkOpenBalance
           COMPUTE DaysOld
               = TodayDays - FUNCTION INTEGER-OF-DATE(RecvInvDate)
           IF DaysOld > OldestDaysOld
               MOVE DaysOld TO OldestDaysOld
               MOVE RecvInvNum TO OldestInvNum
           END-IF
       END-IF.
       READ OpenItemFile NEXT RECORD
           AT END SET EOFOpenItems TO TRUE
       END-READ.
       PERFORM CheckOpenItemFileStatus.

ApplyAutomaticChecks.
       IF OldestDaysOld > CreditHoldDays
           MOVE "AGED" TO LnkCreditResult
           MOVE OldestDaysOld TO PrnDaysOld
           MOVE SPACES TO LnkResultMsg
           STRING "Invoice " DELIMITED BY SIZE
               OldestInvNum DELIMITED BY SIZE
               " Unpaid " DELIMITED BY SIZE
               PrnDaysOld DELIMITED BY SIZE
               " Days" DELIMITED BY SIZE
               INTO LnkResultMsg
       ELSE
           IF CheckLimit > ZERO AND LnkOpenBalance > CheckLimit
               MOVE "LIMT" TO LnkCreditResult
               MOVE "Open Balance Over Credit Limit" TO LnkResultMsg
           END-IF
       END-IF.

*> Reports which file and which status code on any failure -
*> "35" on either file is handled where it's opened, so
*> anything else here is the real error case
CheckCreditFileStatus.
       IF NOT CreditFileOK AND NOT CreditFileNotFound
           DISPLAY "CREDCHK : CreditFile error, status "
               CreditFileStatus
           STOP RUN
       END-IF.

CheckOpenItemFileStatus.
       IF NOT OpenItemFileOK AND NOT OpenItemFileNotFound
           DISPLAY "CREDCHK : OpenItemFile error, status "
               OpenItemFileStatus
           STOP RUN
       END-IF.
