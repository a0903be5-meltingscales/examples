       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDMNT.
*> Customer credit administration - the supervisor's side of
*> the credit check CREDCHK makes at tutorial11 and ORDLOAD.
*> Put an account on hold by hand (a bounced check, a dispute
*> nobody has invoiced yet), take it off again, set the
*> account's credit limit, and look at where an account stands
*> - the open balance and what CREDCHK would say if an order
*> were keyed right now. A release can also waive the
*> automatic aged-item and over-limit checks through a date, for
*> a customer on an agreed payment plan. Every hold, release
*> and limit change is appended to CreditHold.log under the
*> supervisor who made it, alongside the order-entry refusals
*> and overrides. Supervisor-only, same menu shape as OPERMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The credit terms CREDCHK reads
       SELECT CreditFile ASSIGN TO "credit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CrdIDNum
           FILE STATUS IS CreditFileStatus.
*> tutorial10's customer master, read-only, so terms can't be
*> set for a customer that doesn't exist
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS CustomerFileStatus.
       SELECT CreditLog ASSIGN TO "CreditHold.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CreditLogStatus.

DATA DIVISION.
FILE SECTION.
FD CreditFile.
       COPY "custcrd.cpy".

FD CustomerFile.
       COPY "custmast.cpy".

FD CreditLog.
       COPY "custchld.cpy".

WORKING-STORAGE SECTION.
       *> Credit menu choice
       01 Choice PIC 9.
       *> Tracks whether to exit
       01 StayOpen PIC X VALUE 'Y'.
       *> Tracks whether the customer exists, and whether they
       *> already have a row on credit.dat or one is being made
       01 CustExists PIC X.
       01 CreditRowExists PIC X.
       *> Who is running this session - verified by OPERSIGN,
       *> and must be a supervisor to get the menu at all
       01 OperatorID PIC X(8).
       01 SessionLevel PIC 9 VALUE ZERO.
           88 OperatorSignedOn VALUES 1 THRU 9.
           88 OperatorSupervisor VALUES 2 THRU 9.
       01 SignOnResultMsg PIC X(40).
       *> Staging for entered values
       01 NewCreditLimit PIC 9(7)V99.
       01 ReleaseThruEntry PIC X(8).
       01 ReleaseThruDate REDEFINES ReleaseThruEntry PIC 9(8).
       01 TodayDate PIC 9(08).
       *> What CREDCHK says about the account after the change
       01 CreditResult PIC X(4).
       01 CreditOpenBalance PIC 9(9)V99.
       01 CreditResultMsg PIC X(40).
       01 PrnAmount PIC ZZZ,ZZZ,ZZ9.99.
       *> "35" means credit.dat doesn't exist yet - the first
       *> hold or limit ever set creates it
       01 CreditFileStatus PIC XX VALUE "00".
           88 CreditFileOK VALUE "00".
           88 CreditFileNotFound VALUE "35".
       01 CustomerFileStatus PIC XX VALUE "00".
           88 CustomerFileOK VALUE "00".
       *> "35" means CreditHold.log doesn't exist yet
       01 CreditLogStatus PIC XX VALUE "00".
           88 CreditLogOK VALUE "00".
           88 CreditLogNotFound VALUE "35".

PROCEDURE DIVISION.
StartPara.
       PERFORM SignOnOperator UNTIL OperatorSignedOn.
       *> Stopping a customer's orders is a supervisor's call,
       *> same gate OPERMNT puts on the whole menu
       IF NOT OperatorSupervisor
           DISPLAY "Not Authorized - Supervisor Only"
           STOP RUN
       END-IF.
       OPEN INPUT CustomerFile.
       PERFORM CheckCustomerFileStatus.
       PERFORM UNTIL StayOpen='N'
           DISPLAY " "
           DISPLAY "CUSTOMER CREDIT"
           DISPLAY "1 : Place Account On Hold"
           DISPLAY "2 : Release Account"
           DISPLAY "3 : Set Credit Limit"
           DISPLAY "4 : Show Credit Status"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM HoldAccount
               WHEN 2 PERFORM ReleaseAccount
               WHEN 3 PERFORM SetCreditLimit
               WHEN 4 PERFORM ShowCreditStatus
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE CustomerFile
       PERFORM CheckCustomerFileStatus
       STOP RUN.

*> One sign-on attempt : OPERSIGN checks the entered ID against
*> the operator master and hands back its permission level, or
*> zero for an ID it doesn't know
SignOnOperator.
       DISPLAY "Enter Operator ID : " WITH NO ADVANCING.
       ACCEPT OperatorID.
       CALL "OPERSIGN" USING OperatorID, SessionLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> A hold placed by hand stands until a supervisor releases
*> it, whatever the ledger says, and cancels any waiver a
*> previous release gave
HoldAccount.
       PERFORM GetCreditAccount.
       IF CustExists = 'Y'
           MOVE 'H' TO CrdHold
           MOVE ZERO TO CrdReleaseThru
           PERFORM SaveCreditRow
           MOVE 'H' TO ChlAction
           MOVE "HOLD" TO ChlReason
           PERFORM LogCreditChange
           DISPLAY "Account On Hold"
       END-IF.

*> Takes a hand-placed hold off. The waiver date lets an
*> account with old invoices or over its limit order again
*> while it pays down; blank leaves the automatic checks on
ReleaseAccount.
       PERFORM GetCreditAccount.
       IF CustExists = 'Y'
           DISPLAY "Waive Automatic Checks Through (YYYYMMDD, "
               "blank for none) : " WITH NO ADVANCING
           ACCEPT ReleaseThruEntry
           ACCEPT TodayDate FROM DATE YYYYMMDD
           IF ReleaseThruEntry = SPACES
               MOVE ZEROS TO ReleaseThruEntry
           END-IF
           IF ReleaseThruEntry IS NOT NUMERIC
               DISPLAY "Invalid Date - Account Not Released"
               CLOSE CreditFile
               PERFORM CheckCreditFileStatus
           ELSE
               IF ReleaseThruDate NOT = ZERO
                   AND ReleaseThruDate < TodayDate
                   DISPLAY "Waiver Date Has Passed - Account Not "
                       "Released"
                   CLOSE CreditFile
                   PERFORM CheckCreditFileStatus
               ELSE
                   MOVE 'N' TO CrdHold
                   MOVE ReleaseThruDate TO CrdReleaseThru
                   PERFORM SaveCreditRow
                   MOVE 'R' TO ChlAction
                   MOVE SPACES TO ChlReason
                   PERFORM LogCreditChange
                   DISPLAY "Account Released"
               END-IF
           END-IF
       END-IF.

*> Zero takes the limit off altogether. A mistyped amount
*> changes nothing, the way a bad waiver date does
SetCreditLimit.
       PERFORM GetCreditAccount.
       IF CustExists = 'Y'
           MOVE CrdLimit TO PrnAmount
           DISPLAY "Current Limit : " PrnAmount
           DISPLAY "Enter New Credit Limit (0 = No Limit) : "
               WITH NO ADVANCING
           ACCEPT NewCreditLimit
           IF NewCreditLimit IS NOT NUMERIC
               DISPLAY "Invalid Amount - Limit Not Changed"
               CLOSE CreditFile
               PERFORM CheckCreditFileStatus
           ELSE
               MOVE NewCreditLimit TO CrdLimit
               PERFORM SaveCreditRow
               MOVE 'L' TO ChlAction
               MOVE SPACES TO ChlReason
               PERFORM LogCreditChange
               DISPLAY "Credit Limit Set"
           END-IF
       END-IF.

ShowCreditStatus.
       PERFORM GetCreditAccount.
       IF CustExists = 'Y'
           CLOSE CreditFile
           PERFORM CheckCreditFileStatus
           IF CreditRowExists = 'N'
               DISPLAY "No Credit Terms Set - No Limit, Not On Hold"
           ELSE
               MOVE CrdLimit TO PrnAmount
               DISPLAY "Credit Limit : " PrnAmount
               IF CrdOnHold
                   DISPLAY "Hold : On Hold By Hand"
               ELSE
                   DISPLAY "Hold : None"
               END-IF
               IF CrdReleaseThru NOT = ZERO
                   DISPLAY "Checks Waived Through : " CrdReleaseThru
               END-IF
               DISPLAY "Last Changed : " CrdChangeDate " By "
                   CrdOperator
           END-IF
           PERFORM ShowCreditCheck
       END-IF.

*> Finds the customer and their credit row, leaving
*> credit.dat open I-O for the change. A customer with no row
*> yet gets a fresh one - no limit, not held - to be written
*> by SaveCreditRow
GetCreditAccount.
       MOVE 'Y' TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE 'N' TO CustExists
           NOT INVALID KEY PERFORM CheckCustomerFileStatus
       END-READ.
       IF CustExists='N'
           DISPLAY "Customer Doesn't Exist"
       ELSE
           DISPLAY "Customer : " IDNum " " FirstName " " LastName
           OPEN I-O CreditFile
           IF CreditFileNotFound
               OPEN OUTPUT CreditFile
               CLOSE CreditFile
               OPEN I-O CreditFile
           END-IF
           PERFORM CheckCreditFileStatus
           MOVE 'Y' TO CreditRowExists
           MOVE IDNum TO CrdIDNum
           READ CreditFile
               INVALID KEY
                   MOVE 'N' TO CreditRowExists
                   MOVE IDNum TO CrdIDNum
                   MOVE ZERO TO CrdLimit, CrdReleaseThru
                   MOVE 'N' TO CrdHold
               NOT INVALID KEY PERFORM CheckCreditFileStatus
           END-READ
       END-IF.

*> Stamps who changed the row and when, writes or rewrites it,
*> and closes credit.dat again so CREDCHK can read it.
*> WRITE's and REWRITE's own key problems are reported through
*> INVALID KEY
SaveCreditRow.
       MOVE OperatorID TO CrdOperator.
       ACCEPT CrdChangeDate FROM DATE YYYYMMDD.
       IF CreditRowExists = 'Y'
           REWRITE CreditData
               INVALID KEY DISPLAY "Credit Terms Not Updated"
               NOT INVALID KEY PERFORM CheckCreditFileStatus
           END-REWRITE
       ELSE
           WRITE CreditData
               INVALID KEY DISPLAY "Credit Terms Not Added"
               NOT INVALID KEY PERFORM CheckCreditFileStatus
           END-WRITE
       END-IF.
       CLOSE CreditFile.
       PERFORM CheckCreditFileStatus.

*> What an order keyed for this customer right now would get
ShowCreditCheck.
       CALL "CREDCHK" USING IDNum, CreditResult, CreditOpenBalance,
                            CreditResultMsg.
       MOVE CreditOpenBalance TO PrnAmount.
       DISPLAY "Open Balance : " PrnAmount.
       DISPLAY "Order Entry Would Get : " CreditResultMsg.

*> Shows where the account now stands and appends the change
*> to CreditHold.log - the open balance on a hold or release,
*> the new limit on a limit change
LogCreditChange.
       PERFORM ShowCreditCheck.
       MOVE IDNum TO ChlIDNum.
       IF ChlLimitSet
           MOVE CrdLimit TO ChlAmount
       ELSE
           MOVE CreditOpenBalance TO ChlAmount
       END-IF.
       MOVE OperatorID TO ChlOperator, ChlClerk.
       ACCEPT ChlDate FROM DATE YYYYMMDD.
       ACCEPT ChlTime FROM TIME.
       OPEN EXTEND CreditLog.
       IF CreditLogNotFound
           OPEN OUTPUT CreditLog
       END-IF.
       WRITE CreditLogRecord.
       PERFORM CheckCreditLogStatus.
       CLOSE CreditLog.
       PERFORM CheckCreditLogStatus.

*> Reports which file and which status code on any failure -
*> "35" on the bootstrap OPEN is handled by GetCreditAccount
*> itself, so anything else here is the real error case
CheckCreditFileStatus.
       IF NOT CreditFileOK AND NOT CreditFileNotFound
           DISPLAY "CREDMNT : CreditFile error, status "
               CreditFileStatus
           STOP RUN
       END-IF.

CheckCustomerFileStatus.
       IF NOT CustomerFileOK
           DISPLAY "CREDMNT : CustomerFile error, status "
               CustomerFileStatus
           STOP RUN
       END-IF.

*> "35" on the OPEN EXTEND is handled by LogCreditChange
*> itself, so anything else here is the real error case
CheckCreditLogStatus.
       IF NOT CreditLogOK AND NOT CreditLogNotFound
           DISPLAY "CREDMNT : CreditLog error, status "
               CreditLogStatus
           STOP RUN
       END-IF.
