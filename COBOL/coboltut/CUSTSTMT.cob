       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTSTMT.
*> Month-end customer statements - the page that goes in the
*> envelope, where AGERPT is the one line per customer that
*> stays with collections. For the entered statement period
*> every customer with an open balance or any activity gets a
*> page in Statement.rpt : the bill-to block off tutorial10's
*> master, the opening balance, every invoice CUSTINV recorded
*> on receivbl.dat in the period, every check CASHPOST logged
*> to CashPost.log against them, every return or cancellation
*> ORDRTRN recorded that CUSTINV credits, and the closing
*> balance, with a current / 31-60 / 61-90 / over 90 aging
*> footer bucketed exactly the way AGERPT buckets.
*> Balances are rebuilt from the two trails rather than read
*> off RecvAmountPaid, so a statement for last month shows what
*> was owed at last month's end even after this month's checks
*> have been posted : the opening balance is everything
*> invoiced before the period less everything paid before it,
*> and the aging is taken as of the statement date.
*> Credits are priced the way CUSTINV prices them - at the rate
*> in force on the original order's date - and are shown for
*> the customer's information only : CUSTINV has already netted
*> them into the invoice they were billed on, so they are not
*> taken off the balance a second time.
*> Every premature stop sets RETURN-CODE 8, the same as the
*> other batch runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> tutorial10's customer master, walked sequentially in key
*> order so the statements come out in customer number order
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS CustomerFileStatus.
*> CUSTINV's open items, walked in key order into the invoice
*> table the same way AGERPT walks them
       SELECT OpenItemFile ASSIGN TO "receivbl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RecvInvNum
           FILE STATUS IS OpenItemFileStatus.
*> CASHPOST's posting log - every check applied, and when
       SELECT PaymentLog ASSIGN TO "CashPost.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentLogStatus.
*> ORDRTRN's returns log - the period's rows are the credits
       SELECT ReturnFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReturnFileStatus.
*> tutorial11's product master and PRODMNT's price history,
*> read-only, to price each credit the way CUSTINV did
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.
       SELECT RateFile ASSIGN TO "prodrate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RateKey
           FILE STATUS IS RateFileStatus.
       SELECT StatementReport ASSIGN TO "Statement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custmast.cpy".

FD OpenItemFile.
       COPY "custrecv.cpy".

FD PaymentLog.
       COPY "custcash.cpy".

FD ReturnFile.
       COPY "custrtrn.cpy".

FD ProductFile.
       COPY "custprod.cpy".

FD RateFile.
       COPY "custprat.cpy".

FD StatementReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
*> Heading/footing pieces, CUSTINV style
01 PageHeading.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(20) VALUE "STATEMENT OF ACCOUNT".
01 PageFooting.
       02 FILLER PIC X(15) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z9.
01 StatementDateLine.
       02 FILLER PIC X(17) VALUE "Statement Date : ".
       02 PrnStmtDate PIC 9(08).
       02 FILLER PIC X(12) VALUE "   Period : ".
       02 PrnPeriodFrom PIC 9(08).
       02 FILLER PIC X(4) VALUE " To ".
       02 PrnPeriodThru PIC 9(08).
01 BillToIDLine.
       02 FILLER PIC X(11) VALUE "Customer : ".
       02 PrnBillIDNum PIC 9(06).
01 BillToNameLine.
       02 FILLER PIC X(11) VALUE SPACE.
       02 PrnBillFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBillLastName PIC X(15).
01 BillToAddressLine.
       02 FILLER PIC X(11) VALUE SPACE.
       02 PrnBillAddress PIC X(30).
01 StmtHeads.
       02 FILLER PIC X(10) VALUE "Date".
       02 FILLER PIC X(8) VALUE "Type".
       02 FILLER PIC X(23) VALUE "Reference".
       02 FILLER PIC X(13) VALUE "     Charges".
       02 FILLER PIC X(13) VALUE "     Credits".
       02 FILLER PIC X(12) VALUE "    Payments".
*> One invoice, payment or credit - only the column that
*> applies carries an amount, the other two print blank
01 StmtDetailLine.
       02 PrnDtlDate PIC 9(08).
       02 FILLER PIC XX VALUE SPACE.
       02 PrnDtlType PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDtlRef PIC X(22).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDtlCharge PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDtlCredit PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDtlPayment PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
*> The reference column, built per row type
01 InvoiceRef.
       02 FILLER PIC X(8) VALUE "Invoice ".
       02 RefInvNum PIC 9(06).
01 PaymentRef.
       02 FILLER PIC X(15) VALUE "Check on Inv. ".
       02 RefPayInvNum PIC 9(06).
01 CreditRef.
       02 RefCrProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RefCrSize PIC X.
       02 FILLER PIC X(5) VALUE " Qty ".
       02 RefCrQty PIC ZZ9.
01 BalanceLine.
       02 FILLER PIC X(18) VALUE SPACE.
       02 PrnBalCaption PIC X(27).
       02 FILLER PIC X VALUE SPACE.
       02 PrnBalAmount PIC ZZZ,ZZZ,ZZ9.99CR.
01 CreditNoteLine PIC X(62) VALUE
       "Credits shown were netted off the invoice they were billed on".
*> Aging footer - AGERPT's columns, for this one customer
01 AgingHeads.
       02 FILLER PIC X(13) VALUE "      Current".
       02 FILLER PIC X(13) VALUE "        31-60".
       02 FILLER PIC X(13) VALUE "        61-90".
       02 FILLER PIC X(13) VALUE "      Over 90".
       02 FILLER PIC X(13) VALUE "        Total".
01 AgingFooterLine.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeCurrent PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAge3160 PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAge6190 PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeOver90 PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeTotal PIC Z,ZZZ,ZZ9.99.
01 ReportFooting PIC X(20) VALUE "END OF STATEMENT RUN".

*> Tracks number of lines used, when to print footer and new
*> heading, tutorial9 style
01 LineCount PIC 99 VALUE ZERO.
       88 NewPageRequired VALUE 50 THRU 99.
01 PageCount PIC 99 VALUE ZERO.

*> The statement period : everything dated inside it is this
*> month's activity, everything before it is the opening
*> balance, and the aging is taken as of the thru date
01 PeriodFromDate PIC 9(08).
01 PeriodThruDate PIC 9(08).
01 TodayDate PIC 9(08).
01 AsOfDays PIC 9(7).
01 InvoiceDays PIC 9(7).
01 DaysOld PIC S9(7).

*> Every invoice dated up to the statement date, gathered off
*> receivbl.dat the way AGERPT gathers customers, with the
*> checks posted against it before the period and through the
*> statement date - the two cut-offs the balances turn on
01 InvoiceTable.
       02 InvoiceEntry OCCURS 1000 TIMES INDEXED BY InvIdx.
           03 StiInvNum PIC 9(06).
           03 StiIDNum PIC 9(06).
           03 StiInvDate PIC 9(08).
           03 StiAmount PIC 9(9)V99.
           03 StiPaidBefore PIC 9(9)V99.
           03 StiPaidThru PIC 9(9)V99.
01 InvoiceCount PIC 9(4) VALUE ZERO.
01 EntryFound PIC X.
       88 EntryFoundFlag VALUE 'Y'.

*> The period's checks, in the order CASHPOST posted them
01 PaymentTable.
       02 PaymentEntry OCCURS 500 TIMES INDEXED BY PayIdx.
           03 StpIDNum PIC 9(06).
           03 StpInvNum PIC 9(06).
           03 StpDate PIC 9(08).
           03 StpAmount PIC 9(9)V99.
01 PaymentCount PIC 9(4) VALUE ZERO.

*> The period's returns and cancellations - CUSTINV's
*> ReturnTable shape
01 ReturnTable.
       02 ReturnEntry OCCURS 200 TIMES INDEXED BY RetIdx.
           03 StrIDNum PIC 9(06).
           03 StrProdName PIC X(10).
           03 StrSize PIC X.
           03 StrQty PIC 9(03).
           03 StrOrdDate PIC 9(08).
           03 StrRtnDate PIC 9(08).
           03 StrType PIC X.
01 ReturnCount PIC 9(4) VALUE ZERO.

*> The customer whose statement is being built, and the
*> figures on it. Opening and closing are signed so a
*> customer who has somehow paid ahead prints CR rather than
*> losing the sign
01 CurrentCustID PIC 9(06).
01 OpeningBalance PIC S9(9)V99.
01 PeriodCharges PIC 9(9)V99.
01 PeriodPayments PIC 9(9)V99.
01 PeriodCredits PIC 9(9)V99.
01 ClosingBalance PIC S9(9)V99.
01 ActivityCount PIC 9(5).
01 InvoiceBalance PIC S9(9)V99.
01 AgeCurrent PIC 9(9)V99.
01 Age3160 PIC 9(9)V99.
01 Age6190 PIC 9(9)V99.
01 AgeOver90 PIC 9(9)V99.
01 AgeTotal PIC 9(9)V99.

*> A credit is priced at the rate in force on the original
*> order's date, CUSTINV's LookUpEffectivePrice walk
01 LinePriceFound PIC X VALUE 'N'.
       88 LinePriceFoundFlag VALUE 'Y'.
01 EffectiveDate PIC 9(08).
01 EffectivePrice PIC 9(4)V99.
01 CreditAmount PIC 9(7)V99.
01 RateScanStatus PIC X VALUE 'N'.
       88 RateScanAtEnd VALUE 'Y'.

01 CustomerEOF PIC X VALUE 'N'.
       88 EOFCustomers VALUE 'Y'.
01 OpenItemEOF PIC X VALUE 'N'.
       88 EOFOpenItems VALUE 'Y'.
01 PaymentEOF PIC X VALUE 'N'.
       88 EOFPayments VALUE 'Y'.
01 ReturnEOF PIC X VALUE 'N'.
       88 EOFReturns VALUE 'Y'.

*> Run counters so the operator can see what went out
01 CustomersRead PIC 9(5) VALUE ZERO.
01 StatementsPrinted PIC 9(5) VALUE ZERO.
01 PaymentsUnmatched PIC 9(5) VALUE ZERO.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over
01 CustomerFileStatus PIC XX VALUE "00".
       88 CustomerFileOK VALUES "00" "10".
*> "35" on the receivables, the payment log or the returns log
*> just means that trail hasn't been started yet - nothing to
*> show from it
01 OpenItemFileStatus PIC XX VALUE "00".
       88 OpenItemFileOK VALUES "00" "10".
       88 OpenItemFileNotFound VALUE "35".
01 PaymentLogStatus PIC XX VALUE "00".
       88 PaymentLogOK VALUES "00" "10".
       88 PaymentLogNotFound VALUE "35".
01 ReturnFileStatus PIC XX VALUE "00".
       88 ReturnFileOK VALUES "00" "10".
       88 ReturnFileNotFound VALUE "35".
01 ProductFileStatus PIC XX VALUE "00".
       88 ProductFileOK VALUE "00".
*> "35" means prodrate.dat doesn't exist yet - the master price
*> rules, the same as CUSTINV
01 RateFileStatus PIC XX VALUE "00".
       88 RateFileOK VALUES "00" "10".
       88 RateFileNotFound VALUE "35".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
RunStatements.
       PERFORM GetStatementPeriod
       PERFORM LoadInvoices
       PERFORM LoadPayments
       PERFORM LoadPeriodReturns
       OPEN INPUT CustomerFile
       PERFORM CheckCustomerFileStatus
       OPEN INPUT ProductFile
       PERFORM CheckProductFileStatus
       OPEN INPUT RateFile
       PERFORM CheckRateFileStatus
       OPEN OUTPUT StatementReport
       PERFORM CheckReportFileStatus
       READ CustomerFile NEXT RECORD
           AT END SET EOFCustomers TO TRUE
       END-READ
       PERFORM CheckCustomerFileStatus
       PERFORM StateOneCustomer UNTIL EOFCustomers
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       CLOSE CustomerFile
       PERFORM CheckCustomerFileStatus
       CLOSE ProductFile
       PERFORM CheckProductFileStatus
       IF NOT RateFileNotFound
           CLOSE RateFile
           PERFORM CheckRateFileStatus
       END-IF
       CLOSE StatementReport
       PERFORM CheckReportFileStatus
       DISPLAY "Customers Read : " CustomersRead
       DISPLAY "Statements Printed : " StatementsPrinted
       DISPLAY "Checks Not Matched To An Invoice : " PaymentsUnmatched
       STOP RUN.

*> The statement covers a closed stretch of days - normally the
*> first to the last of the month just ended. A thru date
*> after today would age invoices against a day that hasn't
*> happened, so it's refused
GetStatementPeriod.
       DISPLAY "Enter Statement Period From (YYYYMMDD) : "
           WITH NO ADVANCING
       ACCEPT PeriodFromDate
       DISPLAY "Enter Statement Period Thru (YYYYMMDD) : "
           WITH NO ADVANCING
       ACCEPT PeriodThruDate
       IF PeriodFromDate IS NOT NUMERIC OR PeriodFromDate = ZERO
           OR PeriodThruDate IS NOT NUMERIC OR PeriodThruDate = ZERO
           DISPLAY "No Period Entered - Nothing Printed"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF PeriodFromDate > PeriodThruDate
           DISPLAY "From Date After Thru Date - Nothing Printed"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TodayDate FROM DATE YYYYMMDD
       IF PeriodThruDate > TodayDate
           DISPLAY "Thru Date Is After Today - Nothing Printed"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE AsOfDays = FUNCTION INTEGER-OF-DATE(PeriodThruDate).

*> Every invoice up to the statement date, paid-off or not -
*> a paid-off invoice can still have been open at the start of
*> the period. Invoices dated after the statement didn't exist
*> yet as far as this statement is concerned
LoadInvoices.
       OPEN INPUT OpenItemFile
       IF OpenItemFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckOpenItemFileStatus
           READ OpenItemFile NEXT RECORD
               AT END SET EOFOpenItems TO TRUE
           END-READ
           PERFORM CheckOpenItemFileStatus
           PERFORM LoadOneInvoice UNTIL EOFOpenItems
           CLOSE OpenItemFile
           PERFORM CheckOpenItemFileStatus
       END-IF.

LoadOneInvoice.
       IF RecvInvDate NOT > PeriodThruDate
           ADD 1 TO InvoiceCount
           IF InvoiceCount > 1000
               DISPLAY "CUSTSTMT : too many invoices, table holds "
                   "1000 - widen InvoiceTable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET InvIdx TO InvoiceCount
           MOVE RecvInvNum TO StiInvNum(InvIdx)
           MOVE RecvIDNum TO StiIDNum(InvIdx)
           MOVE RecvInvDate TO StiInvDate(InvIdx)
           MOVE RecvInvAmount TO StiAmount(InvIdx)
           MOVE ZERO TO StiPaidBefore(InvIdx), StiPaidThru(InvIdx)
       END-IF
       READ OpenItemFile NEXT RECORD
           AT END SET EOFOpenItems TO TRUE
       END-READ
       PERFORM CheckOpenItemFileStatus.

*> Each check up to the statement date is applied to its
*> invoice's paid-through figure; a check inside the period is
*> also kept to be listed. A check against an invoice that
*> isn't on the receivables file can't be placed on anybody's
*> statement, so it's counted for the operator instead
LoadPayments.
       OPEN INPUT PaymentLog
       IF PaymentLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckPaymentLogStatus
           READ PaymentLog
               AT END SET EOFPayments TO TRUE
           END-READ
           PERFORM CheckPaymentLogStatus
           PERFORM LoadOnePayment UNTIL EOFPayments
           CLOSE PaymentLog
           PERFORM CheckPaymentLogStatus
       END-IF.

LoadOnePayment.
       IF CshDate NOT > PeriodThruDate
           PERFORM FindInvoiceEntry
           IF EntryFoundFlag
               ADD CshAmount TO StiPaidThru(InvIdx)
               IF CshDate < PeriodFromDate
                   ADD CshAmount TO StiPaidBefore(InvIdx)
               ELSE
                   PERFORM KeepPeriodPayment
               END-IF
           ELSE
               ADD 1 TO PaymentsUnmatched
           END-IF
       END-IF
       READ PaymentLog
           AT END SET EOFPayments TO TRUE
       END-READ
       PERFORM CheckPaymentLogStatus.

KeepPeriodPayment.
       ADD 1 TO PaymentCount
       IF PaymentCount > 500
           DISPLAY "CUSTSTMT : too many checks this period, table "
               "holds 500 - widen PaymentTable"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       SET PayIdx TO PaymentCount
       MOVE StiIDNum(InvIdx) TO StpIDNum(PayIdx)
       MOVE CshInvNum TO StpInvNum(PayIdx)
       MOVE CshDate TO StpDate(PayIdx)
       MOVE CshAmount TO StpAmount(PayIdx).

*> When the invoice is found InvIdx is left sitting on it,
*> ready for the ADD - AGERPT's FindAgingEntry scan
FindInvoiceEntry.
       MOVE 'N' TO EntryFound
       SET InvIdx TO 1
       PERFORM ScanForInvoiceEntry
           UNTIL EntryFoundFlag OR InvIdx > InvoiceCount.

ScanForInvoiceEntry.
       IF StiInvNum(InvIdx) = CshInvNum
           MOVE 'Y' TO EntryFound
       ELSE
           SET InvIdx UP BY 1
       END-IF.

*> The period's returns - CUSTINV's LoadCycleReturns, on the
*> statement window instead of the billing cycle
LoadPeriodReturns.
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
       IF RtnDate NOT < PeriodFromDate AND RtnDate NOT > PeriodThruDate
           ADD 1 TO ReturnCount
           IF ReturnCount > 200
               DISPLAY "CUSTSTMT : too many returns this period, "
                   "table holds 200 - widen ReturnTable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RetIdx TO ReturnCount
           MOVE RtnIDNum TO StrIDNum(RetIdx)
           MOVE RtnProdName TO StrProdName(RetIdx)
           MOVE RtnSize TO StrSize(RetIdx)
           MOVE RtnQty TO StrQty(RetIdx)
           MOVE RtnOrdDate TO StrOrdDate(RetIdx)
           MOVE RtnDate TO StrRtnDate(RetIdx)
           MOVE RtnType TO StrType(RetIdx)
       END-IF
       READ ReturnFile
           AT END SET EOFReturns TO TRUE
       END-READ
       PERFORM CheckReturnFileStatus.

*> One customer off the master : total up what the tables hold
*> for them, and print a page only if there is a balance to
*> show or something happened in the period
StateOneCustomer.
       ADD 1 TO CustomersRead
       MOVE IDNum TO CurrentCustID
       PERFORM TotalCustomerActivity
       IF ActivityCount > ZERO OR OpeningBalance NOT = ZERO
           OR ClosingBalance NOT = ZERO
           ADD 1 TO StatementsPrinted
           PERFORM PrintStatement
       END-IF
       READ CustomerFile NEXT RECORD
           AT END SET EOFCustomers TO TRUE
       END-READ
       PERFORM CheckCustomerFileStatus.

TotalCustomerActivity.
       MOVE ZERO TO OpeningBalance, PeriodCharges, PeriodPayments,
                    PeriodCredits, ClosingBalance, ActivityCount,
                    AgeCurrent, Age3160, Age6190, AgeOver90
       PERFORM TotalOneInvoice
           VARYING InvIdx FROM 1 BY 1 UNTIL InvIdx > InvoiceCount
       PERFORM TotalOnePayment
           VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PaymentCount
       PERFORM TotalOneReturn
           VARYING RetIdx FROM 1 BY 1 UNTIL RetIdx > ReturnCount
       COMPUTE ClosingBalance
           = OpeningBalance + PeriodCharges - PeriodPayments.

*> An invoice dated before the period is part of the opening
*> balance, one inside it is a charge this month. Whatever of
*> it was still unpaid at the statement date is aged into
*> AGERPT's buckets : over 90, over 60, over 30, else current
TotalOneInvoice.
       IF StiIDNum(InvIdx) = CurrentCustID
           IF StiInvDate(InvIdx) < PeriodFromDate
               ADD StiAmount(InvIdx) TO OpeningBalance
           ELSE
               ADD StiAmount(InvIdx) TO PeriodCharges
               ADD 1 TO ActivityCount
           END-IF
           SUBTRACT StiPaidBefore(InvIdx) FROM OpeningBalance
           COMPUTE InvoiceBalance
               = StiAmount(InvIdx) - StiPaidThru(InvIdx)
           IF InvoiceBalance > ZERO
               COMPUTE InvoiceDays
                   = FUNCTION INTEGER-OF-DATE(StiInvDate(InvIdx))
               COMPUTE DaysOld = AsOfDays - InvoiceDays
               EVALUATE TRUE
                   WHEN DaysOld > 90
                       ADD InvoiceBalance TO AgeOver90
                   WHEN DaysOld > 60
                       ADD InvoiceBalance TO Age6190
                   WHEN DaysOld > 30
                       ADD InvoiceBalance TO Age3160
                   WHEN OTHER
                       ADD InvoiceBalance TO AgeCurrent
               END-EVALUATE
           END-IF
       END-IF.

TotalOnePayment.
       IF StpIDNum(PayIdx) = CurrentCustID
           ADD StpAmount(PayIdx) TO PeriodPayments
           ADD 1 TO ActivityCount
       END-IF.

TotalOneReturn.
       IF StrIDNum(RetIdx) = CurrentCustID
           ADD 1 TO ActivityCount
       END-IF.

*> One customer's page : heading and bill-to block, opening
*> balance, the period's invoices, checks and credits in that
*> order, the closing balance and the aging footer
PrintStatement.
       PERFORM PrintStatementHeading
       MOVE "Opening Balance :" TO PrnBalCaption
       MOVE OpeningBalance TO PrnBalAmount
       WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 1 TO LineCount
       PERFORM PrintOneInvoice
           VARYING InvIdx FROM 1 BY 1 UNTIL InvIdx > InvoiceCount
       PERFORM PrintOnePayment
           VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PaymentCount
       PERFORM PrintOneCredit
           VARYING RetIdx FROM 1 BY 1 UNTIL RetIdx > ReturnCount
       PERFORM PrintStatementTotals.

PrintStatementHeading.
       MOVE ZERO TO PageCount
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       PERFORM PrintStatementBillTo
       MOVE CustAddress TO PrnBillAddress
       WRITE PrintLine FROM BillToAddressLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM StmtHeads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 9 TO LineCount
       ADD 1 TO PageCount.

*> The date line and the customer's name - on the first page
*> and on every continuation page
PrintStatementBillTo.
       MOVE PeriodThruDate TO PrnStmtDate
       MOVE PeriodFromDate TO PrnPeriodFrom
       MOVE PeriodThruDate TO PrnPeriodThru
       WRITE PrintLine FROM StatementDateLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE CurrentCustID TO PrnBillIDNum
       WRITE PrintLine FROM BillToIDLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE FirstName TO PrnBillFirstName
       MOVE LastName TO PrnBillLastName
       WRITE PrintLine FROM BillToNameLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus.

*> A busy customer's statement rolls to a continuation page
*> the same way CUSTINV rolls a long invoice
PrintContinuationHeading.
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       PERFORM PrintStatementBillTo
       WRITE PrintLine FROM StmtHeads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 8 TO LineCount
       ADD 1 TO PageCount.

*> Invoices dated inside the period. A zero-amount open item is
*> the credit memo or fully-netted invoice CUSTINV records as
*> already paid - listed by number so the customer can match it
*> to their paper, with nothing in the charges column
PrintOneInvoice.
       IF StiIDNum(InvIdx) = CurrentCustID
           AND StiInvDate(InvIdx) NOT < PeriodFromDate
           MOVE SPACES TO StmtDetailLine
           MOVE StiInvDate(InvIdx) TO PrnDtlDate
           IF StiAmount(InvIdx) = ZERO
               MOVE "CR MEMO" TO PrnDtlType
           ELSE
               MOVE "INVOICE" TO PrnDtlType
           END-IF
           MOVE StiInvNum(InvIdx) TO RefInvNum
           MOVE InvoiceRef TO PrnDtlRef
           MOVE StiAmount(InvIdx) TO PrnDtlCharge
           MOVE ZERO TO PrnDtlCredit, PrnDtlPayment
           PERFORM WriteDetailLine
       END-IF.

PrintOnePayment.
       IF StpIDNum(PayIdx) = CurrentCustID
           MOVE SPACES TO StmtDetailLine
           MOVE StpDate(PayIdx) TO PrnDtlDate
           MOVE "PAYMENT" TO PrnDtlType
           MOVE StpInvNum(PayIdx) TO RefPayInvNum
           MOVE PaymentRef TO PrnDtlRef
           MOVE StpAmount(PayIdx) TO PrnDtlPayment
           MOVE ZERO TO PrnDtlCharge, PrnDtlCredit
           PERFORM WriteDetailLine
       END-IF.

*> A return CUSTINV could not price - the product has since
*> come off the master - was never credited, so it shows with
*> no amount rather than a figure nobody was given
PrintOneCredit.
       IF StrIDNum(RetIdx) = CurrentCustID
           PERFORM LookUpCreditPrice
           MOVE SPACES TO StmtDetailLine
           MOVE StrRtnDate(RetIdx) TO PrnDtlDate
           IF StrType(RetIdx) = 'C'
               MOVE "CANCEL" TO PrnDtlType
           ELSE
               MOVE "RETURN" TO PrnDtlType
           END-IF
           MOVE StrProdName(RetIdx) TO RefCrProdName
           MOVE StrSize(RetIdx) TO RefCrSize
           MOVE StrQty(RetIdx) TO RefCrQty
           MOVE CreditRef TO PrnDtlRef
           IF LinePriceFoundFlag
               COMPUTE CreditAmount = EffectivePrice * StrQty(RetIdx)
               ADD CreditAmount TO PeriodCredits
               MOVE CreditAmount TO PrnDtlCredit
           ELSE
               MOVE ZERO TO PrnDtlCredit
           END-IF
           MOVE ZERO TO PrnDtlCharge, PrnDtlPayment
           PERFORM WriteDetailLine
       END-IF.

WriteDetailLine.
       IF NewPageRequired
           PERFORM PrintContinuationHeading
       END-IF
       WRITE PrintLine FROM StmtDetailLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 1 TO LineCount.

LookUpCreditPrice.
       MOVE 'N' TO LinePriceFound
       MOVE StrProdName(RetIdx) TO ProdName
       READ ProductFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               PERFORM CheckProductFileStatus
               MOVE 'Y' TO LinePriceFound
               MOVE StrOrdDate(RetIdx) TO EffectiveDate
               PERFORM LookUpEffectivePrice
       END-READ.

*> The price in force on EffectiveDate - the same walk CUSTINV
*> makes, so the credit shown is the credit given
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

*> The period totals, the closing balance, and the aging of
*> that closing balance as of the statement date - the aging
*> total and the closing balance are the same money counted
*> two ways
PrintStatementTotals.
       MOVE "Invoices This Period :" TO PrnBalCaption
       MOVE PeriodCharges TO PrnBalAmount
       WRITE PrintLine FROM BalanceLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE "Payments This Period :" TO PrnBalCaption
       MOVE PeriodPayments TO PrnBalAmount
       WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE "Closing Balance :" TO PrnBalCaption
       MOVE ClosingBalance TO PrnBalAmount
       WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       IF PeriodCredits > ZERO
           MOVE "Credits This Period :" TO PrnBalCaption
           MOVE PeriodCredits TO PrnBalAmount
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 2 LINES
           PERFORM CheckReportFileStatus
           WRITE PrintLine FROM CreditNoteLine AFTER ADVANCING 1 LINE
           PERFORM CheckReportFileStatus
       END-IF
       WRITE PrintLine FROM AgingHeads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE AgeCurrent TO PrnAgeCurrent
       MOVE Age3160 TO PrnAge3160
       MOVE Age6190 TO PrnAge6190
       MOVE AgeOver90 TO PrnAgeOver90
       COMPUTE AgeTotal = AgeCurrent + Age3160 + Age6190 + AgeOver90
       MOVE AgeTotal TO PrnAgeTotal
       WRITE PrintLine FROM AgingFooterLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus.

*> Reports which file and which status code on any failure -
*> "35" on the trails is handled by the Load paragraphs
*> themselves, so anything else here is the real error case
CheckCustomerFileStatus.
       IF NOT CustomerFileOK
           DISPLAY "CUSTSTMT : CustomerFile error, status "
               CustomerFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckOpenItemFileStatus.
       IF NOT OpenItemFileOK AND NOT OpenItemFileNotFound
           DISPLAY "CUSTSTMT : OpenItemFile error, status "
               OpenItemFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckPaymentLogStatus.
       IF NOT PaymentLogOK AND NOT PaymentLogNotFound
           DISPLAY "CUSTSTMT : PaymentLog error, status "
               PaymentLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReturnFileStatus.
       IF NOT ReturnFileOK AND NOT ReturnFileNotFound
           DISPLAY "CUSTSTMT : ReturnFile error, status "
               ReturnFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckProductFileStatus.
       IF NOT ProductFileOK
           DISPLAY "CUSTSTMT : ProductFile error, status "
               ProductFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" (no price history yet) just means the master price
*> rules every credit, so anything else here is the real error
CheckRateFileStatus.
       IF NOT RateFileOK AND NOT RateFileNotFound
           DISPLAY "CUSTSTMT : RateFile error, status "
               RateFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "CUSTSTMT : StatementReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
