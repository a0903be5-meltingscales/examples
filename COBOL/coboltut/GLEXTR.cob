       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLEXTR.
*> General ledger journal extract. Summarizes a period's money
*> movements into one balanced double-entry batch for the
*> accounting package to import, instead of the accountant
*> re-keying month-end totals off printed reports :
*>   invoices and credit memos (CUSTINV's invhist.dat) -
*>     receivables, sales, returns and allowances, sales tax
*>     payable per CustTaxJuris, and customer credits for a
*>     credit memo that leaves the customer nothing to pay;
*>   checks (CASHPOST's CashPost.log) - cash against
*>     receivables;
*>   deliveries (PRODMNT's StockRcpt.log) - inventory against
*>     received-not-billed, at the purchase order line's cost,
*>     or SUPPMNT's supply cost where the receipt has no order;
*>   count adjustments (PHYSCNT's StockAdj.log) - inventory
*>     against shrinkage, at the supply cost.
*> Every movement is added up by GL account and one net debit
*> or credit line per account (per jurisdiction for tax) is
*> written to gljrnl.<thru date>.txt. The accounts come from
*> GLMAINT's glmap.dat. The batch is refused - nothing written,
*> RETURN-CODE 8 - if any movement has no mapped account or no
*> cost to value it at, or if debits and credits do not agree.
*> Each run extracts from the day after glctl.dat's extracted-
*> through date up to an entered thru date, the same way
*> CUSTINV bills its cycle, and the control file only moves
*> once the batch is on file - so no day is extracted twice
*> unless a supervisor re-opens it in GLMAINT first.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> CUSTINV's invoice history - every header and line, in key
*> order
       SELECT InvHistFile ASSIGN TO "invhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IhKey
           FILE STATUS IS InvHistFileStatus.
*> CASHPOST's posting log - every check applied
       SELECT PaymentLog ASSIGN TO "CashPost.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentLogStatus.
*> PRODMNT's receiving log - every delivery booked in
       SELECT ReceiptLog ASSIGN TO "StockRcpt.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptLogStatus.
*> PHYSCNT's adjustment log - every count correction
       SELECT AdjustLog ASSIGN TO "StockAdj.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjustLogStatus.
*> POMAINT's purchase orders, read-only, for what a delivery
*> actually cost
       SELECT PurchOrderFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PoKey
           FILE STATUS IS PurchOrderFileStatus.
*> SUPPMNT's supply terms, read-only, for the standing cost
       SELECT SupplyFile ASSIGN TO "prodsupp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PsuProdName
           FILE STATUS IS SupplyFileStatus.
*> GLMAINT's account mapping, read-only
       SELECT GLMapFile ASSIGN TO "glmap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GlmKey
           FILE STATUS IS GLMapFileStatus.
*> What has been extracted so far, carried between runs
       SELECT GLControlFile ASSIGN TO "glctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLControlFileStatus.
*> The batch itself - the name carries the period's thru date,
*> the same DYNAMIC assignment ORDARCH uses for its archives,
*> so a batch re-extracted after a re-open replaces its own file
       SELECT GLJournal ASSIGN TO DYNAMIC GLJournalName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJournalStatus.

DATA DIVISION.
FILE SECTION.
FD InvHistFile.
       COPY "custihst.cpy".

FD PaymentLog.
       COPY "custcash.cpy".

FD ReceiptLog.
       COPY "custrcpt.cpy".

FD AdjustLog.
       COPY "custsadj.cpy".

FD PurchOrderFile.
       COPY "custpord.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD GLMapFile.
       COPY "custglmp.cpy".

FD GLControlFile.
       COPY "custglct.cpy".

FD GLJournal.
       COPY "custgljr.cpy".

WORKING-STORAGE SECTION.
*> The extract period : the day after the last extract, or an
*> entered date on the very first run, up to the entered thru
*> date
01 PeriodFromDate PIC 9(08).
01 PeriodThruDate PIC 9(08).
01 ExtractedThru PIC 9(08).
01 LastBatchNum PIC 9(06).
01 LastReopenOperator PIC X(8).
01 LastReopenDate PIC 9(08).
01 TodayDate PIC 9(08).
01 BatchNum PIC 9(06).
01 GLJournalName PIC X(25).
01 FirstExtract PIC X VALUE 'N'.
       88 FirstExtractFlag VALUE 'Y'.

*> The batch being built : one row per GL mapping entry (and per
*> jurisdiction for tax), holding the period's net movement -
*> positive is a debit, negative a credit - and, once resolved,
*> the account it posts to
01 JournalTable.
       02 JournalEntry OCCURS 100 TIMES INDEXED BY JrnIdx.
           03 JrnEntry PIC X(6).
           03 JrnJuris PIC X(05).
           03 JrnAmount PIC S9(11)V99.
           03 JrnAccount PIC X(10).
           03 JrnDesc PIC X(30).
01 JournalCount PIC 9(4) VALUE ZERO.
01 EntryFound PIC X.
       88 EntryFoundFlag VALUE 'Y'.
01 MapFound PIC X.
       88 MapFoundFlag VALUE 'Y'.

*> One movement on its way into the table
01 PostEntry PIC X(6).
01 PostJuris PIC X(05).
01 PostAmount PIC S9(11)V99.

*> Valuing stock movements
01 UnitCost PIC 9(4)V99.
01 CostFound PIC X.
       88 CostFoundFlag VALUE 'Y'.
01 MoveQty PIC S9(5).
01 MoveValue PIC 9(9)V99.

*> The proof
01 TotalDebits PIC 9(11)V99 VALUE ZERO.
01 TotalCredits PIC 9(11)V99 VALUE ZERO.
01 JournalLinesWritten PIC 9(4) VALUE ZERO.
01 MissingMappings PIC 9(4) VALUE ZERO.
01 UnvaluedMoves PIC 9(5) VALUE ZERO.
01 PrnAmount PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 PrnDebits PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 PrnCredits PIC ZZ,ZZZ,ZZZ,ZZ9.99.

*> Run counters so the operator can see what went in
01 InvoicesRead PIC 9(5) VALUE ZERO.
01 InvoiceLinesRead PIC 9(5) VALUE ZERO.
01 PaymentsRead PIC 9(5) VALUE ZERO.
01 ReceiptsRead PIC 9(5) VALUE ZERO.
01 AdjustmentsRead PIC 9(5) VALUE ZERO.

01 HistoryEOF PIC X VALUE 'N'.
       88 EOFHistory VALUE 'Y'.
01 PaymentEOF PIC X VALUE 'N'.
       88 EOFPayments VALUE 'Y'.
01 ReceiptEOF PIC X VALUE 'N'.
       88 EOFReceipts VALUE 'Y'.
01 AdjustEOF PIC X VALUE 'N'.
       88 EOFAdjustments VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" on a source file just means that trail hasn't been
*> started yet - nothing from it to extract
01 InvHistFileStatus PIC XX VALUE "00".
       88 InvHistFileOK VALUES "00" "10".
       88 InvHistFileNotFound VALUE "35".
01 PaymentLogStatus PIC XX VALUE "00".
       88 PaymentLogOK VALUES "00" "10".
       88 PaymentLogNotFound VALUE "35".
01 ReceiptLogStatus PIC XX VALUE "00".
       88 ReceiptLogOK VALUES "00" "10".
       88 ReceiptLogNotFound VALUE "35".
01 AdjustLogStatus PIC XX VALUE "00".
       88 AdjustLogOK VALUES "00" "10".
       88 AdjustLogNotFound VALUE "35".
*> "35" on the purchase orders or supply terms means no cost
*> can come from that file
01 PurchOrderFileStatus PIC XX VALUE "00".
       88 PurchOrderFileOK VALUE "00".
       88 PurchOrderFileNotFound VALUE "35".
01 SupplyFileStatus PIC XX VALUE "00".
       88 SupplyFileOK VALUE "00".
       88 SupplyFileNotFound VALUE "35".
*> "35" means glmap.dat doesn't exist yet - GLMAINT has never
*> mapped an account, so nothing can be extracted
01 GLMapFileStatus PIC XX VALUE "00".
       88 GLMapFileOK VALUE "00".
       88 GLMapFileNotFound VALUE "35".
*> "35" means glctl.dat doesn't exist yet : nothing has ever
*> been extracted
01 GLControlFileStatus PIC XX VALUE "00".
       88 GLControlFileOK VALUES "00" "10".
       88 GLControlFileNotFound VALUE "35".
01 GLJournalStatus PIC XX VALUE "00".
       88 GLJournalOK VALUE "00".

PROCEDURE DIVISION.
RunExtract.
       PERFORM ReadGLControl
       PERFORM GetExtractPeriod
       PERFORM GatherInvoices
       PERFORM GatherPayments
       OPEN INPUT PurchOrderFile
       PERFORM CheckPurchOrderFileStatus
       OPEN INPUT SupplyFile
       PERFORM CheckSupplyFileStatus
       PERFORM GatherReceipts
       PERFORM GatherAdjustments
       IF NOT PurchOrderFileNotFound
           CLOSE PurchOrderFile
           PERFORM CheckPurchOrderFileStatus
       END-IF
       IF NOT SupplyFileNotFound
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
       END-IF
       PERFORM ResolveAccounts
       PERFORM ProveBatch
       IF JournalCount = ZERO
           DISPLAY "No Money Moved In The Period - No Journal Written"
       ELSE
           PERFORM WriteJournal
       END-IF
       PERFORM WriteGLControl
       DISPLAY "Invoices Read : " InvoicesRead
       DISPLAY "Invoice Lines Read : " InvoiceLinesRead
       DISPLAY "Checks Read : " PaymentsRead
       DISPLAY "Receipts Read : " ReceiptsRead
       DISPLAY "Count Adjustments Read : " AdjustmentsRead
       DISPLAY "Journal Lines Written : " JournalLinesWritten
       MOVE TotalDebits TO PrnDebits
       MOVE TotalCredits TO PrnCredits
       DISPLAY "Total Debits  : " PrnDebits
       DISPLAY "Total Credits : " PrnCredits
       IF JournalCount NOT = ZERO
           DISPLAY "Batch " BatchNum " Written To " GLJournalName
       END-IF
       STOP RUN.

*> No control file just means nothing has been extracted yet :
*> the first run asks where to start. One that exists but is
*> empty is WriteGLControl caught between its OPEN OUTPUT and
*> its WRITE - starting over from a typed date could extract
*> the whole history a second time, so it stops for someone to
*> restore the file instead
ReadGLControl.
       OPEN INPUT GLControlFile
       IF GLControlFileNotFound
           MOVE 'Y' TO FirstExtract
           MOVE ZERO TO ExtractedThru
           MOVE ZERO TO LastBatchNum
           MOVE SPACES TO LastReopenOperator
           MOVE ZERO TO LastReopenDate
       ELSE
           PERFORM CheckGLControlFileStatus
           READ GLControlFile
               AT END
                   DISPLAY "GLEXTR : glctl.dat exists but is empty "
                       "- restore it before extracting"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM CheckGLControlFileStatus
           MOVE GlcExtractedThru TO ExtractedThru
           MOVE GlcLastBatchNum TO LastBatchNum
           MOVE GlcReopenOperator TO LastReopenOperator
           MOVE GlcReopenDate TO LastReopenDate
           CLOSE GLControlFile
           PERFORM CheckGLControlFileStatus
       END-IF
       COMPUTE BatchNum = LastBatchNum + 1.

*> The period always starts the day after the last extract, so
*> there is no gap and no overlap. Its thru date has to be
*> before today, for the reason CUSTINV's cutoff does : today's
*> checks and receipts are still being keyed
GetExtractPeriod.
       IF FirstExtractFlag
           DISPLAY "Nothing Extracted Yet - Enter Extract From Date "
               "(YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT PeriodFromDate
           IF PeriodFromDate IS NOT NUMERIC OR PeriodFromDate = ZERO
               DISPLAY "No From Date Entered - Nothing Extracted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           COMPUTE PeriodFromDate = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(ExtractedThru) + 1)
       END-IF
       DISPLAY "Extracting From " PeriodFromDate
           " - Enter Thru Date (YYYYMMDD) : " WITH NO ADVANCING
       ACCEPT PeriodThruDate
       IF PeriodThruDate IS NOT NUMERIC OR PeriodThruDate = ZERO
           DISPLAY "No Thru Date Entered - Nothing Extracted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF PeriodThruDate < PeriodFromDate
           DISPLAY "Thru Date Before From Date - Nothing Extracted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TodayDate FROM DATE YYYYMMDD
       IF PeriodThruDate NOT < TodayDate
           DISPLAY "Thru Date Must Be Before Today - Nothing "
               "Extracted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Invoices : the header carries what the customer was billed
*> and the tax, the lines carry the sales and the returns
*> netted off them. Invoice date decides the period for all of
*> an invoice's rows, so an invoice is never split across two
*> batches
GatherInvoices.
       OPEN INPUT InvHistFile
       IF InvHistFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckInvHistFileStatus
           READ InvHistFile NEXT RECORD
               AT END SET EOFHistory TO TRUE
           END-READ
           PERFORM CheckInvHistFileStatus
           PERFORM GatherOneHistoryRow UNTIL EOFHistory
           CLOSE InvHistFile
           PERFORM CheckInvHistFileStatus
       END-IF.

*> A credit memo, or an invoice its credits pulled negative,
*> leaves nothing on receivbl.dat - CUSTINV closes it at zero -
*> so what it owes the customer goes to customer credits rather
*> than taking receivables below what collections can see
GatherOneHistoryRow.
       IF IhInvDate NOT < PeriodFromDate
           AND IhInvDate NOT > PeriodThruDate
           EVALUATE TRUE
               WHEN IhHeader
                   ADD 1 TO InvoicesRead
                   MOVE SPACES TO PostJuris
                   MOVE IhGrandTotal TO PostAmount
                   IF IhGrandTotal > ZERO
                       MOVE "AR" TO PostEntry
                       PERFORM PostMovement
                   END-IF
                   IF IhGrandTotal < ZERO
                       MOVE "CUSTCR" TO PostEntry
                       PERFORM PostMovement
                   END-IF
                   MOVE "TAX" TO PostEntry
                   MOVE IhTaxJuris TO PostJuris
                   COMPUTE PostAmount = ZERO - IhTaxAmount
                   PERFORM PostMovement
               WHEN IhChargeLine
                   ADD 1 TO InvoiceLinesRead
                   MOVE "SALES" TO PostEntry
                   MOVE SPACES TO PostJuris
                   COMPUTE PostAmount = ZERO - IhExtPrice
                   PERFORM PostMovement
               WHEN IhCreditLine
                   ADD 1 TO InvoiceLinesRead
                   MOVE "RETURN" TO PostEntry
                   MOVE SPACES TO PostJuris
                   MOVE IhExtPrice TO PostAmount
                   PERFORM PostMovement
           END-EVALUATE
       END-IF
       READ InvHistFile NEXT RECORD
           AT END SET EOFHistory TO TRUE
       END-READ
       PERFORM CheckInvHistFileStatus.

*> Checks : cash in, receivables down
GatherPayments.
       OPEN INPUT PaymentLog
       IF PaymentLogNotFound
           CONTINUE
       ELSE
           PERFORM CheckPaymentLogStatus
           READ PaymentLog
               AT END SET EOFPayments TO TRUE
           END-READ
           PERFORM CheckPaymentLogStatus
           PERFORM GatherOnePayment UNTIL EOFPayments
           CLOSE PaymentLog
           PERFORM CheckPaymentLogStatus
       END-IF.

GatherOnePayment.
       IF CshDate NOT < PeriodFromDate
           AND CshDate NOT > PeriodThruDate
           ADD 1 TO PaymentsRead
           MOVE SPACES TO PostJuris
           MOVE "CASH" TO PostEntry
           MOVE CshAmount TO PostAmount
           PERFORM PostMovement
           MOVE "AR" TO PostEntry
           COMPUTE PostAmount = ZERO - CshAmount
           PERFORM PostMovement
       END-IF
       READ PaymentLog
           AT END SET EOFPayments TO TRUE
       END-READ
       PERFORM CheckPaymentLogStatus.

*> Deliveries : inventory up, and the supplier's bill owed for
*> it. Rows written before receiving was keyed to a purchase
*> order have no order number, so they go at the supply cost
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
           PERFORM LookUpReceiptCost
           IF CostFoundFlag
               COMPUTE MoveValue = RcpQty * UnitCost
               MOVE SPACES TO PostJuris
               MOVE "INVENT" TO PostEntry
               MOVE MoveValue TO PostAmount
               PERFORM PostMovement
               MOVE "RCVACR" TO PostEntry
               COMPUTE PostAmount = ZERO - MoveValue
               PERFORM PostMovement
           ELSE
               DISPLAY "GLEXTR : receipt of " RcpProdName " on "
                   RcpDate " has no cost to value it at"
               ADD 1 TO UnvaluedMoves
           END-IF
       END-IF
       READ ReceiptLog
           AT END SET EOFReceipts TO TRUE
       END-READ
       PERFORM CheckReceiptLogStatus.

*> The order line's cost is what was actually agreed for that
*> delivery; the supply cost only stands in when there is no
*> order line to ask
LookUpReceiptCost.
       MOVE 'N' TO CostFound
       IF RcpPONum IS NUMERIC AND NOT PurchOrderFileNotFound
           MOVE RcpPONum TO PoNum
           MOVE RcpPOLine TO PoLine
           READ PurchOrderFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckPurchOrderFileStatus
                   MOVE PoUnitCost TO UnitCost
                   MOVE 'Y' TO CostFound
           END-READ
       END-IF
       IF NOT CostFoundFlag
           MOVE RcpProdName TO PsuProdName
           PERFORM LookUpSupplyCost
       END-IF.

LookUpSupplyCost.
       IF NOT SupplyFileNotFound
           READ SupplyFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   MOVE PsuUnitCost TO UnitCost
                   MOVE 'Y' TO CostFound
           END-READ
       END-IF.

*> Count adjustments : a count below the book is shrinkage
*> written off the inventory, a count above it is stock found
*> and the shrinkage account takes the credit
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
           MOVE 'N' TO CostFound
           MOVE AdjProdName TO PsuProdName
           PERFORM LookUpSupplyCost
           IF CostFoundFlag
               COMPUTE MoveQty = AdjNewQty - AdjOldQty
               COMPUTE PostAmount = MoveQty * UnitCost
               MOVE SPACES TO PostJuris
               MOVE "INVENT" TO PostEntry
               PERFORM PostMovement
               MOVE "SHRINK" TO PostEntry
               COMPUTE PostAmount = ZERO - MoveQty * UnitCost
               PERFORM PostMovement
           ELSE
               DISPLAY "GLEXTR : count adjustment of " AdjProdName
                   " on " AdjDate " has no cost to value it at"
               ADD 1 TO UnvaluedMoves
           END-IF
       END-IF
       READ AdjustLog
           AT END SET EOFAdjustments TO TRUE
       END-READ
       PERFORM CheckAdjustLogStatus.

*> Adds one movement to its table row, adding the row the first
*> time that entry (and jurisdiction) moves in the period
PostMovement.
       MOVE 'N' TO EntryFound
       SET JrnIdx TO 1
       PERFORM ScanForJournalEntry
           UNTIL EntryFoundFlag OR JrnIdx > JournalCount
       IF NOT EntryFoundFlag
           ADD 1 TO JournalCount
           IF JournalCount > 100
               DISPLAY "GLEXTR : too many journal lines, table holds "
                   "100 - widen JournalTable"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET JrnIdx TO JournalCount
           MOVE PostEntry TO JrnEntry(JrnIdx)
           MOVE PostJuris TO JrnJuris(JrnIdx)
           MOVE ZERO TO JrnAmount(JrnIdx)
           MOVE SPACES TO JrnAccount(JrnIdx)
           MOVE SPACES TO JrnDesc(JrnIdx)
       END-IF
       ADD PostAmount TO JrnAmount(JrnIdx).

*> When the row is found JrnIdx is left sitting on it, ready
*> for the ADD
ScanForJournalEntry.
       IF JrnEntry(JrnIdx) = PostEntry
           AND JrnJuris(JrnIdx) = PostJuris
           MOVE 'Y' TO EntryFound
       ELSE
           SET JrnIdx UP BY 1
       END-IF.

*> Every table row needs a GL account before anything is
*> written. A jurisdiction without a TAX row of its own posts
*> to the catch-all TAX row; anything still unmapped is listed
*> so GLMAINT can fill it in
ResolveAccounts.
       IF JournalCount > ZERO
           OPEN INPUT GLMapFile
           IF GLMapFileNotFound
               DISPLAY "GLEXTR : no GL account mapping on file - "
                   "set one up in GLMAINT, nothing extracted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CheckGLMapFileStatus
           PERFORM ResolveOneAccount
               VARYING JrnIdx FROM 1 BY 1
               UNTIL JrnIdx > JournalCount
           CLOSE GLMapFile
           PERFORM CheckGLMapFileStatus
       END-IF
       IF MissingMappings > ZERO OR UnvaluedMoves > ZERO
           DISPLAY "GLEXTR : " MissingMappings " unmapped, "
               UnvaluedMoves " unvalued - nothing extracted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

ResolveOneAccount.
       MOVE 'N' TO MapFound
       MOVE JrnEntry(JrnIdx) TO GlmEntry
       MOVE JrnJuris(JrnIdx) TO GlmJuris
       PERFORM ReadMapping
       IF NOT MapFoundFlag AND JrnJuris(JrnIdx) NOT = SPACES
           MOVE SPACES TO GlmJuris
           PERFORM ReadMapping
       END-IF
       IF MapFoundFlag
           MOVE GlmAccount TO JrnAccount(JrnIdx)
           MOVE GlmDesc TO JrnDesc(JrnIdx)
       ELSE
           DISPLAY "GLEXTR : no GL account mapped for "
               JrnEntry(JrnIdx) " " JrnJuris(JrnIdx)
           ADD 1 TO MissingMappings
       END-IF.

ReadMapping.
       READ GLMapFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               PERFORM CheckGLMapFileStatus
               MOVE 'Y' TO MapFound
       END-READ.

*> Debits must equal credits to the penny. Every movement above
*> was posted as a pair, so a difference means a source is not
*> what it should be - an invoice's lines without its header
*> from a crashed CUSTINV run, say - and the accountant must
*> not be handed it
ProveBatch.
       PERFORM AddOneToProof
           VARYING JrnIdx FROM 1 BY 1
           UNTIL JrnIdx > JournalCount
       IF TotalDebits NOT = TotalCredits
           MOVE TotalDebits TO PrnDebits
           MOVE TotalCredits TO PrnCredits
           DISPLAY "GLEXTR : batch out of balance - debits "
               PrnDebits " credits " PrnCredits
           DISPLAY "Nothing Extracted"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

AddOneToProof.
       IF JrnAmount(JrnIdx) > ZERO
           ADD JrnAmount(JrnIdx) TO TotalDebits
       ELSE
           SUBTRACT JrnAmount(JrnIdx) FROM TotalCredits
       END-IF.

WriteJournal.
       MOVE SPACES TO GLJournalName
       STRING "gljrnl." DELIMITED BY SIZE
           PeriodThruDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO GLJournalName
       OPEN OUTPUT GLJournal
       PERFORM CheckGLJournalStatus
       PERFORM WriteOneJournalLine
           VARYING JrnIdx FROM 1 BY 1
           UNTIL JrnIdx > JournalCount
       CLOSE GLJournal
       PERFORM CheckGLJournalStatus.

*> An account whose movements netted to nothing has no line -
*> the package would only reject a zero amount
WriteOneJournalLine.
       IF JrnAmount(JrnIdx) NOT = ZERO
           ADD 1 TO JournalLinesWritten
           MOVE BatchNum TO GljBatchNum
           MOVE PeriodFromDate TO GljPeriodFrom
           MOVE PeriodThruDate TO GljPeriodThru
           MOVE JournalLinesWritten TO GljLineNum
           MOVE JrnAccount(JrnIdx) TO GljAccount
           MOVE JrnEntry(JrnIdx) TO GljEntry
           MOVE JrnJuris(JrnIdx) TO GljJuris
           MOVE JrnDesc(JrnIdx) TO GljDesc
           IF JrnAmount(JrnIdx) > ZERO
               MOVE 'D' TO GljDrCr
               MOVE JrnAmount(JrnIdx) TO GljAmount
           ELSE
               MOVE 'C' TO GljDrCr
               COMPUTE GljAmount = ZERO - JrnAmount(JrnIdx)
           END-IF
           WRITE GLJournalData
           PERFORM CheckGLJournalStatus
           MOVE GljAmount TO PrnAmount
           DISPLAY GljAccount " " GljEntry " " GljJuris " "
               GljDrCr " " PrnAmount
       END-IF.

*> Only reached once the batch is balanced and on file - a run
*> that stopped before here leaves the control alone, and the
*> re-run extracts the same period into the same file name
WriteGLControl.
       OPEN OUTPUT GLControlFile
       PERFORM CheckGLControlFileStatus
       MOVE PeriodThruDate TO GlcExtractedThru
       IF JournalCount NOT = ZERO
           MOVE BatchNum TO GlcLastBatchNum
       ELSE
           MOVE LastBatchNum TO GlcLastBatchNum
       END-IF
       MOVE TodayDate TO GlcLastRunDate
       MOVE LastReopenOperator TO GlcReopenOperator
       MOVE LastReopenDate TO GlcReopenDate
       WRITE GLControlData
       PERFORM CheckGLControlFileStatus
       CLOSE GLControlFile
       PERFORM CheckGLControlFileStatus.

*> Reports which file and which status code on any failure -
*> "35" on a source trail is handled where it is opened, so
*> anything else here is the real error case
CheckInvHistFileStatus.
       IF NOT InvHistFileOK AND NOT InvHistFileNotFound
           DISPLAY "GLEXTR : InvHistFile error, status "
               InvHistFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckPaymentLogStatus.
       IF NOT PaymentLogOK AND NOT PaymentLogNotFound
           DISPLAY "GLEXTR : PaymentLog error, status "
               PaymentLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReceiptLogStatus.
       IF NOT ReceiptLogOK AND NOT ReceiptLogNotFound
           DISPLAY "GLEXTR : ReceiptLog error, status "
               ReceiptLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckAdjustLogStatus.
       IF NOT AdjustLogOK AND NOT AdjustLogNotFound
           DISPLAY "GLEXTR : AdjustLog error, status "
               AdjustLogStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckPurchOrderFileStatus.
       IF NOT PurchOrderFileOK AND NOT PurchOrderFileNotFound
           DISPLAY "GLEXTR : PurchOrderFile error, status "
               PurchOrderFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "GLEXTR : SupplyFile error, status "
               SupplyFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckGLMapFileStatus.
       IF NOT GLMapFileOK AND NOT GLMapFileNotFound
           DISPLAY "GLEXTR : GLMapFile error, status "
               GLMapFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" on the first-ever OPEN INPUT is handled by
*> ReadGLControl itself, so anything else here is the real
*> error case
CheckGLControlFileStatus.
       IF NOT GLControlFileOK AND NOT GLControlFileNotFound
           DISPLAY "GLEXTR : GLControlFile error, status "
               GLControlFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckGLJournalStatus.
       IF NOT GLJournalOK
           DISPLAY "GLEXTR : GLJournal error, status "
               GLJournalStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
