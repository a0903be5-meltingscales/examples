       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTBUSY.
*> Shared open-business check. tutorial10's
*> DeleteCustForSupervisor and CUSTMERG's delete of the
*> duplicate both call this before a customer record comes off
*> the master, so neither can strand business that still needs
*> the bill-to block - the way CREDCHK gives the order entry
*> points the same credit rules. A customer still has open
*> business while any of these stand against them :
*>   an open item on receivbl.dat not yet paid in full;
*>   a return on returns.txt CUSTINV hasn't credited yet;
*>   an open backorder on backordr.dat, which will become an
*>     order as soon as PRODMNT receives the stock;
*>   an order on orders.txt CUSTINV hasn't billed yet.
*> Billed and credited means dated no later than invctl.dat's
*> billed-through date; with no invoice run on record nothing
*> has been billed. The result comes back as a four-character
*> code - spaces for nothing open, otherwise OPEN, RTRN, BKOR
*> or ORDR - with a message naming the first thing found. The
*> checks run in that order, so ORDR means unbilled orders are
*> all there is, which CUSTMERG relies on : it re-points
*> those to the survivor itself.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> CUSTINV's open items, walked in key order
       SELECT OpenItemFile ASSIGN TO "receivbl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RecvInvNum
           FILE STATUS IS OpenItemFileStatus.
*> CUSTINV's run control, for how far billing has got
       SELECT InvControlFile ASSIGN TO "invctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
       SELECT ReturnFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReturnFileStatus.
*> The backorders, walked in key order
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
       SELECT OrderDetail ASSIGN TO "orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OrderFileStatus.

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
       COPY "custrecv.cpy".

FD InvControlFile.
       COPY "custictl.cpy".

FD ReturnFile.
       COPY "custrtrn.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

FD OrderDetail.
       COPY "custord.cpy".

WORKING-STORAGE SECTION.
       *> The last completed invoice run's billed-through date -
       *> anything dated after it is still to be billed
       01 BilledThrough PIC 9(08).
       *> "35" on any of these means that file hasn't been
       *> started yet, so there is nothing on it to be open
       01 OpenItemFileStatus PIC XX VALUE "00".
           88 OpenItemFileOK VALUES "00" "10".
           88 OpenItemFileNotFound VALUE "35".
       01 ControlFileStatus PIC XX VALUE "00".
           88 ControlFileOK VALUES "00" "10".
           88 ControlFileNotFound VALUE "35".
       01 ReturnFileStatus PIC XX VALUE "00".
           88 ReturnFileOK VALUES "00" "10".
           88 ReturnFileNotFound VALUE "35".
       01 BackorderFileStatus PIC XX VALUE "00".
           88 BackorderFileOK VALUES "00" "10".
           88 BackorderFileNotFound VALUE "35".
       01 OrderFileStatus PIC XX VALUE "00".
           88 OrderFileOK VALUES "00" "10".
           88 OrderFileNotFound VALUE "35".
       01 OpenItemEOF PIC X.
           88 EOFOpenItems VALUE 'Y'.
       01 ReturnEOF PIC X.
           88 EOFReturns VALUE 'Y'.
       01 BackorderEOF PIC X.
           88 EOFBackorders VALUE 'Y'.
       01 OrderEOF PIC X.
           88 EOFOrders VALUE 'Y'.

LINKAGE SECTION.
       01 LnkIDNum PIC 9(06).
       *> Spaces means nothing open; otherwise what is
       01 LnkBusyResult PIC X(4).
       01 LnkResultMsg PIC X(40).

PROCEDURE DIVISION USING LnkIDNum, LnkBusyResult, LnkResultMsg.
CheckCustomerBusiness.
       MOVE SPACES TO LnkBusyResult.
       MOVE "No Open Business" TO LnkResultMsg.
       PERFORM ReadBilledThrough.
       PERFORM ScanOpenItems.
       IF LnkBusyResult = SPACES
           PERFORM ScanReturns
       END-IF.
       IF LnkBusyResult = SPACES
           PERFORM ScanBackorders
       END-IF.
       IF LnkBusyResult = SPACES
           PERFORM ScanOrders
       END-IF.
       EXIT PROGRAM.

*> No control file means no invoice run has ever completed.
*> An empty one is CUSTINV caught mid-write; counting nothing
*> as billed is the safe reading of that too
ReadBilledThrough.
       MOVE ZERO TO BilledThrough.
       OPEN INPUT InvControlFile.
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

ScanOpenItems.
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
           PERFORM CheckOneOpenItem
               UNTIL EOFOpenItems OR LnkBusyResult NOT = SPACES
           CLOSE OpenItemFile
           PERFORM CheckOpenItemFileStatus
       END-IF.

CheckOneOpenItem.
       IF RecvIDNum = LnkIDNum AND RecvOpen
           MOVE "OPEN" TO LnkBusyResult
           MOVE SPACES TO LnkResultMsg
           STRING "Invoice " DELIMITED BY SIZE
               RecvInvNum DELIMITED BY SIZE
               " Still Open" DELIMITED BY SIZE
               INTO LnkResultMsg
       ELSE
           READ OpenItemFile NEXT RECORD
               AT END SET EOFOpenItems TO TRUE
           END-READ
           PERFORM CheckOpenItemFileStatus
       END-IF.

ScanReturns.
       MOVE 'N' TO ReturnEOF.
       OPEN INPUT ReturnFile.
       IF ReturnFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckReturnFileStatus
           READ ReturnFile
               AT END SET EOFReturns TO TRUE
           END-READ
           PERFORM CheckReturnFileStatus
           PERFORM CheckOneReturn
               UNTIL EOFReturns OR LnkBusyResult NOT = SPACES
           CLOSE ReturnFile
           PERFORM CheckReturnFileStatus
       END-IF.

CheckOneReturn.
       IF RtnIDNum = LnkIDNum AND RtnDate > BilledThrough
           MOVE "RTRN" TO LnkBusyResult
           MOVE SPACES TO LnkResultMsg
           STRING "Return Of " DELIMITED BY SIZE
               RtnDate DELIMITED BY SIZE
               " Not Yet Credited" DELIMITED BY SIZE
               INTO LnkResultMsg
       ELSE
           READ ReturnFile
               AT END SET EOFReturns TO TRUE
           END-READ
           PERFORM CheckReturnFileStatus
       END-IF.

ScanBackorders.
       MOVE 'N' TO BackorderEOF.
       OPEN INPUT BackorderFile.
       IF BackorderFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckBackorderFileStatus
           READ BackorderFile NEXT RECORD
               AT END SET EOFBackorders TO TRUE
           END-READ
           PERFORM CheckBackorderFileStatus
           PERFORM CheckOneBackorder
               UNTIL EOFBackorders OR LnkBusyResult NOT = SPACES
           CLOSE BackorderFile
           PERFORM CheckBackorderFileStatus
       END-IF.

CheckOneBackorder.
       IF BkoIDNum = LnkIDNum AND BkoOpen
           MOVE "BKOR" TO LnkBusyResult
           MOVE SPACES TO LnkResultMsg
           STRING "Backorder Of " DELIMITED BY SIZE
               BkoOrdDate DELIMITED BY SIZE
               " Still Open" DELIMITED BY SIZE
               INTO LnkResultMsg
       ELSE
           READ BackorderFile NEXT RECORD
               AT END SET EOFBackorders TO TRUE
           END-READ
           PERFORM CheckBackorderFileStatus
       END-IF.

ScanOrders.
       MOVE 'N' TO OrderEOF.
       OPEN INPUT OrderDetail.
       IF OrderFileNotFound
           CONTINUE
       ELSE
           PERFORM CheckOrderFileStatus
           READ OrderDetail
               AT END SET EOFOrders TO TRUE
           END-READ
           PERFORM CheckOrderFileStatus
           PERFORM CheckOneOrder
               UNTIL EOFOrders OR LnkBusyResult NOT = SPACES
           CLOSE OrderDetail
           PERFORM CheckOrderFileStatus
       END-IF.

CheckOneOrder.
       IF OrdIDNum = LnkIDNum AND OrdDate > BilledThrough
           MOVE "ORDR" TO LnkBusyResult
           MOVE SPACES TO LnkResultMsg
           STRING "Order Of " DELIMITED BY SIZE
               OrdDate DELIMITED BY SIZE
               " Not Yet Billed" DELIMITED BY SIZE
               INTO LnkResultMsg
       ELSE
           READ OrderDetail
               AT END SET EOFOrders TO TRUE
           END-READ
           PERFORM CheckOrderFileStatus
       END-IF.

*> Reports which file and which status code on any failure -
*> "35" on every file is handled where it's opened, so
*> anything else here is the real error case
CheckOpenItemFileStatus.
       IF NOT OpenItemFileOK AND NOT OpenItemFileNotFound
           DISPLAY "CUSTBUSY : OpenItemFile error, status "
               OpenItemFileStatus
           STOP RUN
       END-IF.

CheckControlFileStatus.
       IF NOT ControlFileOK AND NOT ControlFileNotFound
           DISPLAY "CUSTBUSY : InvControlFile error, status "
               ControlFileStatus
           STOP RUN
       END-IF.

CheckReturnFileStatus.
       IF NOT ReturnFileOK AND NOT ReturnFileNotFound
           DISPLAY "CUSTBUSY : ReturnFile error, status "
               ReturnFileStatus
           STOP RUN
       END-IF.

CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "CUSTBUSY : BackorderFile error, status "
               BackorderFileStatus
           STOP RUN
       END-IF.

CheckOrderFileStatus.
       IF NOT OrderFileOK AND NOT OrderFileNotFound
           DISPLAY "CUSTBUSY : OrderDetail error, status "
               OrderFileStatus
           STOP RUN
       END-IF.
