       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLMAINT.
*> GL interface maintenance - the supervisor's side of GLEXTR.
*> Maps each kind of money movement GLEXTR summarizes to the
*> accountant's GL account on glmap.dat (one TAX row per
*> jurisdiction that files separately, plus a catch-all TAX row
*> with the jurisdiction blank), lists the mapping, and shows
*> how far the journal has been extracted on glctl.dat.
*> Re-opening moves the extracted-through date back so GLEXTR
*> will extract those days again - the only way a day can reach
*> the accountant twice, so it asks for confirmation, reminds
*> the supervisor that the batches already imported for those
*> days have to be reversed in the accounting package, and
*> stamps who re-opened and when on the control record.
*> Supervisor-only, same menu shape as CREDMNT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The mapping GLEXTR reads - DYNAMIC so it can be listed in
*> key order as well as set row by row
       SELECT GLMapFile ASSIGN TO "glmap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GlmKey
           FILE STATUS IS GLMapFileStatus.
*> GLEXTR's control record
       SELECT GLControlFile ASSIGN TO "glctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLControlFileStatus.

DATA DIVISION.
FILE SECTION.
FD GLMapFile.
       COPY "custglmp.cpy".

FD GLControlFile.
       COPY "custglct.cpy".

WORKING-STORAGE SECTION.
       *> GL menu choice
       01 Choice PIC 9.
       *> Tracks whether to exit
       01 StayOpen PIC X VALUE 'Y'.
       *> Tracks whether the mapping row asked for exists
       01 MapExists PIC X.
       *> Who is running this session - verified by OPERSIGN,
       *> and must be a supervisor to get the menu at all
       01 OperatorID PIC X(8).
       01 SessionLevel PIC 9 VALUE ZERO.
           88 OperatorSignedOn VALUES 1 THRU 9.
           88 OperatorSupervisor VALUES 2 THRU 9.
       01 SignOnResultMsg PIC X(40).
       *> The movements GLEXTR posts - anything else typed in
       *> would be a row nothing ever reads
       01 EnteredEntry PIC X(6).
           88 ValidGLEntry VALUES "AR" "SALES" "RETURN" "TAX"
               "CASH" "CUSTCR" "INVENT" "RCVACR" "SHRINK".
       01 EnteredJuris PIC X(05).
       01 NewAccount PIC X(10).
       01 NewDesc PIC X(30).
       01 MapEOF PIC X.
           88 EOFMap VALUE 'Y'.
       01 MappingsListed PIC 9(4).
       *> The control record as read, carried while the file is
       *> closed and written back whole on a re-open
       01 ExtractedThru PIC 9(08).
       01 LastBatchNum PIC 9(06).
       01 LastRunDate PIC 9(08).
       01 ReopenOperator PIC X(8).
       01 ReopenDate PIC 9(08).
       *> Re-open staging
       01 ReopenEntry PIC X(8).
       01 ReopenFromDate REDEFINES ReopenEntry PIC 9(8).
       01 ConfirmAnswer PIC X.
       01 TodayDate PIC 9(08).
       *> "35" means glmap.dat doesn't exist yet - the first
       *> mapping ever set creates it
       01 GLMapFileStatus PIC XX VALUE "00".
           88 GLMapFileOK VALUES "00" "10".
           88 GLMapFileNotFound VALUE "35".
       *> "35" means glctl.dat doesn't exist yet - GLEXTR has
       *> never extracted anything, so there is nothing to re-open
       01 GLControlFileStatus PIC XX VALUE "00".
           88 GLControlFileOK VALUES "00" "10".
           88 GLControlFileNotFound VALUE "35".

PROCEDURE DIVISION.
StartPara.
       PERFORM SignOnOperator UNTIL OperatorSignedOn.
       *> The chart of accounts and the extract periods are the
       *> accountant's business, not the front desk's
       IF NOT OperatorSupervisor
           DISPLAY "Not Authorized - Supervisor Only"
           STOP RUN
       END-IF.
       OPEN I-O GLMapFile.
       IF GLMapFileNotFound
           OPEN OUTPUT GLMapFile
           CLOSE GLMapFile
           OPEN I-O GLMapFile
       END-IF
       PERFORM CheckGLMapFileStatus.
       PERFORM UNTIL StayOpen='N'
           DISPLAY " "
           DISPLAY "GL INTERFACE"
           DISPLAY "1 : Set Account Mapping"
           DISPLAY "2 : Remove Account Mapping"
           DISPLAY "3 : List Account Mappings"
           DISPLAY "4 : Show Extract Status"
           DISPLAY "5 : Re-open Extracted Days"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM SetMapping
               WHEN 2 PERFORM RemoveMapping
               WHEN 3 PERFORM ListMappings
               WHEN 4 PERFORM ShowExtractStatus
               WHEN 5 PERFORM ReopenExtract
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE GLMapFile
       PERFORM CheckGLMapFileStatus
       STOP RUN.

*> One sign-on attempt : OPERSIGN checks the entered ID against
*> the operator master and hands back its permission level, or
*> zero for an ID it doesn't know
SignOnOperator.
       DISPLAY "Enter Operator ID : " WITH NO ADVANCING.
       ACCEPT OperatorID.
       CALL "OPERSIGN" USING OperatorID, SessionLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> Asks which movement (and for TAX, which jurisdiction - blank
*> for the catch-all row) and reads its row if there is one
GetMappingKey.
       MOVE 'Y' TO MapExists.
       DISPLAY " ".
       DISPLAY "Movements : AR SALES RETURN TAX CASH CUSTCR INVENT "
           "RCVACR SHRINK".
       DISPLAY "Enter Movement : " WITH NO ADVANCING.
       ACCEPT EnteredEntry.
       MOVE SPACES TO EnteredJuris.
       IF ValidGLEntry
           IF EnteredEntry = "TAX"
               DISPLAY "Enter Jurisdiction (blank for all others) : "
                   WITH NO ADVANCING
               ACCEPT EnteredJuris
           END-IF
           MOVE EnteredEntry TO GlmEntry
           MOVE EnteredJuris TO GlmJuris
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapExists
               NOT INVALID KEY PERFORM CheckGLMapFileStatus
           END-READ
       END-IF.

*> WRITE for a movement's first mapping, REWRITE after that -
*> each reports its own key problem through INVALID KEY
SetMapping.
       PERFORM GetMappingKey.
       IF NOT ValidGLEntry
           DISPLAY "Not A Movement GLEXTR Posts - Nothing Set"
       ELSE
           IF MapExists = 'Y'
               DISPLAY "Account : " GlmAccount " " GlmDesc
           END-IF
           DISPLAY "Enter GL Account : " WITH NO ADVANCING
           ACCEPT NewAccount
           IF NewAccount = SPACES
               DISPLAY "No Account Entered - Nothing Set"
           ELSE
               DISPLAY "Enter Description : " WITH NO ADVANCING
               ACCEPT NewDesc
               PERFORM SaveMapping
           END-IF
       END-IF.

SaveMapping.
       MOVE EnteredEntry TO GlmEntry.
       MOVE EnteredJuris TO GlmJuris.
       MOVE NewAccount TO GlmAccount.
       MOVE NewDesc TO GlmDesc.
       MOVE OperatorID TO GlmOperator.
       ACCEPT GlmChangeDate FROM DATE YYYYMMDD.
       IF MapExists = 'Y'
           REWRITE GLMapData
               INVALID KEY DISPLAY "Mapping Not Updated"
               NOT INVALID KEY
                   PERFORM CheckGLMapFileStatus
                   DISPLAY "Mapping Changed"
           END-REWRITE
       ELSE
           WRITE GLMapData
               INVALID KEY DISPLAY "Mapping Not Added"
               NOT INVALID KEY
                   PERFORM CheckGLMapFileStatus
                   DISPLAY "Mapping Added"
           END-WRITE
       END-IF.

*> A removed row makes GLEXTR refuse any period that moves
*> money through it until it is mapped again - except a TAX
*> jurisdiction row, whose tax then falls to the catch-all
RemoveMapping.
       PERFORM GetMappingKey.
       IF NOT ValidGLEntry OR MapExists = 'N'
           DISPLAY "No Such Mapping"
       ELSE
           DISPLAY "Account : " GlmAccount " " GlmDesc
           DISPLAY "Remove This Mapping (Y/N) : " WITH NO ADVANCING
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
               DELETE GLMapFile
                   INVALID KEY DISPLAY "Mapping Not Removed"
                   NOT INVALID KEY
                       PERFORM CheckGLMapFileStatus
                       DISPLAY "Mapping Removed"
               END-DELETE
           ELSE
               DISPLAY "Mapping Kept"
           END-IF
       END-IF.

*> Walks the mapping in key order from the top
ListMappings.
       DISPLAY " ".
       MOVE 'N' TO MapEOF.
       MOVE ZERO TO MappingsListed.
       MOVE LOW-VALUES TO GlmKey.
       START GLMapFile KEY IS NOT LESS THAN GlmKey
           INVALID KEY MOVE 'Y' TO MapEOF
       END-START.
       PERFORM ListOneMapping UNTIL EOFMap.
       IF MappingsListed = ZERO
           DISPLAY "No Account Mappings On File"
       END-IF.

ListOneMapping.
       READ GLMapFile NEXT RECORD
           AT END MOVE 'Y' TO MapEOF
           NOT AT END
               PERFORM CheckGLMapFileStatus
               ADD 1 TO MappingsListed
               DISPLAY GlmEntry " " GlmJuris " " GlmAccount " "
                   GlmDesc " " GlmOperator " " GlmChangeDate
       END-READ.

ShowExtractStatus.
       DISPLAY " ".
       PERFORM ReadGLControl.
       IF GLControlFileNotFound
           DISPLAY "Nothing Extracted Yet"
       ELSE
           DISPLAY "Extracted Through : " ExtractedThru
           DISPLAY "Last Batch : " LastBatchNum
               " Run On " LastRunDate
           IF ReopenOperator NOT = SPACES
               DISPLAY "Last Re-opened : " ReopenDate
                   " By " ReopenOperator
           END-IF
       END-IF.

*> The re-open date is the first day to be extracted again -
*> the extracted-through date becomes the day before it. It
*> can only move the date back, never forward past days that
*> were never extracted
ReopenExtract.
       PERFORM ShowExtractStatus.
       IF NOT GLControlFileNotFound
           DISPLAY "Re-open From Date (YYYYMMDD) : " WITH NO ADVANCING
           ACCEPT ReopenEntry
           IF ReopenEntry IS NOT NUMERIC OR ReopenFromDate = ZERO
               DISPLAY "Invalid Date - Nothing Re-opened"
           ELSE
               IF ReopenFromDate > ExtractedThru
                   DISPLAY "Not Extracted Yet - Nothing To Re-open"
               ELSE
                   PERFORM ConfirmReopen
               END-IF
           END-IF
       END-IF.

ConfirmReopen.
       DISPLAY "Batches Already Imported From " ReopenFromDate
           " On Must Be Reversed In The Accounting Package".
       DISPLAY "Re-open (Y/N) : " WITH NO ADVANCING.
       ACCEPT ConfirmAnswer.
       IF ConfirmAnswer = 'Y' OR ConfirmAnswer = 'y'
           COMPUTE ExtractedThru = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(ReopenFromDate) - 1)
           MOVE OperatorID TO ReopenOperator
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO ReopenDate
           PERFORM WriteGLControl
           DISPLAY "Re-opened - Next Extract Starts " ReopenFromDate
       ELSE
           DISPLAY "Nothing Re-opened"
       END-IF.

*> An empty control file is GLEXTR caught mid-write - nothing
*> here can safely be re-opened from it
ReadGLControl.
       OPEN INPUT GLControlFile.
       IF NOT GLControlFileNotFound
           PERFORM CheckGLControlFileStatus
           READ GLControlFile
               AT END
                   DISPLAY "GLMAINT : glctl.dat exists but is empty "
                       "- restore it first"
                   STOP RUN
           END-READ
           PERFORM CheckGLControlFileStatus
           MOVE GlcExtractedThru TO ExtractedThru
           MOVE GlcLastBatchNum TO LastBatchNum
           MOVE GlcLastRunDate TO LastRunDate
           MOVE GlcReopenOperator TO ReopenOperator
           MOVE GlcReopenDate TO ReopenDate
           CLOSE GLControlFile
           PERFORM CheckGLControlFileStatus
       END-IF.

WriteGLControl.
       OPEN OUTPUT GLControlFile.
       PERFORM CheckGLControlFileStatus.
       MOVE ExtractedThru TO GlcExtractedThru.
       MOVE LastBatchNum TO GlcLastBatchNum.
       MOVE LastRunDate TO GlcLastRunDate.
       MOVE ReopenOperator TO GlcReopenOperator.
       MOVE ReopenDate TO GlcReopenDate.
       WRITE GLControlData.
       PERFORM CheckGLControlFileStatus.
       CLOSE GLControlFile.
       PERFORM CheckGLControlFileStatus.

*> Reports which file and which status code on any failure -
*> "35" on the bootstrap OPEN is handled by StartPara itself,
*> so anything else here is the real error case
CheckGLMapFileStatus.
       IF NOT GLMapFileOK AND NOT GLMapFileNotFound
           DISPLAY "GLMAINT : GLMapFile error, status "
               GLMapFileStatus
           STOP RUN
       END-IF.

*> "35" (nothing extracted yet) is handled by ReadGLControl's
*> callers, so anything else here is the real error case
CheckGLControlFileStatus.
       IF NOT GLControlFileOK AND NOT GLControlFileNotFound
           DISPLAY "GLMAINT : GLControlFile error, status "
               GLControlFileStatus
           STOP RUN
       END-IF.
