*> Driver for the nightly batch sequence that until now lived
*> in one operator's head : CUSTEXTR refreshes the report feed,
*> tutorial23 reconciles it against the master, CUSTINV bills
*> the cycle, REORDRPT lists what to reorder, CUSTCSV cuts the
*> mail-house export, and INTEGCHK sweeps every trail for keys
*> that no longer point at anything - last, so its report sees
*> the night's billing and a failed sweep holds up nothing the
*> shop needs in the morning. Run out of order the night means
*> nothing - the recon is meaningless if it runs before the
*> extract - so the order lives here instead. Every step's
*> start, end and output record count lands in the runctl.dat
*> the output file whose rows get counted, and whether the
*> journal already shows it complete for this date
01 StepTable.
       02 StepEntry OCCURS 6 TIMES.
           03 StepName PIC X(8).
           03 StepCommand PIC X(30).
           03 StepOutFile PIC X(15).
       PERFORM BuildStepTable.
       PERFORM LoadRunControl.
       PERFORM FindRestartPoint.
       IF StartStep > 6
           DISPLAY "All Steps Already Complete For " BusinessDate
           STOP RUN
       END-IF.
       END-IF.
       PERFORM RunOneStep
           VARYING StepNum FROM StartStep BY 1
           UNTIL StepNum > 6 OR RunFailedFlag.
       IF RunFailedFlag
           DISPLAY "NIGHT RUN STOPPED - rerun NIGHTRUN with date "
               BusinessDate " to pick up at the failed step"
       MOVE "CUSTCSV" TO StepName(5)
       MOVE "./CUSTCSV" TO StepCommand(5)
       MOVE "custmail.csv" TO StepOutFile(5)
       MOVE "INTEGCHK" TO StepName(6)
       MOVE "./INTEGCHK" TO StepCommand(6)
       MOVE "Integrity.rpt" TO StepOutFile(6)
       PERFORM ClearOneStepDone
           VARYING StepNum FROM 1 BY 1 UNTIL StepNum > 6.

ClearOneStepDone.
       MOVE 'N' TO StepDone(StepNum).

LoadOneControlRow.
       IF RunDate = BusinessDate AND RunActionComplete
           AND RunStepNum > ZERO AND RunStepNum < 7
           MOVE 'Y' TO StepDone(RunStepNum)
       END-IF
       READ RunControlFile
FindRestartPoint.
       MOVE 1 TO StartStep.
       PERFORM BumpPastDoneStep
           UNTIL StartStep > 6 OR NOT StepDoneFlag(StartStep).

BumpPastDoneStep.
       ADD 1 TO StartStep.
