*> Deleting a customer record is supervisor territory, same as
*> tutorial10's DeleteCust, so the merge signs on through
*> OPERSIGN and requires a supervisor level.
*> The duplicate has to be free of open business first, by the
*> same CUSTBUSY check tutorial10's delete makes - its unbilled
*> orders are the one exception, since the merge re-points
*> them to the survivor. Anything else still open against it
*> refuses the merge before a single order is touched.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 PriorPhone PIC X(15).

01 CustExists PIC X.
*> What CUSTBUSY says about the duplicate - spaces when nothing
*> is open, ORDR when unbilled orders are all there is
01 BusyResult PIC X(4).
01 BusyResultMsg PIC X(40).
01 OrderEOF PIC X VALUE 'N'.
       88 EOFOrders VALUE 'Y'.
01 MergeEOF PIC X VALUE 'N'.
       OPEN I-O CustomerFile.
       PERFORM CheckCustomerFileStatus.
       PERFORM ReadBothCustomers.
       PERFORM CheckDuplicateBusiness.
       PERFORM RepointOrders.
       PERFORM DeleteDuplicate.
       CLOSE CustomerFile.
       MOVE CustAddress TO PriorAddress.
       MOVE CustPhone TO PriorPhone.

*> Unbilled orders move to the survivor with the merge; any
*> other open business would be left pointing at a customer
*> who no longer exists
CheckDuplicateBusiness.
       CALL "CUSTBUSY" USING DuplicateIDNum, BusyResult,
                             BusyResultMsg.
       IF BusyResult NOT = SPACES AND BusyResult NOT = "ORDR"
           DISPLAY BusyResultMsg
           DISPLAY "Duplicate Has Open Business - Nothing Merged"
           CLOSE CustomerFile
           STOP RUN
       END-IF.

*> Pass one copies every order to the work file, re-pointing
*> the duplicate's rows to the survivor on the way; pass two
*> copies the work file back over orders.txt. A missing
