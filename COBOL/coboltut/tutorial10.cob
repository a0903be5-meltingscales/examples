*> This program has a menu system and allows you to
*> Add, Update, Delete and Display Customer Data, and to
*> Find a Customer by Last Name when the caller doesn't
*> know their customer number. A customer who still has open
*> business - per CUSTBUSY - can't be deleted
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       01 PriorLastName PIC X(15).
       01 PriorAddress PIC X(30).
       01 PriorPhone PIC X(15).
       *> What CUSTBUSY says about a customer about to be deleted
       *> - spaces when nothing is open, otherwise what still is
       01 BusyResult PIC X(4).
       01 BusyResultMsg PIC X(40).
       *> "35" means CustAudit.log doesn't exist yet, which is
       *> normal the first time anyone changes a customer
       01 AuditFileStatus PIC XX VALUE "00".
       IF CustExists='N'
           DISPLAY "Key Doesn't Exist"
       ELSE
           *> A customer with business still open keeps their
           *> record - CUSTINV needs the bill-to address and AGERPT
           *> needs someone to age the balance against
           CALL "CUSTBUSY" USING IDNum, BusyResult, BusyResultMsg
           IF BusyResult NOT = SPACES
               DISPLAY BusyResultMsg
               DISPLAY "Customer Has Open Business - Not Deleted"
           ELSE
               PERFORM DeleteIdleCustomer
           END-IF
       END-IF.

DeleteIdleCustomer.
       MOVE FirstName TO PriorFirstName.
       MOVE LastName TO PriorLastName.
       MOVE CustAddress TO PriorAddress.
       MOVE CustPhone TO PriorPhone.
       DELETE CustomerFile
           INVALID KEY DISPLAY "Key Doesn't Exist"
           NOT INVALID KEY
               PERFORM CheckCustomerFileStatus
               PERFORM WriteAuditRecordDelete
       END-DELETE.

UpdateCust.
       MOVE 'Y' TO CustExists.
       DISPLAY " ".
