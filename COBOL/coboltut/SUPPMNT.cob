       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPMNT.
*> Supplier maintenance menu - PRODMNT's shape, for the
*> purchasing side. Keeps the supplier master (who we buy
*> from and how to reach them) and each product's supply
*> terms : which supplier it comes from, what it costs us, the
*> supplier's lead time in days, and the reorder point and
*> reorder quantity REORDRPT proposes purchase orders from.
*> Until a product has terms here REORDRPT falls back to the
*> old flat reorder point and can't say who to order from.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SupplierFile ASSIGN TO "suppliers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SupID
           FILE STATUS IS SupplierFileStatus.
       SELECT SupplyFile ASSIGN TO "prodsupp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PsuProdName
           FILE STATUS IS SupplyFileStatus.
*> tutorial11's product master, read-only, so terms can't be
*> set for a product that doesn't exist
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ProdName
           FILE STATUS IS ProductFileStatus.

DATA DIVISION.
FILE SECTION.
FD SupplierFile.
       COPY "custsupp.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD ProductFile.
       COPY "custprod.cpy".

WORKING-STORAGE SECTION.
       *> Supplier menu choice
       01 Choice PIC 9.
       *> Tracks whether to exit
       01 StayOpen PIC X VALUE 'Y'.
       *> Tracks whether the record asked for exists
       01 SupExists PIC X.
       01 ProdExists PIC X.
       01 TermsExist PIC X.
       *> Who is running the terminal this session - verified
       *> against the operator master by OPERSIGN
       01 OperatorID PIC X(8).
       01 OperLevel PIC 9 VALUE ZERO.
           88 OperatorSignedOn VALUES 1 THRU 9.
       01 SignOnResultMsg PIC X(40).
       *> Staging for a changed supplier's entered values -
       *> blank keeps what's on file
       01 NewSupName PIC X(30).
       01 NewSupAddress PIC X(30).
       01 NewSupPhone PIC X(15).
       *> Staging for a product's entered supply terms
       01 NewSupID PIC X(6).
       01 NewUnitCost PIC 9(4)V99.
       01 NewLeadDays PIC 9(3).
       01 NewReorderPoint PIC 9(5).
       01 NewReorderQty PIC 9(5).
       01 PrnCost PIC Z,ZZ9.99.
       *> "35" on either file means it doesn't exist yet - the
       *> first supplier or the first terms ever set create it
       01 SupplierFileStatus PIC XX VALUE "00".
           88 SupplierFileOK VALUE "00".
           88 SupplierFileNotFound VALUE "35".
       01 SupplyFileStatus PIC XX VALUE "00".
           88 SupplyFileOK VALUE "00".
           88 SupplyFileNotFound VALUE "35".
       *> "35" means products.txt doesn't exist yet - there is
       *> nothing to set terms for until PRODMNT adds a product
       01 ProductFileStatus PIC XX VALUE "00".
           88 ProductFileOK VALUE "00".
           88 ProductFileNotFound VALUE "35".

PROCEDURE DIVISION.
StartPara.
       PERFORM SignOnOperator UNTIL OperatorSignedOn.
       OPEN I-O SupplierFile.
       IF SupplierFileNotFound
           OPEN OUTPUT SupplierFile
           CLOSE SupplierFile
           OPEN I-O SupplierFile
       END-IF
       PERFORM CheckSupplierFileStatus.
       OPEN I-O SupplyFile.
       IF SupplyFileNotFound
           OPEN OUTPUT SupplyFile
           CLOSE SupplyFile
           OPEN I-O SupplyFile
       END-IF
       PERFORM CheckSupplyFileStatus.
       OPEN INPUT ProductFile.
       IF ProductFileNotFound
           DISPLAY "No Product Master - Add Products In PRODMNT First"
           STOP RUN
       END-IF
       PERFORM CheckProductFileStatus.
       PERFORM UNTIL StayOpen='N'
           DISPLAY " "
           DISPLAY "SUPPLIER RECORDS"
           DISPLAY "1 : Add Supplier"
           DISPLAY "2 : Change Supplier"
           DISPLAY "3 : Get Supplier"
           DISPLAY "4 : Set Product Supply Terms"
           DISPLAY "5 : Get Product Supply Terms"
           DISPLAY "0 : Quit"
           DISPLAY ": " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM AddSupplier
               WHEN 2 PERFORM ChangeSupplier
               WHEN 3 PERFORM GetSupplier
               WHEN 4 PERFORM SetSupplyTerms
               WHEN 5 PERFORM GetSupplyTerms
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM.
       CLOSE SupplierFile
       PERFORM CheckSupplierFileStatus
       CLOSE SupplyFile
       PERFORM CheckSupplyFileStatus
       CLOSE ProductFile
       PERFORM CheckProductFileStatus
       STOP RUN.

*> One sign-on attempt : OPERSIGN checks the entered ID against
*> the operator master and hands back its permission level, or
*> zero for an ID it doesn't know
SignOnOperator.
       DISPLAY "Enter Operator ID : " WITH NO ADVANCING.
       ACCEPT OperatorID.
       CALL "OPERSIGN" USING OperatorID, OperLevel, SignOnResultMsg.
       DISPLAY SignOnResultMsg.

*> WRITE's own key problem (code already taken) is reported
*> through INVALID KEY
AddSupplier.
       DISPLAY " ".
       DISPLAY "Enter New Supplier Code : " WITH NO ADVANCING.
       ACCEPT SupID.
       IF SupID = SPACES
           DISPLAY "No Code Entered - Supplier Not Added"
       ELSE
           DISPLAY "Enter Name : " WITH NO ADVANCING
           ACCEPT SupName
           DISPLAY "Enter Address : " WITH NO ADVANCING
           ACCEPT SupAddress
           DISPLAY "Enter Phone : " WITH NO ADVANCING
           ACCEPT SupPhone
           WRITE SupplierData
               INVALID KEY DISPLAY "Supplier Code Taken"
               NOT INVALID KEY
                   PERFORM CheckSupplierFileStatus
                   DISPLAY "Supplier Added"
           END-WRITE
       END-IF.

ChangeSupplier.
       MOVE 'Y' TO SupExists.
       DISPLAY " ".
       DISPLAY "Enter Supplier Code : " WITH NO ADVANCING.
       ACCEPT SupID.
       READ SupplierFile
           INVALID KEY MOVE 'N' TO SupExists
       END-READ.
       IF SupExists='N'
           DISPLAY "Supplier Doesn't Exist"
       ELSE
           PERFORM ChangeSupplierFields
       END-IF.

*> Each field shows what's on file; a blank entry keeps it
ChangeSupplierFields.
       DISPLAY "Name : " SupName.
       DISPLAY "Enter New Name (blank to keep) : " WITH NO ADVANCING.
       ACCEPT NewSupName.
       IF NewSupName NOT = SPACES
           MOVE NewSupName TO SupName
       END-IF.
       DISPLAY "Address : " SupAddress.
       DISPLAY "Enter New Address (blank to keep) : "
           WITH NO ADVANCING.
       ACCEPT NewSupAddress.
       IF NewSupAddress NOT = SPACES
           MOVE NewSupAddress TO SupAddress
       END-IF.
       DISPLAY "Phone : " SupPhone.
       DISPLAY "Enter New Phone (blank to keep) : " WITH NO ADVANCING.
       ACCEPT NewSupPhone.
       IF NewSupPhone NOT = SPACES
           MOVE NewSupPhone TO SupPhone
       END-IF.
       REWRITE SupplierData
           INVALID KEY DISPLAY "Supplier Not Updated"
           NOT INVALID KEY
               PERFORM CheckSupplierFileStatus
               DISPLAY "Supplier Changed"
       END-REWRITE.

GetSupplier.
       MOVE 'Y' TO SupExists.
       DISPLAY " ".
       DISPLAY "Enter Supplier Code to Find : " WITH NO ADVANCING.
       ACCEPT SupID.
       READ SupplierFile
           INVALID KEY MOVE 'N' TO SupExists
       END-READ.
       IF SupExists='N'
           DISPLAY "Supplier Doesn't Exist"
       ELSE
           DISPLAY "Code : " SupID
           DISPLAY "Name : " SupName
           DISPLAY "Address : " SupAddress
           DISPLAY "Phone : " SupPhone
       END-IF.

*> A product's terms are all entered together - the supplier
*> has to be on the supplier master, and a reorder quantity of
*> zero is refused since REORDRPT would propose ordering
*> nothing
SetSupplyTerms.
       MOVE 'Y' TO ProdExists.
       DISPLAY " ".
       DISPLAY "Enter Product Name : " WITH NO ADVANCING.
       ACCEPT ProdName.
       READ ProductFile
           INVALID KEY MOVE 'N' TO ProdExists
           NOT INVALID KEY PERFORM CheckProductFileStatus
       END-READ.
       IF ProdExists='N'
           DISPLAY "Product Doesn't Exist"
       ELSE
           PERFORM ReadSupplyTerms
           IF TermsExist = 'Y'
               PERFORM DisplaySupplyTerms
           END-IF
           PERFORM SetSupplyTermsFields
       END-IF.

SetSupplyTermsFields.
       DISPLAY "Enter Supplier Code : " WITH NO ADVANCING.
       ACCEPT NewSupID.
       MOVE 'Y' TO SupExists.
       MOVE NewSupID TO SupID.
       READ SupplierFile
           INVALID KEY MOVE 'N' TO SupExists
       END-READ.
       IF SupExists='N'
           DISPLAY "Supplier Doesn't Exist - Terms Not Set"
       ELSE
           DISPLAY "Enter Unit Cost : " WITH NO ADVANCING
           ACCEPT NewUnitCost
           DISPLAY "Enter Lead Time (Days) : " WITH NO ADVANCING
           ACCEPT NewLeadDays
           DISPLAY "Enter Reorder Point : " WITH NO ADVANCING
           ACCEPT NewReorderPoint
           DISPLAY "Enter Reorder Quantity : " WITH NO ADVANCING
           ACCEPT NewReorderQty
           IF NewReorderQty = ZERO
               DISPLAY "Reorder Quantity Must Be Above Zero - "
                   "Terms Not Set"
           ELSE
               PERFORM SaveSupplyTerms
           END-IF
       END-IF.

*> WRITE for a product's first terms, REWRITE after that -
*> each reports its own key problem through INVALID KEY
SaveSupplyTerms.
       MOVE ProdName TO PsuProdName.
       MOVE NewSupID TO PsuSupID.
       MOVE NewUnitCost TO PsuUnitCost.
       MOVE NewLeadDays TO PsuLeadDays.
       MOVE NewReorderPoint TO PsuReorderPoint.
       MOVE NewReorderQty TO PsuReorderQty.
       IF TermsExist = 'Y'
           REWRITE SupplyData
               INVALID KEY DISPLAY "Supply Terms Not Updated"
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   DISPLAY "Supply Terms Changed"
           END-REWRITE
       ELSE
           WRITE SupplyData
               INVALID KEY DISPLAY "Supply Terms Not Added"
               NOT INVALID KEY
                   PERFORM CheckSupplyFileStatus
                   DISPLAY "Supply Terms Set"
           END-WRITE
       END-IF.

GetSupplyTerms.
       DISPLAY " ".
       DISPLAY "Enter Product Name : " WITH NO ADVANCING.
       ACCEPT ProdName.
       PERFORM ReadSupplyTerms.
       IF TermsExist = 'N'
           DISPLAY "No Supply Terms For That Product"
       ELSE
           PERFORM DisplaySupplyTerms
       END-IF.

ReadSupplyTerms.
       MOVE 'Y' TO TermsExist.
       MOVE ProdName TO PsuProdName.
       READ SupplyFile
           INVALID KEY MOVE 'N' TO TermsExist
           NOT INVALID KEY PERFORM CheckSupplyFileStatus
       END-READ.

DisplaySupplyTerms.
       DISPLAY "Product : " PsuProdName.
       DISPLAY "Supplier : " PsuSupID.
       MOVE PsuUnitCost TO PrnCost.
       DISPLAY "Unit Cost : " PrnCost.
       DISPLAY "Lead Time (Days) : " PsuLeadDays.
       DISPLAY "Reorder Point : " PsuReorderPoint.
       DISPLAY "Reorder Quantity : " PsuReorderQty.

*> Reports which file and which status code on any failure -
*> "35" on the bootstrap OPENs is handled by StartPara itself,
*> so anything else here is the real error case
CheckSupplierFileStatus.
       IF NOT SupplierFileOK AND NOT SupplierFileNotFound
           DISPLAY "SUPPMNT : SupplierFile error, status "
               SupplierFileStatus
           STOP RUN
       END-IF.

CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "SUPPMNT : SupplyFile error, status "
               SupplyFileStatus
           STOP RUN
       END-IF.

CheckProductFileStatus.
       IF NOT ProductFileOK AND NOT ProductFileNotFound
           DISPLAY "SUPPMNT : ProductFile error, status "
               ProductFileStatus
           STOP RUN
       END-IF.
