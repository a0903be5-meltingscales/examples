       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MSTRCONV.
*> One-off layout conversion for the indexed files whose
*> records changed : customers.txt gained CustTaxJuris and
*> operators.txt gained OperActive. An indexed file written
*> under the old length refuses to OPEN under the new layout
*> (file status 39), so a live system must run this once -
*> the way ORDARCH leaves its archives. Running it against an
*> already-converted file just reports status 39 the other way
*> around and changes nothing.
*> Stock moving from one figure per product to one per product
*> and size adds one more : products.txt loses ProdQtyOnHand,
*> and each product's single on-hand figure is split across
*> S, M and L onto prodstk.dat as the operator says it sits on
*> the shelf (S and M are keyed, L takes the rest, so the
*> sizes always add back to the old figure). The old product
*> file stays behind as prodmast.old.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldOperID
           FILE STATUS IS OldOperStatus.
       SELECT OldProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldProdName
           FILE STATUS IS OldProdStatus.
*> The converted copies, built beside the live files and only
*> swapped in once the counts prove the conversion complete
       SELECT NewCustomerFile ASSIGN TO "custconv.tmp"
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OperID
           FILE STATUS IS NewOperStatus.
       SELECT NewProductFile ASSIGN TO "prodconv.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ProdName
           FILE STATUS IS NewProdStatus.
*> Where the split on-hand figures go - written straight into
*> the live stock file, keyed by product and size
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.

DATA DIVISION.
FILE SECTION.
       02 OldOperName PIC X(30).
       02 OldOperLevel PIC 9.

*> Frozen copy of custprod.cpy as it was before on-hand moved
*> to prodstk.dat
FD OldProductFile.
01 OldProductData.
       02 OldProdName PIC X(10).
       02 OldProdPrice PIC 9(4)V99.
       02 OldProdQtyOnHand PIC 9(5).

FD NewCustomerFile.
       COPY "custmast.cpy".

FD NewOperatorFile.
       COPY "custoper.cpy".

FD NewProductFile.
       COPY "custprod.cpy".

FD StockFile.
       COPY "custstk.cpy".

WORKING-STORAGE SECTION.
01 MasterChoice PIC X.
01 CommandLine PIC X(40).
01 MasterEOF PIC X VALUE 'N'.
       88 EOFMaster VALUE 'Y'.

*> One product's old on-hand figure as the operator splits it
*> across the sizes - L is whatever S and M leave
01 SmallQty PIC 9(5).
01 MediumQty PIC 9(5).
01 LargeQty PIC 9(5).
01 SplitDone PIC X.
       88 SplitDoneFlag VALUE 'Y'.
01 StockRowsOut PIC 9(5) VALUE ZERO.

*> "35" means the live file doesn't exist : nothing to convert.
*> "39" means the live file doesn't match the OLD layout - it
*> was already converted (or created fresh under the new one)
       88 OldOperOK VALUES "00" "10".
       88 OldOperNotFound VALUE "35".
       88 OldOperWrongLength VALUE "39".
01 OldProdStatus PIC XX VALUE "00".
       88 OldProdOK VALUES "00" "10".
       88 OldProdNotFound VALUE "35".
       88 OldProdWrongLength VALUE "39".
01 NewCustStatus PIC XX VALUE "00".
       88 NewCustOK VALUES "00" "10".
01 NewOperStatus PIC XX VALUE "00".
       88 NewOperOK VALUES "00" "10".
01 NewProdStatus PIC XX VALUE "00".
       88 NewProdOK VALUES "00" "10".
*> "35" means prodstk.dat doesn't exist yet - the usual case,
*> the product conversion creates it
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUE "00".
       88 StockFileNotFound VALUE "35".

PROCEDURE DIVISION.
RunConversion.
       DISPLAY "1 : Convert customers.txt (add CustTaxJuris)".
       DISPLAY "2 : Convert operators.txt (add OperActive)".
       DISPLAY "3 : Convert products.txt (on-hand by size)".
       DISPLAY "A : Convert All".
       DISPLAY ": " WITH NO ADVANCING.
       ACCEPT MasterChoice.
       EVALUATE MasterChoice
           WHEN '1' PERFORM ConvertCustomers
           WHEN '2' PERFORM ConvertOperators
           WHEN '3' PERFORM ConvertProducts
           WHEN 'A'
           WHEN 'a'
               PERFORM ConvertCustomers
               PERFORM ConvertOperators
               PERFORM ConvertProducts
           WHEN OTHER
               DISPLAY "Nothing Done"
       END-EVALUATE.
       END-IF.
       DISPLAY "Converted - old file kept as opermast.old".

ConvertProducts.
       MOVE ZERO TO RecordsIn, RecordsOut, StockRowsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT OldProductFile.
       IF OldProdNotFound
           DISPLAY "No Product Master - Nothing To Convert"
       ELSE
           IF OldProdWrongLength
               DISPLAY "products.txt is not in the old layout"
                   " - already converted"
           ELSE
               PERFORM CheckOldProdStatus
               OPEN OUTPUT NewProductFile
               PERFORM CheckNewProdStatus
               OPEN I-O StockFile
               IF StockFileNotFound
                   OPEN OUTPUT StockFile
                   CLOSE StockFile
                   OPEN I-O StockFile
               END-IF
               PERFORM CheckStockFileStatus
               READ OldProductFile NEXT RECORD
                   AT END SET EOFMaster TO TRUE
               END-READ
               PERFORM CheckOldProdStatus
               PERFORM ConvertOneProduct UNTIL EOFMaster
               CLOSE OldProductFile
               PERFORM CheckOldProdStatus
               CLOSE NewProductFile
               PERFORM CheckNewProdStatus
               CLOSE StockFile
               PERFORM CheckStockFileStatus
               DISPLAY "products.txt : Read " RecordsIn
                   " Converted " RecordsOut
                   " Stock Rows " StockRowsOut
               IF RecordsIn = RecordsOut
                   PERFORM SwapProductFiles
               ELSE
                   DISPLAY "COUNT MISMATCH - LIVE FILE LEFT ALONE"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
       END-IF.

*> Name and price across as they were; the on-hand figure is
*> split by size onto prodstk.dat as the operator counts it
ConvertOneProduct.
       ADD 1 TO RecordsIn
       MOVE OldProdName TO ProdName
       MOVE OldProdPrice TO ProdPrice
       WRITE ProductData
           INVALID KEY DISPLAY "Duplicate Key - Row Dropped"
           NOT INVALID KEY
               PERFORM CheckNewProdStatus
               ADD 1 TO RecordsOut
               PERFORM SplitProductOnHand
       END-WRITE
       READ OldProductFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckOldProdStatus.

SplitProductOnHand.
       DISPLAY " "
       DISPLAY OldProdName " : " OldProdQtyOnHand " On Hand"
       MOVE 'N' TO SplitDone
       PERFORM AskOneSplit UNTIL SplitDoneFlag
       MOVE OldProdName TO StkProdName
       MOVE 'S' TO StkSize
       MOVE SmallQty TO StkQtyOnHand
       PERFORM WriteConvertedStockRow
       MOVE 'M' TO StkSize
       MOVE MediumQty TO StkQtyOnHand
       PERFORM WriteConvertedStockRow
       MOVE 'L' TO StkSize
       MOVE LargeQty TO StkQtyOnHand
       PERFORM WriteConvertedStockRow.

*> S and M have to be numbers and can't come to more than there
*> was - if either is wrong, the operator is asked again
AskOneSplit.
       DISPLAY "  Of Which Size S : " WITH NO ADVANCING
       ACCEPT SmallQty
       DISPLAY "  Of Which Size M : " WITH NO ADVANCING
       ACCEPT MediumQty
       EVALUATE TRUE
           WHEN SmallQty IS NOT NUMERIC OR MediumQty IS NOT NUMERIC
               DISPLAY "  S And M Must Be Quantities - Enter Again"
           WHEN SmallQty + MediumQty > OldProdQtyOnHand
               DISPLAY "  S And M Come To More Than " OldProdQtyOnHand
                   " - Enter Again"
           WHEN OTHER
               COMPUTE LargeQty
                   = OldProdQtyOnHand - SmallQty - MediumQty
               DISPLAY "  Size L Takes The Rest : " LargeQty
               SET SplitDoneFlag TO TRUE
       END-EVALUATE.

*> A size already on prodstk.dat is left as it stands - the
*> stock file is only ever filled once from the old figures
WriteConvertedStockRow.
       WRITE StockData
           INVALID KEY DISPLAY "  " StkProdName " " StkSize
               " Already On prodstk.dat - Left As Is"
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
               ADD 1 TO StockRowsOut
       END-WRITE.

SwapProductFiles.
       MOVE "mv products.txt prodmast.old" TO CommandLine.
       CALL "SYSTEM" USING CommandLine.
       IF RETURN-CODE NOT = ZERO
           DISPLAY "MSTRCONV : could not set aside products.txt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "mv prodconv.tmp products.txt" TO CommandLine.
       CALL "SYSTEM" USING CommandLine.
       IF RETURN-CODE NOT = ZERO
           DISPLAY "MSTRCONV : could not install converted file -"
               " live master is in prodmast.old"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "Converted - old file kept as prodmast.old".

*> Reports which file and which status code on any failure -
*> "35" and "39" on the OPEN are handled by the conversion
*> paragraphs themselves, so anything else here is the real
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckOldProdStatus.
       IF NOT OldProdOK AND NOT OldProdNotFound
           AND NOT OldProdWrongLength
           DISPLAY "MSTRCONV : OldProductFile error, status "
               OldProdStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckNewProdStatus.
       IF NOT NewProdOK
           DISPLAY "MSTRCONV : NewProductFile error, status "
               NewProdStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> "35" on the bootstrap OPEN is handled by ConvertProducts
*> itself, so anything else here is the real error case
CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "MSTRCONV : StockFile error, status "
               StockFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
