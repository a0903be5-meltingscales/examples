PROGRAM-ID. FILEBKUP.
*> Unload/reload backup utility for the indexed masters -
*> customers.txt, products.txt, operators.txt, taxrates.dat,
*> receivbl.dat, prodrate.dat, prodstk.dat, invhist.dat,
*> purchord.dat, backordr.dat, suppliers.dat, prodsupp.dat,
*> credit.dat and glmap.dat.
*> Several programs hold these open I-O, and a crash
*> mid-REWRITE can leave an index unreadable with no rebuild
*> path. Unload walks a master in
*> key order into a dated line sequential backup (the date in
*> the name, the way ORDARCH dates its archives) and proves
*> records-out equals records-read, the same in/out proof
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RateKey
           FILE STATUS IS RateFileStatus.
       SELECT StockFile ASSIGN TO "prodstk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS StkKey
           FILE STATUS IS StockFileStatus.
       SELECT InvHistFile ASSIGN TO "invhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IhKey
           FILE STATUS IS InvHistFileStatus.
       SELECT PurchOrderFile ASSIGN TO "purchord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PoKey
           FILE STATUS IS PurchOrderFileStatus.
       SELECT BackorderFile ASSIGN TO "backordr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BkoKey
           FILE STATUS IS BackorderFileStatus.
       SELECT SupplierFile ASSIGN TO "suppliers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SupID
           FILE STATUS IS SupplierFileStatus.
       SELECT SupplyFile ASSIGN TO "prodsupp.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PsuProdName
           FILE STATUS IS SupplyFileStatus.
       SELECT CreditFile ASSIGN TO "credit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CrdIDNum
           FILE STATUS IS CreditFileStatus.
       SELECT GLMapFile ASSIGN TO "glmap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GlmKey
           FILE STATUS IS GLMapFileStatus.
*> The backup itself - the name carries the master and the
*> date, same DYNAMIC assignment ORDARCH uses for its dated
*> archive names
FD RateFile.
       COPY "custprat.cpy".

FD StockFile.
       COPY "custstk.cpy".

FD InvHistFile.
       COPY "custihst.cpy".

FD PurchOrderFile.
       COPY "custpord.cpy".

FD BackorderFile.
       COPY "custbko.cpy".

FD SupplierFile.
       COPY "custsupp.cpy".

FD SupplyFile.
       COPY "custpsup.cpy".

FD CreditFile.
       COPY "custcrd.cpy".

FD GLMapFile.
       COPY "custglmp.cpy".

*> Wide enough for the largest master record - the unload
*> writes each record image straight in, the reload moves it
*> straight back out
FD BackupFile.
01 BackupLine PIC X(200).

WORKING-STORAGE SECTION.
01 ModeAnswer PIC X.
01 MasterChoice PIC XX.
01 BackupDate PIC 9(8).
01 BackupFileName PIC X(25).
01 MasterLabel PIC X(15).
01 RateFileStatus PIC XX VALUE "00".
       88 RateFileOK VALUES "00" "10".
       88 RateFileNotFound VALUE "35".
01 StockFileStatus PIC XX VALUE "00".
       88 StockFileOK VALUES "00" "10".
       88 StockFileNotFound VALUE "35".
01 InvHistFileStatus PIC XX VALUE "00".
       88 InvHistFileOK VALUES "00" "10".
       88 InvHistFileNotFound VALUE "35".
01 PurchOrderFileStatus PIC XX VALUE "00".
       88 PurchOrderFileOK VALUES "00" "10".
       88 PurchOrderFileNotFound VALUE "35".
01 BackorderFileStatus PIC XX VALUE "00".
       88 BackorderFileOK VALUES "00" "10".
       88 BackorderFileNotFound VALUE "35".
01 SupplierFileStatus PIC XX VALUE "00".
       88 SupplierFileOK VALUES "00" "10".
       88 SupplierFileNotFound VALUE "35".
01 SupplyFileStatus PIC XX VALUE "00".
       88 SupplyFileOK VALUES "00" "10".
       88 SupplyFileNotFound VALUE "35".
01 CreditFileStatus PIC XX VALUE "00".
       88 CreditFileOK VALUES "00" "10".
       88 CreditFileNotFound VALUE "35".
01 GLMapFileStatus PIC XX VALUE "00".
       88 GLMapFileOK VALUES "00" "10".
       88 GLMapFileNotFound VALUE "35".
*> "35" on a reload means no backup exists for the date asked
01 BackupFileStatus PIC XX VALUE "00".
       88 BackupFileOK VALUES "00" "10".
           WHEN '4' PERFORM UnloadTaxRates
           WHEN '5' PERFORM UnloadOpenItems
           WHEN '6' PERFORM UnloadRates
           WHEN '7' PERFORM UnloadStock
           WHEN '8' PERFORM UnloadInvHist
           WHEN '9' PERFORM UnloadPurchOrders
           WHEN '10' PERFORM UnloadBackorders
           WHEN '11' PERFORM UnloadSuppliers
           WHEN '12' PERFORM UnloadSupplyTerms
           WHEN '13' PERFORM UnloadCreditTerms
           WHEN '14' PERFORM UnloadGLMappings
           WHEN 'A'
           WHEN 'a'
               PERFORM UnloadCustomers
               PERFORM UnloadTaxRates
               PERFORM UnloadOpenItems
               PERFORM UnloadRates
               PERFORM UnloadStock
               PERFORM UnloadInvHist
               PERFORM UnloadPurchOrders
               PERFORM UnloadBackorders
               PERFORM UnloadSuppliers
               PERFORM UnloadSupplyTerms
               PERFORM UnloadCreditTerms
               PERFORM UnloadGLMappings
           WHEN OTHER
               DISPLAY "Nothing Done"
       END-EVALUATE.
               WHEN '4' PERFORM ReloadTaxRates
               WHEN '5' PERFORM ReloadOpenItems
               WHEN '6' PERFORM ReloadRates
               WHEN '7' PERFORM ReloadStock
               WHEN '8' PERFORM ReloadInvHist
               WHEN '9' PERFORM ReloadPurchOrders
               WHEN '10' PERFORM ReloadBackorders
               WHEN '11' PERFORM ReloadSuppliers
               WHEN '12' PERFORM ReloadSupplyTerms
               WHEN '13' PERFORM ReloadCreditTerms
               WHEN '14' PERFORM ReloadGLMappings
               WHEN OTHER
                   DISPLAY "Nothing Done"
           END-EVALUATE
       DISPLAY "4 : taxrates.dat".
       DISPLAY "5 : receivbl.dat".
       DISPLAY "6 : prodrate.dat".
       DISPLAY "7 : prodstk.dat".
       DISPLAY "8 : invhist.dat".
       DISPLAY "9 : purchord.dat".
       DISPLAY "10 : backordr.dat".
       DISPLAY "11 : suppliers.dat".
       DISPLAY "12 : prodsupp.dat".
       DISPLAY "13 : credit.dat".
       DISPLAY "14 : glmap.dat".

*> The unload side : one paragraph per master, all the same
*> shape - walk the index in key order, write each record
       END-READ
       PERFORM CheckRateFileStatus.

UnloadStock.
       MOVE SPACES TO BackupFileName.
       STRING "stkbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "prodstk.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT StockFile.
       IF StockFileNotFound
           DISPLAY "No Stock File - Nothing To Unload"
       ELSE
           PERFORM CheckStockFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ StockFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckStockFileStatus
           PERFORM UnloadOneStock UNTIL EOFMaster
           CLOSE StockFile
           PERFORM CheckStockFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneStock.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM StockData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ StockFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckStockFileStatus.

UnloadInvHist.
       MOVE SPACES TO BackupFileName.
       STRING "ihstbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "invhist.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT InvHistFile.
       IF InvHistFileNotFound
           DISPLAY "No Invoice History - Nothing To Unload"
       ELSE
           PERFORM CheckInvHistFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ InvHistFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckInvHistFileStatus
           PERFORM UnloadOneInvHist UNTIL EOFMaster
           CLOSE InvHistFile
           PERFORM CheckInvHistFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneInvHist.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM InvHistData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ InvHistFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckInvHistFileStatus.

UnloadPurchOrders.
       MOVE SPACES TO BackupFileName.
       STRING "pobkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "purchord.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT PurchOrderFile.
       IF PurchOrderFileNotFound
           DISPLAY "No Purchase Orders - Nothing To Unload"
       ELSE
           PERFORM CheckPurchOrderFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ PurchOrderFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckPurchOrderFileStatus
           PERFORM UnloadOnePurchOrder UNTIL EOFMaster
           CLOSE PurchOrderFile
           PERFORM CheckPurchOrderFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOnePurchOrder.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM PurchOrderData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ PurchOrderFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckPurchOrderFileStatus.

UnloadBackorders.
       MOVE SPACES TO BackupFileName.
       STRING "bkobkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "backordr.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT BackorderFile.
       IF BackorderFileNotFound
           DISPLAY "No Backorders - Nothing To Unload"
       ELSE
           PERFORM CheckBackorderFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ BackorderFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckBackorderFileStatus
           PERFORM UnloadOneBackorder UNTIL EOFMaster
           CLOSE BackorderFile
           PERFORM CheckBackorderFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneBackorder.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM BackorderData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ BackorderFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckBackorderFileStatus.

UnloadSuppliers.
       MOVE SPACES TO BackupFileName.
       STRING "suppbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "suppliers.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT SupplierFile.
       IF SupplierFileNotFound
           DISPLAY "No Supplier Master - Nothing To Unload"
       ELSE
           PERFORM CheckSupplierFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ SupplierFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckSupplierFileStatus
           PERFORM UnloadOneSupplier UNTIL EOFMaster
           CLOSE SupplierFile
           PERFORM CheckSupplierFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneSupplier.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM SupplierData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ SupplierFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckSupplierFileStatus.

UnloadSupplyTerms.
       MOVE SPACES TO BackupFileName.
       STRING "psupbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "prodsupp.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT SupplyFile.
       IF SupplyFileNotFound
           DISPLAY "No Supply Terms - Nothing To Unload"
       ELSE
           PERFORM CheckSupplyFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ SupplyFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckSupplyFileStatus
           PERFORM UnloadOneSupplyTerm UNTIL EOFMaster
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneSupplyTerm.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM SupplyData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ SupplyFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckSupplyFileStatus.

UnloadCreditTerms.
       MOVE SPACES TO BackupFileName.
       STRING "crdbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "credit.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT CreditFile.
       IF CreditFileNotFound
           DISPLAY "No Credit Terms - Nothing To Unload"
       ELSE
           PERFORM CheckCreditFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ CreditFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckCreditFileStatus
           PERFORM UnloadOneCreditTerm UNTIL EOFMaster
           CLOSE CreditFile
           PERFORM CheckCreditFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneCreditTerm.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM CreditData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ CreditFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckCreditFileStatus.

UnloadGLMappings.
       MOVE SPACES TO BackupFileName.
       STRING "glmpbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "glmap.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO MasterEOF.
       OPEN INPUT GLMapFile.
       IF GLMapFileNotFound
           DISPLAY "No GL Mapping - Nothing To Unload"
       ELSE
           PERFORM CheckGLMapFileStatus
           OPEN OUTPUT BackupFile
           PERFORM CheckBackupFileStatus
           READ GLMapFile NEXT RECORD
               AT END SET EOFMaster TO TRUE
           END-READ
           PERFORM CheckGLMapFileStatus
           PERFORM UnloadOneGLMapping UNTIL EOFMaster
           CLOSE GLMapFile
           PERFORM CheckGLMapFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayUnloadCounts
       END-IF.

UnloadOneGLMapping.
       ADD 1 TO RecordsIn
       WRITE BackupLine FROM GLMapData
       PERFORM CheckBackupFileStatus
       ADD 1 TO RecordsOut
       READ GLMapFile NEXT RECORD
           AT END SET EOFMaster TO TRUE
       END-READ
       PERFORM CheckGLMapFileStatus.

*> The reload side : OPEN OUTPUT builds a fresh index, the
*> backup's rows come back in the key order they were
*> unloaded in, and the count is proved again
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadStock.
       MOVE SPACES TO BackupFileName.
       STRING "stkbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "prodstk.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT StockFile
           PERFORM CheckStockFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneStock UNTIL EOFBackup
           CLOSE StockFile
           PERFORM CheckStockFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneStock.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO StockData
       WRITE StockData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckStockFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadInvHist.
       MOVE SPACES TO BackupFileName.
       STRING "ihstbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "invhist.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT InvHistFile
           PERFORM CheckInvHistFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneInvHist UNTIL EOFBackup
           CLOSE InvHistFile
           PERFORM CheckInvHistFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneInvHist.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO InvHistData
       WRITE InvHistData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckInvHistFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadPurchOrders.
       MOVE SPACES TO BackupFileName.
       STRING "pobkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "purchord.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT PurchOrderFile
           PERFORM CheckPurchOrderFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOnePurchOrder UNTIL EOFBackup
           CLOSE PurchOrderFile
           PERFORM CheckPurchOrderFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOnePurchOrder.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO PurchOrderData
       WRITE PurchOrderData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckPurchOrderFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadBackorders.
       MOVE SPACES TO BackupFileName.
       STRING "bkobkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "backordr.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT BackorderFile
           PERFORM CheckBackorderFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneBackorder UNTIL EOFBackup
           CLOSE BackorderFile
           PERFORM CheckBackorderFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneBackorder.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO BackorderData
       WRITE BackorderData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckBackorderFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadSuppliers.
       MOVE SPACES TO BackupFileName.
       STRING "suppbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "suppliers.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT SupplierFile
           PERFORM CheckSupplierFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneSupplier UNTIL EOFBackup
           CLOSE SupplierFile
           PERFORM CheckSupplierFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneSupplier.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO SupplierData
       WRITE SupplierData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckSupplierFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadSupplyTerms.
       MOVE SPACES TO BackupFileName.
       STRING "psupbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "prodsupp.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT SupplyFile
           PERFORM CheckSupplyFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneSupplyTerm UNTIL EOFBackup
           CLOSE SupplyFile
           PERFORM CheckSupplyFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneSupplyTerm.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO SupplyData
       WRITE SupplyData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckSupplyFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadCreditTerms.
       MOVE SPACES TO BackupFileName.
       STRING "crdbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "credit.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT CreditFile
           PERFORM CheckCreditFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneCreditTerm UNTIL EOFBackup
           CLOSE CreditFile
           PERFORM CheckCreditFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneCreditTerm.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO CreditData
       WRITE CreditData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckCreditFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

ReloadGLMappings.
       MOVE SPACES TO BackupFileName.
       STRING "glmpbkup." DELIMITED BY SIZE
           BackupDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO BackupFileName.
       MOVE "glmap.dat" TO MasterLabel.
       MOVE ZERO TO RecordsIn, RecordsOut.
       MOVE 'N' TO BackupEOF.
       OPEN INPUT BackupFile.
       IF BackupFileNotFound
           DISPLAY "No Backup For That Date"
       ELSE
           PERFORM CheckBackupFileStatus
           OPEN OUTPUT GLMapFile
           PERFORM CheckGLMapFileStatus
           READ BackupFile
               AT END SET EOFBackup TO TRUE
           END-READ
           PERFORM CheckBackupFileStatus
           PERFORM ReloadOneGLMapping UNTIL EOFBackup
           CLOSE GLMapFile
           PERFORM CheckGLMapFileStatus
           CLOSE BackupFile
           PERFORM CheckBackupFileStatus
           PERFORM DisplayReloadCounts
       END-IF.

ReloadOneGLMapping.
       ADD 1 TO RecordsIn
       MOVE BackupLine TO GLMapData
       WRITE GLMapData
           INVALID KEY DISPLAY "Duplicate Or Out Of Order Key "
               "- Row Dropped"
           NOT INVALID KEY
               PERFORM CheckGLMapFileStatus
               ADD 1 TO RecordsOut
       END-WRITE
       READ BackupFile
           AT END SET EOFBackup TO TRUE
       END-READ
       PERFORM CheckBackupFileStatus.

*> The proof either way : in and out counted separately, and
*> a mismatch called out in so many words
DisplayUnloadCounts.
           STOP RUN
       END-IF.

CheckStockFileStatus.
       IF NOT StockFileOK AND NOT StockFileNotFound
           DISPLAY "FILEBKUP : StockFile error, status "
               StockFileStatus
           STOP RUN
       END-IF.

CheckInvHistFileStatus.
       IF NOT InvHistFileOK AND NOT InvHistFileNotFound
           DISPLAY "FILEBKUP : InvHistFile error, status "
               InvHistFileStatus
           STOP RUN
       END-IF.

CheckPurchOrderFileStatus.
       IF NOT PurchOrderFileOK AND NOT PurchOrderFileNotFound
           DISPLAY "FILEBKUP : PurchOrderFile error, status "
               PurchOrderFileStatus
           STOP RUN
       END-IF.

CheckBackorderFileStatus.
       IF NOT BackorderFileOK AND NOT BackorderFileNotFound
           DISPLAY "FILEBKUP : BackorderFile error, status "
               BackorderFileStatus
           STOP RUN
       END-IF.

CheckSupplierFileStatus.
       IF NOT SupplierFileOK AND NOT SupplierFileNotFound
           DISPLAY "FILEBKUP : SupplierFile error, status "
               SupplierFileStatus
           STOP RUN
       END-IF.

CheckSupplyFileStatus.
       IF NOT SupplyFileOK AND NOT SupplyFileNotFound
           DISPLAY "FILEBKUP : SupplyFile error, status "
               SupplyFileStatus
           STOP RUN
       END-IF.

CheckCreditFileStatus.
       IF NOT CreditFileOK AND NOT CreditFileNotFound
           DISPLAY "FILEBKUP : CreditFile error, status "
               CreditFileStatus
           STOP RUN
       END-IF.

CheckGLMapFileStatus.
       IF NOT GLMapFileOK AND NOT GLMapFileNotFound
           DISPLAY "FILEBKUP : GLMapFile error, status "
               GLMapFileStatus
           STOP RUN
       END-IF.

CheckBackupFileStatus.
       IF NOT BackupFileOK AND NOT BackupFileNotFound
           DISPLAY "FILEBKUP : BackupFile error, status "
