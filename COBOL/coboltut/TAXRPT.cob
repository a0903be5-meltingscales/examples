       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TAXRPT.
*> Sales tax liability for a filing period - normally a calendar
*> quarter - off CUSTINV's invhist.dat, so the quarterly return
*> is filled in from one page instead of by adding up Invoice.rpt
*> pages. Every invoice and credit memo dated inside the period
*> counts once, through its header row : the taxable subtotal
*> and the tax exactly as billed, signed, so a credit memo takes
*> its tax back off the jurisdiction it was billed to.
*> Invoices are grouped by the customer's CustTaxJuris at the
*> time of billing (tutorial21's taxrates.dat code, "NONE" for
*> customers billed at the default rate), with one line per rate
*> so a mid-quarter rate change shows as two lines that can be
*> checked against the filing, a total per jurisdiction, and a
*> grand total. Header rows are sorted by jurisdiction and rate
*> first (CUSTINV's SORT ... INPUT PROCEDURE shape) so each
*> jurisdiction's invoices arrive together for the control break.
*> Report goes to TaxLiab.rpt. Every premature stop sets
*> RETURN-CODE 8, the same as the other batch runs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> CUSTINV's invoice history, read-only, walked in key order
       SELECT InvHistFile ASSIGN TO "invhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IhKey
           FILE STATUS IS InvHistFileStatus.
       SELECT WorkFile ASSIGN TO 'taxsort.tmp'.
*> The period's invoice headers re-sequenced by jurisdiction and
*> rate
       SELECT SortedHeaders ASSIGN TO 'taxbyjur.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SortedFileStatus.
       SELECT TaxReport ASSIGN TO "TaxLiab.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD InvHistFile.
       COPY "custihst.cpy".

*> SD carries every field of the history record so nothing is
*> silently dropped if custihst.cpy's layout ever changes
SD WorkFile.
       COPY "custihst.cpy" REPLACING ==InvHistData== BY ==WInvHistData==
                                    ==IhKey== BY ==WIhKey==
                                    ==IhInvNum== BY ==WIhInvNum==
                                    ==IhLineSeq== BY ==WIhLineSeq==
                                    ==IhRecType== BY ==WIhRecType==
                                    ==IhHeader== BY ==WIhHeader==
                                    ==IhChargeLine== BY ==WIhChargeLine==
                                    ==IhCreditLine== BY ==WIhCreditLine==
                                    ==IhIDNum== BY ==WIhIDNum==
                                    ==IhInvDate== BY ==WIhInvDate==
                                    ==IhTaxJuris== BY ==WIhTaxJuris==
                                    ==IhTaxRate== BY ==WIhTaxRate==
                                    ==IhTaxAmount== BY ==WIhTaxAmount==
                                    ==IhProdName== BY ==WIhProdName==
                                    ==IhSize== BY ==WIhSize==
                                    ==IhQty== BY ==WIhQty==
                                    ==IhOrdDate== BY ==WIhOrdDate==
                                    ==IhUnitPrice== BY ==WIhUnitPrice==
                                    ==IhExtPrice== BY ==WIhExtPrice==
                                    ==IhFirstName== BY ==WIhFirstName==
                                    ==IhLastName== BY ==WIhLastName==
                                    ==IhAddress== BY ==WIhAddress==
                                    ==IhFirstPage== BY ==WIhFirstPage==
                                    ==IhSubTotal== BY ==WIhSubTotal==
                                    ==IhGrandTotal== BY ==WIhGrandTotal==.

FD SortedHeaders.
       COPY "custihst.cpy" REPLACING ==InvHistData== BY ==SInvHistData==
                                    ==IhKey== BY ==SIhKey==
                                    ==IhInvNum== BY ==SIhInvNum==
                                    ==IhLineSeq== BY ==SIhLineSeq==
                                    ==IhRecType== BY ==SIhRecType==
                                    ==IhHeader== BY ==SIhHeader==
                                    ==IhChargeLine== BY ==SIhChargeLine==
                                    ==IhCreditLine== BY ==SIhCreditLine==
                                    ==IhIDNum== BY ==SIhIDNum==
                                    ==IhInvDate== BY ==SIhInvDate==
                                    ==IhTaxJuris== BY ==SIhTaxJuris==
                                    ==IhTaxRate== BY ==SIhTaxRate==
                                    ==IhTaxAmount== BY ==SIhTaxAmount==
                                    ==IhProdName== BY ==SIhProdName==
                                    ==IhSize== BY ==SIhSize==
                                    ==IhQty== BY ==SIhQty==
                                    ==IhOrdDate== BY ==SIhOrdDate==
                                    ==IhUnitPrice== BY ==SIhUnitPrice==
                                    ==IhExtPrice== BY ==SIhExtPrice==
                                    ==IhFirstName== BY ==SIhFirstName==
                                    ==IhLastName== BY ==SIhLastName==
                                    ==IhAddress== BY ==SIhAddress==
                                    ==IhFirstPage== BY ==SIhFirstPage==
                                    ==IhSubTotal== BY ==SIhSubTotal==
                                    ==IhGrandTotal== BY ==SIhGrandTotal==.

FD TaxReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
*> Heading/footing pieces, CUSTINV style
01 PageHeading.
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(21) VALUE "SALES TAX LIABILITY".
01 PageFooting.
       02 FILLER PIC X(15) VALUE SPACE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z9.
01 PeriodLine.
       02 FILLER PIC X(20) VALUE "Invoices Dated From ".
       02 PrnPeriodFrom PIC 9(08).
       02 FILLER PIC X(4) VALUE " To ".
       02 PrnPeriodThru PIC 9(08).
01 Heads.
       02 FILLER PIC X(8) VALUE "Juris".
       02 FILLER PIC X(6) VALUE "Rate %".
       02 FILLER PIC X(9) VALUE " Invoices".
       02 FILLER PIC X(17) VALUE "    Taxable Sales".
       02 FILLER PIC X(17) VALUE "       Tax Billed".
*> One jurisdiction at one rate
01 DetailLine.
       02 PrnJuris PIC X(5).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnRatePct PIC Z9.999.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnInvCount PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnTaxable PIC ZZ,ZZZ,ZZ9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnTaxBilled PIC ZZ,ZZZ,ZZ9.99CR.
*> A jurisdiction's lines added up, and all jurisdictions at the
*> end - the figures the return is filed from
01 TotalLine.
       02 PrnTotalCaption PIC X(14).
       02 FILLER PIC X(3) VALUE SPACE.
       02 PrnTotInvCount PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnTotTaxable PIC ZZ,ZZZ,ZZ9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PrnTotTaxBilled PIC ZZ,ZZZ,ZZ9.99CR.
01 JurisCaption.
       02 FILLER PIC X(6) VALUE "Total ".
       02 CapJuris PIC X(5).
01 ReportFooting PIC X(29) VALUE "END OF SALES TAX LIABILITY".

*> Tracks number of lines used, when to print footer and new
*> heading, tutorial9 style
01 LineCount PIC 99 VALUE ZERO.
       88 NewPageRequired VALUE 50 THRU 99.
01 PageCount PIC 99 VALUE ZERO.

*> The filing period : invoices dated inside it are this
*> return's business
01 PeriodFromDate PIC 9(08).
01 PeriodThruDate PIC 9(08).

*> The control break fields and the running totals at each
*> level - signed, because a credit memo can outweigh the
*> period's sales in a small jurisdiction
01 CurrentJuris PIC X(05).
01 CurrentRate PIC V9(05).
01 RateInvCount PIC 9(5).
01 RateTaxable PIC S9(9)V99.
01 RateTaxBilled PIC S9(9)V99.
01 JurisInvCount PIC 9(5).
01 JurisTaxable PIC S9(9)V99.
01 JurisTaxBilled PIC S9(9)V99.
01 GrandInvCount PIC 9(5) VALUE ZERO.
01 GrandTaxable PIC S9(9)V99 VALUE ZERO.
01 GrandTaxBilled PIC S9(9)V99 VALUE ZERO.
01 JurisdictionsReported PIC 9(5) VALUE ZERO.

01 HistoryEOF PIC X VALUE 'N'.
       88 EOFHistory VALUE 'Y'.
01 SortedEOF PIC X VALUE 'N'.
       88 EOFSorted VALUE 'Y'.

*> "00" is success and "10" is a clean end of file - anything
*> else is a real I/O problem worth stopping the run over.
*> "35" means invhist.dat doesn't exist yet : no invoice run
*> has kept history, so there is no tax to report
01 InvHistFileStatus PIC XX VALUE "00".
       88 InvHistFileOK VALUES "00" "10".
       88 InvHistFileNotFound VALUE "35".
01 SortedFileStatus PIC XX VALUE "00".
       88 SortedFileOK VALUES "00" "10".
01 ReportFileStatus PIC XX VALUE "00".
       88 ReportFileOK VALUES "00" "10".

PROCEDURE DIVISION.
RunTaxReport.
       PERFORM GetReportPeriod
       OPEN INPUT InvHistFile
       IF InvHistFileNotFound
           DISPLAY "TAXRPT : no invoice history on file, nothing "
               "to report"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CheckInvHistFileStatus
       PERFORM SortHeadersByJuris
       CLOSE InvHistFile
       PERFORM CheckInvHistFileStatus
       OPEN INPUT SortedHeaders
       PERFORM CheckSortedFileStatus
       OPEN OUTPUT TaxReport
       PERFORM CheckReportFileStatus
       PERFORM PrintPageHeading
       READ SortedHeaders
           AT END SET EOFSorted TO TRUE
       END-READ
       PERFORM CheckSortedFileStatus
       PERFORM ReportOneJuris UNTIL EOFSorted
       PERFORM PrintGrandTotal
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 5 LINES
       PERFORM CheckReportFileStatus
       CLOSE SortedHeaders
       PERFORM CheckSortedFileStatus
       CLOSE TaxReport
       PERFORM CheckReportFileStatus
       DISPLAY "Jurisdictions Reported : " JurisdictionsReported
       DISPLAY "Invoices Counted : " GrandInvCount
       STOP RUN.

*> The period is normally a quarter, but any closed stretch of
*> invoice dates will do - an amended return needs the same
*> figures for the same dates again
GetReportPeriod.
       DISPLAY "Enter Tax Period From (YYYYMMDD) : "
           WITH NO ADVANCING
       ACCEPT PeriodFromDate
       DISPLAY "Enter Tax Period Thru (YYYYMMDD) : "
           WITH NO ADVANCING
       ACCEPT PeriodThruDate
       IF PeriodFromDate IS NOT NUMERIC OR PeriodFromDate = ZERO
           OR PeriodThruDate IS NOT NUMERIC OR PeriodThruDate = ZERO
           DISPLAY "No Period Entered - Nothing Reported"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF PeriodFromDate > PeriodThruDate
           DISPLAY "From Date After Thru Date - Nothing Reported"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Within a jurisdiction and rate the invoices stay in number
*> order. Only header rows dated inside the period reach the
*> sort - the lines carry nothing the filing needs
SortHeadersByJuris.
       SORT WorkFile ON ASCENDING KEY WIhTaxJuris WIhTaxRate
           WIhInvNum
           INPUT PROCEDURE IS SelectPeriodHeaders
           GIVING SortedHeaders.

SelectPeriodHeaders.
       READ InvHistFile NEXT RECORD
           AT END SET EOFHistory TO TRUE
       END-READ
       PERFORM CheckInvHistFileStatus
       PERFORM ReleaseOnePeriodHeader UNTIL EOFHistory.

ReleaseOnePeriodHeader.
       IF IhHeader
           AND IhInvDate NOT < PeriodFromDate
           AND IhInvDate NOT > PeriodThruDate
           MOVE InvHistData TO WInvHistData
           RELEASE WInvHistData
       END-IF
       READ InvHistFile NEXT RECORD
           AT END SET EOFHistory TO TRUE
       END-READ
       PERFORM CheckInvHistFileStatus.

*> The outer control break : everything up to the next change of
*> jurisdiction, one line per rate, then the jurisdiction total
ReportOneJuris.
       MOVE SIhTaxJuris TO CurrentJuris
       MOVE ZERO TO JurisInvCount
       MOVE ZERO TO JurisTaxable
       MOVE ZERO TO JurisTaxBilled
       ADD 1 TO JurisdictionsReported
       PERFORM ReportOneRate
           UNTIL EOFSorted OR SIhTaxJuris NOT = CurrentJuris
       IF NewPageRequired
           PERFORM PrintPageFooting
           PERFORM PrintPageHeading
       END-IF
       MOVE CurrentJuris TO CapJuris
       IF CurrentJuris = SPACES
           MOVE "NONE" TO CapJuris
       END-IF
       MOVE JurisCaption TO PrnTotalCaption
       MOVE JurisInvCount TO PrnTotInvCount
       MOVE JurisTaxable TO PrnTotTaxable
       MOVE JurisTaxBilled TO PrnTotTaxBilled
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       MOVE SPACES TO PrintLine
       WRITE PrintLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 2 TO LineCount
       ADD JurisInvCount TO GrandInvCount
       ADD JurisTaxable TO GrandTaxable
       ADD JurisTaxBilled TO GrandTaxBilled.

*> The inner control break : one jurisdiction at one rate
ReportOneRate.
       MOVE SIhTaxRate TO CurrentRate
       MOVE ZERO TO RateInvCount
       MOVE ZERO TO RateTaxable
       MOVE ZERO TO RateTaxBilled
       PERFORM AddOneInvoice
           UNTIL EOFSorted OR SIhTaxJuris NOT = CurrentJuris
               OR SIhTaxRate NOT = CurrentRate
       IF NewPageRequired
           PERFORM PrintPageFooting
           PERFORM PrintPageHeading
       END-IF
       MOVE CurrentJuris TO PrnJuris
       IF CurrentJuris = SPACES
           MOVE "NONE" TO PrnJuris
       END-IF
       COMPUTE PrnRatePct = CurrentRate * 100
       MOVE RateInvCount TO PrnInvCount
       MOVE RateTaxable TO PrnTaxable
       MOVE RateTaxBilled TO PrnTaxBilled
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       ADD 1 TO LineCount
       ADD RateInvCount TO JurisInvCount
       ADD RateTaxable TO JurisTaxable
       ADD RateTaxBilled TO JurisTaxBilled.

*> The subtotal and tax as billed - the header's own figures,
*> never re-added from the lines
AddOneInvoice.
       ADD 1 TO RateInvCount
       ADD SIhSubTotal TO RateTaxable
       ADD SIhTaxAmount TO RateTaxBilled
       READ SortedHeaders
           AT END SET EOFSorted TO TRUE
       END-READ
       PERFORM CheckSortedFileStatus.

PrintGrandTotal.
       MOVE "All Juris" TO PrnTotalCaption
       MOVE GrandInvCount TO PrnTotInvCount
       MOVE GrandTaxable TO PrnTotTaxable
       MOVE GrandTaxBilled TO PrnTotTaxBilled
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       PERFORM PrintPageFooting.

PrintPageHeading.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
       PERFORM CheckReportFileStatus
       MOVE PeriodFromDate TO PrnPeriodFrom
       MOVE PeriodThruDate TO PrnPeriodThru
       WRITE PrintLine FROM PeriodLine AFTER ADVANCING 1 LINE
       PERFORM CheckReportFileStatus
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
       PERFORM CheckReportFileStatus
       MOVE 5 TO LineCount
       ADD 1 TO PageCount.

PrintPageFooting.
       MOVE PageCount TO PrnPageNum
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES
       PERFORM CheckReportFileStatus.

*> "35" (no history yet) is handled by RunTaxReport itself, so
*> anything else here is the real error case
CheckInvHistFileStatus.
       IF NOT InvHistFileOK AND NOT InvHistFileNotFound
           DISPLAY "TAXRPT : InvHistFile error, status "
               InvHistFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckSortedFileStatus.
       IF NOT SortedFileOK
           DISPLAY "TAXRPT : SortedHeaders error, status "
               SortedFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

CheckReportFileStatus.
       IF NOT ReportFileOK
           DISPLAY "TAXRPT : TaxReport error, status "
               ReportFileStatus
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
