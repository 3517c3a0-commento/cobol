IDENTIFICATION DIVISION.
PROGRAM-ID. VATRETURN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Every Aromamora invoice and credit note ever numbered, with the
*>   VAT the summary run charged on it.
       SELECT INVOICEREGISTERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/SalesInvoiceRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICEREGISTERFILESTATUS.

       SELECT SHOPVATANALYSISFILE ASSIGN TO "ShopVatAnalysis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPVATANALYSISFILESTATUS.

       SELECT BILLINGVATANALYSISFILE ASSIGN TO "BillingVatAnalysis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BILLINGVATANALYSISFILESTATUS.

       SELECT SUPPLIERINVOICEVATFILE ASSIGN TO
           "Chapter 10 Processing sequential files/SupplierInvoiceVat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIERINVOICEVATFILESTATUS.

       SELECT GLACCOUNTSFILE ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCOUNTSFILESTATUS.

       SELECT GLCLOSEDPERIODFILE ASSIGN TO "GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

*>   The VAT control movements each return run raised, by quarter,
*>   source and posting date - GLJOURNALEXTRACT posts the rows dated
*>   on its run date.
       SELECT VATRETURNPOSTINGFILE ASSIGN TO "VatReturnPostings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VATRETURNPOSTINGFILESTATUS.

       SELECT VATRETURNREPORT ASSIGN TO "VatReturn.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     INVOICEREGISTERFILE.
01     INVOICEREGISTERREC.
       88 ENDOFINVOICEREGISTER  VALUE HIGH-VALUES.
       02 INVOICENUMBER-IRF     PIC 9(6).
       02 FILLER                PIC X.
       02 CUSTOMERID-IRF        PIC X(5).
       02 FILLER                PIC X.
       02 INVOICEDATE-IRF       PIC 9(8).
       02 FILLER                PIC X.
       02 DOCUMENTTYPE-IRF      PIC X.
        88 INVOICEDOCUMENT-IRF  VALUE "I".
        88 CREDITNOTEDOCUMENT-IRF VALUE "C".
       02 FILLER                PIC X.
       02 CREDITEDINVOICE-IRF   PIC 9(6).
       02 FILLER                PIC X.
       02 GROSS-IRF             PIC 9(7)V99.
       02 FILLER                PIC X.
       02 DISCOUNT-IRF          PIC 9(7)V99.
       02 FILLER                PIC X.
       02 NET-IRF               PIC 9(7)V99.
       02 FILLER                PIC X.
       02 VAT-IRF               PIC 9(7)V99.
       02 FILLER                PIC X.
       02 TOTAL-IRF             PIC 9(7)V99.
       02 FILLER                PIC X.
       02 ISSUEDDATE-IRF        PIC 9(8).
       02 FILLER                PIC X.
       02 CURRENCYCODE-IRF      PIC X(3).
       02 FILLER                PIC X.
       02 HOMETOTAL-IRF         PIC 9(7)V99.

FD     SHOPVATANALYSISFILE.
01     SHOPVATANALYSISREC.
       88 ENDOFSHOPVATANALYSIS  VALUE HIGH-VALUES.
       02 SHOPID-SVA            PIC X(5).
       02 FILLER                PIC X.
       02 BUSINESSDATE-SVA      PIC X(8).
       02 FILLER                PIC X.
       02 CATEGORY-SVA          PIC X(3).
       02 FILLER                PIC X.
       02 RATEPCT-SVA           PIC 99V99.
       02 FILLER                PIC X.
       02 GROSS-SVA             PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 VAT-SVA               PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 RATEHELD-SVA          PIC X.

FD     BILLINGVATANALYSISFILE.
01     BILLINGVATANALYSISREC.
       88 ENDOFBILLINGVATANALYSIS VALUE HIGH-VALUES.
       02 RUNDATE-BVA           PIC 9(8).
       02 FILLER                PIC X.
       02 BILLCYCLE-BVA         PIC X(2).
       02 FILLER                PIC X.
       02 SERVICETYPE-BVA       PIC X(8).
       02 FILLER                PIC X.
       02 RATEPCT-BVA           PIC 99V99.
       02 FILLER                PIC X.
       02 GROSS-BVA             PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 VAT-BVA               PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 RATEHELD-BVA          PIC X.

FD     SUPPLIERINVOICEVATFILE.
01     SUPPLIERINVOICEVATREC.
       88 ENDOFSUPPLIERINVOICEVAT VALUE HIGH-VALUES.
       02 SUPPLIERID-SIV        PIC 9(4).
       02 FILLER                PIC X.
       02 INVOICENUMBER-SIV     PIC X(12).
       02 FILLER                PIC X.
       02 INVOICEDATE-SIV       PIC 9(8).
       02 FILLER                PIC X.
       02 NETAMOUNT-SIV         PIC 9(7)V99.
       02 FILLER                PIC X.
       02 VATAMOUNT-SIV         PIC 9(7)V99.
       02 FILLER                PIC X.
       02 POSTEDDATE-SIV        PIC 9(8).
       02 FILLER                PIC X.
       02 OPERATORID-SIV        PIC X(8).

FD     GLACCOUNTSFILE.
01     GLACCOUNTSREC.
       88 ENDOFGLACCOUNTSFILE   VALUE HIGH-VALUES.
       02 SOURCEKEY-GAF         PIC X(12).
       02 DRACCOUNT-GAF         PIC X(6).
       02 CRACCOUNT-GAF         PIC X(6).
       02 DESCRIPTION-GAF       PIC X(24).

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

FD     VATRETURNPOSTINGFILE.
01     VATRETURNPOSTINGREC.
       88 ENDOFVATRETURNPOSTINGS VALUE HIGH-VALUES.
       02 POSTINGDATE-VRP       PIC 9(8).
       02 FILLER                PIC X.
       02 QUARTEREND-VRP        PIC 9(6).
       02 FILLER                PIC X.
       02 SOURCEKEY-VRP         PIC X(12).
       02 FILLER                PIC X.
       02 AMOUNT-VRP            PIC S9(9)V99 SIGN LEADING SEPARATE.

FD     VATRETURNREPORT.
01     VATRETURNLINE            PIC X(132).

WORKING-STORAGE SECTION.
01     INVOICEREGISTERFILESTATUS PIC XX.
       88 INVOICEREGISTERFILEOK VALUE "00".
01     SHOPVATANALYSISFILESTATUS PIC XX.
       88 SHOPVATANALYSISFILEOK VALUE "00".
01     BILLINGVATANALYSISFILESTATUS PIC XX.
       88 BILLINGVATANALYSISFILEOK VALUE "00".
01     SUPPLIERINVOICEVATFILESTATUS PIC XX.
       88 SUPPLIERINVOICEVATFILEOK VALUE "00".
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     VATRETURNPOSTINGFILESTATUS PIC XX.
       88 VATRETURNPOSTINGFILEOK VALUE "00".

01     RUNDATE                  PIC 9(8).
01     RUNDATESPLIT REDEFINES RUNDATE.
       02 RUNYEAR               PIC 9(4).
       02 RUNMONTH              PIC 9(2).
       02 RUNDAY                PIC 9(2).
01     QUARTERENTRY             PIC X(6) VALUE SPACES.
01     QUARTEREND               PIC 9(6).
01     QUARTERENDSPLIT REDEFINES QUARTEREND.
       02 QUARTERENDYEAR        PIC 9(4).
       02 QUARTERENDMONTH       PIC 9(2).
01     QUARTERSTART             PIC 9(6).
01     QUARTERSTARTSPLIT REDEFINES QUARTERSTART.
       02 QUARTERSTARTYEAR      PIC 9(4).
       02 QUARTERSTARTMONTH     PIC 9(2).
01     QUARTERSWORKED           PIC 9(2).
01     WORKPERIOD               PIC 9(6).

01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).
01     RUNPERIODCLOSEDSWITCH    PIC X VALUE "N".
       88 RUNPERIODISCLOSED     VALUE "Y".

*>   Output VAT by where it arose, and input VAT.
01     OILSNETTOTAL             PIC S9(11)V99 VALUE ZERO.
01     OILSVATTOTAL             PIC S9(11)V99 VALUE ZERO.
01     OILSDOCUMENTCOUNT        PIC 9(5) VALUE ZERO.
01     SHOPNETTOTAL             PIC S9(11)V99 VALUE ZERO.
01     SHOPVATTOTAL             PIC S9(11)V99 VALUE ZERO.
01     BILLINGNETTOTAL          PIC S9(11)V99 VALUE ZERO.
01     BILLINGVATTOTAL          PIC S9(11)V99 VALUE ZERO.
01     INPUTNETTOTAL            PIC S9(11)V99 VALUE ZERO.
01     INPUTVATTOTAL            PIC S9(11)V99 VALUE ZERO.
01     INPUTINVOICECOUNT        PIC 9(5) VALUE ZERO.
01     AWAITINGNETTOTAL         PIC S9(11)V99 VALUE ZERO.
01     AWAITINGVATTOTAL         PIC S9(11)V99 VALUE ZERO.
01     AWAITINGINVOICECOUNT     PIC 9(5) VALUE ZERO.
01     UNRATEDGROSSTOTAL        PIC S9(11)V99 VALUE ZERO.
01     BOXOUTPUTVAT             PIC S9(11)V99 VALUE ZERO.
01     BOXINPUTVAT              PIC S9(11)V99 VALUE ZERO.
01     BOXNETVAT                PIC S9(11)V99 VALUE ZERO.

*>   One Aromamora document's figures in home currency, signed - a
*>   credit note takes its VAT back off the quarter.
01     DOCUMENTNET              PIC S9(9)V99.
01     DOCUMENTVAT              PIC S9(9)V99.
01     HOMECURRENCYCODE         PIC X(3) VALUE "GBP".

*>   Shop sales by category and rate, billing by service type and
*>   rate - a rate change inside the quarter shows as two lines.
01     SHOPSUMMARYCOUNT         PIC 9(3) VALUE ZERO.
01     SHOPSUMMARYTABLE.
       02 SHOPSUMMARY OCCURS 0 TO 300 TIMES
               DEPENDING ON SHOPSUMMARYCOUNT.
           03 SSCATEGORY        PIC X(3).
           03 SSRATEPCT         PIC 99V99.
           03 SSRATEHELD        PIC X.
           03 SSGROSS           PIC S9(11)V99.
           03 SSVAT             PIC S9(11)V99.
01     SSIDX                    PIC 9(3).
01     FOUNDSUMMARYIDX          PIC 9(3).

01     BILLINGSUMMARYCOUNT      PIC 9(3) VALUE ZERO.
01     BILLINGSUMMARYTABLE.
       02 BILLINGSUMMARY OCCURS 0 TO 100 TIMES
               DEPENDING ON BILLINGSUMMARYCOUNT.
           03 BSSERVICETYPE     PIC X(8).
           03 BSRATEPCT         PIC 99V99.
           03 BSRATEHELD        PIC X.
           03 BSGROSS           PIC S9(11)V99.
           03 BSVAT             PIC S9(11)V99.
01     BSIDX                    PIC 9(3).

*>   The three reclassifications into the VAT control account. What a
*>   run posts is the quarter's figure less what earlier runs for the
*>   same quarter already posted, so a rerun after late sales or a
*>   late invoice posts only the correction.
01     POSTINGSOURCETABLE.
       02 POSTINGSOURCE OCCURS 3 TIMES.
           03 PSSOURCEKEY       PIC X(12).
           03 PSDESCRIPTION     PIC X(24).
           03 PSDRACCOUNT       PIC X(6).
           03 PSCRACCOUNT       PIC X(6).
           03 PSQUARTERAMOUNT   PIC S9(9)V99.
           03 PSPREVIOUSAMOUNT  PIC S9(9)V99.
           03 PSNOWAMOUNT       PIC S9(9)V99.
01     PSIDX                    PIC 9.
01     POSTINGSWRITTEN          PIC 9 VALUE ZERO.

01     OLDPOSTINGCOUNT          PIC 9(5) VALUE ZERO.
01     OLDPOSTINGTABLE.
       02 OLDPOSTINGLINE        PIC X(41)
               OCCURS 0 TO 9000 TIMES DEPENDING ON OLDPOSTINGCOUNT.
01     OLDPOSTINGIDX            PIC 9(5).
01     KEEPPOSTINGSWITCH        PIC X VALUE "Y".
       88 KEEPPOSTINGLINE       VALUE "Y".
       88 DROPPOSTINGLINE       VALUE "N".

01     WORKDETAILTEXT           PIC X(56).
01     WORKDETAILNET            PIC S9(11)V99.
01     WORKDETAILVAT            PIC S9(11)V99.
01     PRNWORKRATE              PIC Z9.99.

01     RETURNHEADINGLINE.
       02 FILLER                PIC X(20) VALUE "VAT RETURN - QUARTER".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNQUARTERSTART       PIC 9(6).
       02 FILLER                PIC X(4)  VALUE " TO ".
       02 PRNQUARTEREND         PIC 9(6).
       02 FILLER                PIC X(11) VALUE "   RUN DATE".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRUNDATE            PIC 9(8).

01     RETURNSECTIONLINE.
       02 PRNSECTIONTITLE       PIC X(56).
       02 FILLER                PIC X(16) VALUE "    NET OF VAT".
       02 FILLER                PIC X(16) VALUE "             VAT".

01     RETURNDETAILLINE.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDETAILTEXT         PIC X(56).
       02 PRNDETAILNET          PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDETAILVAT          PIC ZZZ,ZZZ,ZZ9.99-.

01     RETURNBOXLINE.
       02 FILLER                PIC X(4)  VALUE "BOX ".
       02 PRNBOXNUMBER          PIC 9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNBOXTITLE           PIC X(67).
       02 PRNBOXAMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

01     POSTINGTOPICLINE.
       02 FILLER                PIC X(14) VALUE "GL SOURCE".
       02 FILLER                PIC X(26) VALUE "DESCRIPTION".
       02 FILLER                PIC X(8)  VALUE "DR".
       02 FILLER                PIC X(8)  VALUE "CR".
       02 FILLER                PIC X(16) VALUE "  QUARTER TOTAL".
       02 FILLER                PIC X(16) VALUE " EARLIER POSTED".
       02 FILLER                PIC X(16) VALUE "   POSTED NOW".

01     POSTINGDETAILLINE.
       02 PRNPOSTSOURCE         PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPOSTDESCRIPTION    PIC X(24).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPOSTDRACCOUNT      PIC X(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPOSTCRACCOUNT      PIC X(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPOSTQUARTER        PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNPOSTPREVIOUS       PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNPOSTNOW            PIC ZZZ,ZZZ,ZZ9.99-.

01     RETURNNOTELINE           PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
*>   The quarterly VAT return, built from the four places VAT now
*>   arises: Aromamora invoices and credit notes, shop sales by item
*>   category, subscriber bills by service type, and the VAT on
*>   supplier invoices. It prints the output, input and net boxes with
*>   the detail behind each, and raises the movements that carry shop,
*>   billing and input VAT into the VAT control account for the GL
*>   extract to post - oils VAT is already carried there nightly from
*>   the sales summary run's VAT output figure.
BEGIN.
       ACCEPT RUNDATE FROM DATE YYYYMMDD
       DISPLAY "ENTER QUARTER END (YYYYMM) OR BLANK FOR THE LAST "
           "COMPLETE QUARTER - " WITH NO ADVANCING
       ACCEPT QUARTERENTRY
       IF QUARTERENTRY = SPACES
           MOVE RUNYEAR TO QUARTERENDYEAR
           COMPUTE QUARTERSWORKED = (RUNMONTH - 1) / 3
           COMPUTE QUARTERENDMONTH = QUARTERSWORKED * 3
           IF QUARTERENDMONTH = ZERO
               SUBTRACT 1 FROM QUARTERENDYEAR
               MOVE 12 TO QUARTERENDMONTH
           END-IF
       ELSE
           IF QUARTERENTRY IS NOT NUMERIC
               DISPLAY "QUARTER END MUST BE SIX DIGITS - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QUARTERENTRY TO QUARTEREND
           IF QUARTERENDMONTH < 1 OR QUARTERENDMONTH > 12
               DISPLAY "QUARTER END MONTH MUST BE 01 TO 12 - RUN "
                   "ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       MOVE QUARTEREND TO QUARTERSTART
       IF QUARTERSTARTMONTH > 2
           SUBTRACT 2 FROM QUARTERSTARTMONTH
       ELSE
           ADD 10 TO QUARTERSTARTMONTH
           SUBTRACT 1 FROM QUARTERSTARTYEAR
       END-IF

       PERFORM CHECKRUNPERIODNOTCLOSED
       INITIALIZE POSTINGSOURCETABLE
       MOVE "SHOPVAT"    TO PSSOURCEKEY(1)
       MOVE "BILLINGVAT" TO PSSOURCEKEY(2)
       MOVE "INPUTVAT"   TO PSSOURCEKEY(3)
       PERFORM LOADPOSTINGACCOUNTS

       OPEN OUTPUT VATRETURNREPORT
       MOVE QUARTERSTART TO PRNQUARTERSTART
       MOVE QUARTEREND   TO PRNQUARTEREND
       MOVE RUNDATE      TO PRNRUNDATE
       WRITE VATRETURNLINE FROM RETURNHEADINGLINE
           AFTER ADVANCING 1 LINE

       PERFORM REPORTOILSOUTPUTVAT
       PERFORM REPORTSHOPOUTPUTVAT
       PERFORM REPORTBILLINGOUTPUTVAT
       PERFORM REPORTINPUTVAT
       PERFORM REPORTRETURNBOXES

       MOVE SHOPVATTOTAL    TO PSQUARTERAMOUNT(1)
       MOVE BILLINGVATTOTAL TO PSQUARTERAMOUNT(2)
       MOVE INPUTVATTOTAL   TO PSQUARTERAMOUNT(3)
       PERFORM LOADEARLIERPOSTINGS
       PERFORM REPORTGLPOSTINGS
       CLOSE VATRETURNREPORT

       MOVE BOXNETVAT TO PRNBOXAMOUNT
       DISPLAY "VAT RETURN " QUARTERSTART " TO " QUARTEREND
           " - NET VAT " PRNBOXAMOUNT " - SEE VatReturn.rpt"
       IF RUNPERIODISCLOSED
           DISPLAY "PERIOD " RUNDATE(1:6) " IS CLOSED - RETURN PRINTED "
               "BUT NOTHING POSTED"
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM REWRITEVATRETURNPOSTINGS
           DISPLAY "VAT CONTROL MOVEMENTS RAISED FOR THE GL: "
               POSTINGSWRITTEN
       END-IF
       STOP RUN.

*> ======================================================================
*>   Box 1 - output VAT
*> ======================================================================

*>   Dated by the invoice or credit note. A document billed in another
*>   currency carries its VAT in that currency, so it is brought home
*>   in the proportion the home total bears to the document total.
REPORTOILSOUTPUTVAT.
       MOVE "OUTPUT VAT - AROMAMORA INVOICES AND CREDIT NOTES"
           TO PRNSECTIONTITLE
       WRITE VATRETURNLINE FROM RETURNSECTIONLINE
           AFTER ADVANCING 2 LINES
       OPEN INPUT INVOICEREGISTERFILE
       IF INVOICEREGISTERFILEOK
           READ INVOICEREGISTERFILE
               AT END SET ENDOFINVOICEREGISTER TO TRUE
           END-READ
           PERFORM TAKEONEOILSDOCUMENT UNTIL ENDOFINVOICEREGISTER
           CLOSE INVOICEREGISTERFILE
       END-IF
       MOVE SPACES TO WORKDETAILTEXT
       STRING "OILS TOTAL - " OILSDOCUMENTCOUNT
           " DOCUMENT(S), ALREADY IN THE GL"
           DELIMITED BY SIZE INTO WORKDETAILTEXT
       END-STRING
       MOVE OILSNETTOTAL TO WORKDETAILNET
       MOVE OILSVATTOTAL TO WORKDETAILVAT
       PERFORM WRITERETURNDETAIL.

TAKEONEOILSDOCUMENT.
       MOVE INVOICEDATE-IRF(1:6) TO WORKPERIOD
       IF WORKPERIOD NOT < QUARTERSTART AND WORKPERIOD NOT > QUARTEREND
           MOVE NET-IRF TO DOCUMENTNET
           MOVE VAT-IRF TO DOCUMENTVAT
           IF CURRENCYCODE-IRF NOT = SPACES
                   AND CURRENCYCODE-IRF NOT = HOMECURRENCYCODE
                   AND HOMETOTAL-IRF IS NUMERIC
                   AND TOTAL-IRF > ZERO
               COMPUTE DOCUMENTNET ROUNDED =
                   NET-IRF * HOMETOTAL-IRF / TOTAL-IRF
               COMPUTE DOCUMENTVAT ROUNDED =
                   VAT-IRF * HOMETOTAL-IRF / TOTAL-IRF
           END-IF
           MOVE SPACES TO WORKDETAILTEXT
           IF CREDITNOTEDOCUMENT-IRF
               MULTIPLY -1 BY DOCUMENTNET
               MULTIPLY -1 BY DOCUMENTVAT
               STRING "CREDIT NOTE " INVOICENUMBER-IRF
                   "  CUSTOMER " CUSTOMERID-IRF "  " INVOICEDATE-IRF
                   DELIMITED BY SIZE INTO WORKDETAILTEXT
               END-STRING
           ELSE
               STRING "INVOICE     " INVOICENUMBER-IRF
                   "  CUSTOMER " CUSTOMERID-IRF "  " INVOICEDATE-IRF
                   DELIMITED BY SIZE INTO WORKDETAILTEXT
               END-STRING
           END-IF
           ADD DOCUMENTNET TO OILSNETTOTAL
           ADD DOCUMENTVAT TO OILSVATTOTAL
           ADD 1 TO OILSDOCUMENTCOUNT
           MOVE DOCUMENTNET TO WORKDETAILNET
           MOVE DOCUMENTVAT TO WORKDETAILVAT
           PERFORM WRITERETURNDETAIL
       END-IF
       READ INVOICEREGISTERFILE
           AT END SET ENDOFINVOICEREGISTER TO TRUE
       END-READ.

*>   Dated by the shop's business day. Sales in a category with no
*>   rate held are on the analysis with no VAT taken out and print
*>   flagged, so the rate is set up and the days rerun before filing.
REPORTSHOPOUTPUTVAT.
       MOVE "OUTPUT VAT - SHOP SALES BY ITEM CATEGORY"
           TO PRNSECTIONTITLE
       WRITE VATRETURNLINE FROM RETURNSECTIONLINE
           AFTER ADVANCING 2 LINES
       OPEN INPUT SHOPVATANALYSISFILE
       IF SHOPVATANALYSISFILEOK
           READ SHOPVATANALYSISFILE
               AT END SET ENDOFSHOPVATANALYSIS TO TRUE
           END-READ
           PERFORM TAKEONESHOPVATROW UNTIL ENDOFSHOPVATANALYSIS
           CLOSE SHOPVATANALYSISFILE
       END-IF
       PERFORM WRITEONESHOPSUMMARY
           VARYING SSIDX FROM 1 BY 1 UNTIL SSIDX > SHOPSUMMARYCOUNT
       MOVE "SHOP SALES TOTAL" TO WORKDETAILTEXT
       MOVE SHOPNETTOTAL TO WORKDETAILNET
       MOVE SHOPVATTOTAL TO WORKDETAILVAT
       PERFORM WRITERETURNDETAIL.

TAKEONESHOPVATROW.
       MOVE BUSINESSDATE-SVA(1:6) TO WORKPERIOD
       IF WORKPERIOD NOT < QUARTERSTART AND WORKPERIOD NOT > QUARTEREND
           MOVE ZERO TO FOUNDSUMMARYIDX
           PERFORM CHECKONESHOPSUMMARY
               VARYING SSIDX FROM 1 BY 1
               UNTIL SSIDX > SHOPSUMMARYCOUNT
                  OR FOUNDSUMMARYIDX NOT = ZERO
           IF FOUNDSUMMARYIDX = ZERO
               ADD 1 TO SHOPSUMMARYCOUNT
               MOVE SHOPSUMMARYCOUNT TO FOUNDSUMMARYIDX
               MOVE CATEGORY-SVA TO SSCATEGORY(FOUNDSUMMARYIDX)
               MOVE RATEPCT-SVA  TO SSRATEPCT(FOUNDSUMMARYIDX)
               MOVE RATEHELD-SVA TO SSRATEHELD(FOUNDSUMMARYIDX)
               MOVE ZERO TO SSGROSS(FOUNDSUMMARYIDX)
               MOVE ZERO TO SSVAT(FOUNDSUMMARYIDX)
           END-IF
           ADD GROSS-SVA TO SSGROSS(FOUNDSUMMARYIDX)
           ADD VAT-SVA   TO SSVAT(FOUNDSUMMARYIDX)
           ADD VAT-SVA   TO SHOPVATTOTAL
           COMPUTE SHOPNETTOTAL = SHOPNETTOTAL + GROSS-SVA - VAT-SVA
       END-IF
       READ SHOPVATANALYSISFILE
           AT END SET ENDOFSHOPVATANALYSIS TO TRUE
       END-READ.

CHECKONESHOPSUMMARY.
       IF SSCATEGORY(SSIDX) = CATEGORY-SVA
               AND SSRATEPCT(SSIDX) = RATEPCT-SVA
               AND SSRATEHELD(SSIDX) = RATEHELD-SVA
           MOVE SSIDX TO FOUNDSUMMARYIDX
       END-IF.

WRITEONESHOPSUMMARY.
       MOVE SPACES TO WORKDETAILTEXT
       IF SSRATEHELD(SSIDX) = "Y"
           MOVE SSRATEPCT(SSIDX) TO PRNWORKRATE
           STRING "CATEGORY " SSCATEGORY(SSIDX) " AT " PRNWORKRATE "%"
               DELIMITED BY SIZE INTO WORKDETAILTEXT
           END-STRING
       ELSE
           STRING "CATEGORY " SSCATEGORY(SSIDX)
               " - NO RATE HELD, NO VAT TAKEN"
               DELIMITED BY SIZE INTO WORKDETAILTEXT
           END-STRING
           ADD SSGROSS(SSIDX) TO UNRATEDGROSSTOTAL
       END-IF
       COMPUTE WORKDETAILNET = SSGROSS(SSIDX) - SSVAT(SSIDX)
       MOVE SSVAT(SSIDX) TO WORKDETAILVAT
       PERFORM WRITERETURNDETAIL.

*>   Dated by the billing run that raised the bills.
REPORTBILLINGOUTPUTVAT.
       MOVE "OUTPUT VAT - SUBSCRIBER BILLS BY SERVICE TYPE"
           TO PRNSECTIONTITLE
       WRITE VATRETURNLINE FROM RETURNSECTIONLINE
           AFTER ADVANCING 2 LINES
       OPEN INPUT BILLINGVATANALYSISFILE
       IF BILLINGVATANALYSISFILEOK
           READ BILLINGVATANALYSISFILE
               AT END SET ENDOFBILLINGVATANALYSIS TO TRUE
           END-READ
           PERFORM TAKEONEBILLINGVATROW UNTIL ENDOFBILLINGVATANALYSIS
           CLOSE BILLINGVATANALYSISFILE
       END-IF
       PERFORM WRITEONEBILLINGSUMMARY
           VARYING BSIDX FROM 1 BY 1 UNTIL BSIDX > BILLINGSUMMARYCOUNT
       MOVE "SUBSCRIBER BILLS TOTAL" TO WORKDETAILTEXT
       MOVE BILLINGNETTOTAL TO WORKDETAILNET
       MOVE BILLINGVATTOTAL TO WORKDETAILVAT
       PERFORM WRITERETURNDETAIL.

TAKEONEBILLINGVATROW.
       MOVE RUNDATE-BVA(1:6) TO WORKPERIOD
       IF WORKPERIOD NOT < QUARTERSTART AND WORKPERIOD NOT > QUARTEREND
           MOVE ZERO TO FOUNDSUMMARYIDX
           PERFORM CHECKONEBILLINGSUMMARY
               VARYING BSIDX FROM 1 BY 1
               UNTIL BSIDX > BILLINGSUMMARYCOUNT
                  OR FOUNDSUMMARYIDX NOT = ZERO
           IF FOUNDSUMMARYIDX = ZERO
               ADD 1 TO BILLINGSUMMARYCOUNT
               MOVE BILLINGSUMMARYCOUNT TO FOUNDSUMMARYIDX
               MOVE SERVICETYPE-BVA TO BSSERVICETYPE(FOUNDSUMMARYIDX)
               MOVE RATEPCT-BVA     TO BSRATEPCT(FOUNDSUMMARYIDX)
               MOVE RATEHELD-BVA    TO BSRATEHELD(FOUNDSUMMARYIDX)
               MOVE ZERO TO BSGROSS(FOUNDSUMMARYIDX)
               MOVE ZERO TO BSVAT(FOUNDSUMMARYIDX)
           END-IF
           ADD GROSS-BVA TO BSGROSS(FOUNDSUMMARYIDX)
           ADD VAT-BVA   TO BSVAT(FOUNDSUMMARYIDX)
           ADD VAT-BVA   TO BILLINGVATTOTAL
           COMPUTE BILLINGNETTOTAL = BILLINGNETTOTAL + GROSS-BVA - VAT-BVA
       END-IF
       READ BILLINGVATANALYSISFILE
           AT END SET ENDOFBILLINGVATANALYSIS TO TRUE
       END-READ.

CHECKONEBILLINGSUMMARY.
       IF BSSERVICETYPE(BSIDX) = SERVICETYPE-BVA
               AND BSRATEPCT(BSIDX) = RATEPCT-BVA
               AND BSRATEHELD(BSIDX) = RATEHELD-BVA
           MOVE BSIDX TO FOUNDSUMMARYIDX
       END-IF.

WRITEONEBILLINGSUMMARY.
       MOVE SPACES TO WORKDETAILTEXT
       IF BSRATEHELD(BSIDX) = "Y"
           MOVE BSRATEPCT(BSIDX) TO PRNWORKRATE
           STRING BSSERVICETYPE(BSIDX) " AT " PRNWORKRATE "%"
               DELIMITED BY SIZE INTO WORKDETAILTEXT
           END-STRING
       ELSE
           STRING BSSERVICETYPE(BSIDX) " - NO RATE HELD, NO VAT TAKEN"
               DELIMITED BY SIZE INTO WORKDETAILTEXT
           END-STRING
           ADD BSGROSS(BSIDX) TO UNRATEDGROSSTOTAL
       END-IF
       COMPUTE WORKDETAILNET = BSGROSS(BSIDX) - BSVAT(BSIDX)
       MOVE BSVAT(BSIDX) TO WORKDETAILVAT
       PERFORM WRITERETURNDETAIL.

*> ======================================================================
*>   Box 4 - input VAT
*> ======================================================================

*>   Claimed in the quarter the match run put the invoice on the
*>   payables ledger - the day its VAT reached the GL inside the
*>   purchases posting. Invoices keyed but not yet matched are listed
*>   as a count and value only; they fall into a later quarter.
REPORTINPUTVAT.
       MOVE "INPUT VAT - SUPPLIER INVOICES ON THE PAYABLES LEDGER"
           TO PRNSECTIONTITLE
       WRITE VATRETURNLINE FROM RETURNSECTIONLINE
           AFTER ADVANCING 2 LINES
       OPEN INPUT SUPPLIERINVOICEVATFILE
       IF SUPPLIERINVOICEVATFILEOK
           READ SUPPLIERINVOICEVATFILE
               AT END SET ENDOFSUPPLIERINVOICEVAT TO TRUE
           END-READ
           PERFORM TAKEONESUPPLIERINVOICEVAT
               UNTIL ENDOFSUPPLIERINVOICEVAT
           CLOSE SUPPLIERINVOICEVATFILE
       END-IF
       MOVE SPACES TO WORKDETAILTEXT
       STRING "SUPPLIER INVOICES TOTAL - " INPUTINVOICECOUNT
           " INVOICE(S)"
           DELIMITED BY SIZE INTO WORKDETAILTEXT
       END-STRING
       MOVE INPUTNETTOTAL TO WORKDETAILNET
       MOVE INPUTVATTOTAL TO WORKDETAILVAT
       PERFORM WRITERETURNDETAIL
       IF AWAITINGINVOICECOUNT > ZERO
           MOVE SPACES TO WORKDETAILTEXT
           STRING AWAITINGINVOICECOUNT
               " INVOICE(S) AWAITING MATCH - NOT CLAIMED YET"
               DELIMITED BY SIZE INTO WORKDETAILTEXT
           END-STRING
           MOVE AWAITINGNETTOTAL TO WORKDETAILNET
           MOVE AWAITINGVATTOTAL TO WORKDETAILVAT
           PERFORM WRITERETURNDETAIL
       END-IF.

TAKEONESUPPLIERINVOICEVAT.
       IF POSTEDDATE-SIV = ZERO
           IF INVOICEDATE-SIV(1:6) NOT > QUARTEREND
               ADD 1 TO AWAITINGINVOICECOUNT
               ADD NETAMOUNT-SIV TO AWAITINGNETTOTAL
               ADD VATAMOUNT-SIV TO AWAITINGVATTOTAL
           END-IF
       ELSE
           MOVE POSTEDDATE-SIV(1:6) TO WORKPERIOD
           IF WORKPERIOD NOT < QUARTERSTART
                   AND WORKPERIOD NOT > QUARTEREND
               MOVE SPACES TO WORKDETAILTEXT
               STRING "SUPPLIER " SUPPLIERID-SIV "  INVOICE "
                   INVOICENUMBER-SIV "  " INVOICEDATE-SIV
                   DELIMITED BY SIZE INTO WORKDETAILTEXT
               END-STRING
               MOVE NETAMOUNT-SIV TO WORKDETAILNET
               MOVE VATAMOUNT-SIV TO WORKDETAILVAT
               PERFORM WRITERETURNDETAIL
               ADD NETAMOUNT-SIV TO INPUTNETTOTAL
               ADD VATAMOUNT-SIV TO INPUTVATTOTAL
               ADD 1 TO INPUTINVOICECOUNT
           END-IF
       END-IF
       READ SUPPLIERINVOICEVATFILE
           AT END SET ENDOFSUPPLIERINVOICEVAT TO TRUE
       END-READ.

*> ======================================================================
*>   The return boxes
*> ======================================================================
REPORTRETURNBOXES.
       COMPUTE BOXOUTPUTVAT = OILSVATTOTAL + SHOPVATTOTAL
           + BILLINGVATTOTAL
       MOVE INPUTVATTOTAL TO BOXINPUTVAT
       COMPUTE BOXNETVAT = BOXOUTPUTVAT - BOXINPUTVAT

       MOVE 1 TO PRNBOXNUMBER
       MOVE "VAT DUE ON SALES - OILS, SHOPS AND BILLING" TO PRNBOXTITLE
       MOVE BOXOUTPUTVAT TO PRNBOXAMOUNT
       WRITE VATRETURNLINE FROM RETURNBOXLINE
           AFTER ADVANCING 3 LINES
       MOVE 4 TO PRNBOXNUMBER
       MOVE "VAT RECLAIMED ON PURCHASES" TO PRNBOXTITLE
       MOVE BOXINPUTVAT TO PRNBOXAMOUNT
       WRITE VATRETURNLINE FROM RETURNBOXLINE
           AFTER ADVANCING 1 LINE
       MOVE 5 TO PRNBOXNUMBER
       IF BOXNETVAT < ZERO
           MOVE "NET VAT REPAYABLE TO US" TO PRNBOXTITLE
       ELSE
           MOVE "NET VAT PAYABLE" TO PRNBOXTITLE
       END-IF
       MOVE BOXNETVAT TO PRNBOXAMOUNT
       WRITE VATRETURNLINE FROM RETURNBOXLINE
           AFTER ADVANCING 1 LINE
       IF UNRATEDGROSSTOTAL NOT = ZERO
           MOVE SPACES TO RETURNNOTELINE
           MOVE UNRATEDGROSSTOTAL TO PRNBOXAMOUNT
           STRING "SALES WITH NO VAT RATE HELD, NOT IN BOX 1: "
               PRNBOXAMOUNT " - SET THE RATE AND RERUN THOSE DAYS"
               DELIMITED BY SIZE INTO RETURNNOTELINE
           END-STRING
           WRITE VATRETURNLINE FROM RETURNNOTELINE
               AFTER ADVANCING 2 LINES
       END-IF.

*> ======================================================================
*>   VAT control movements for the GL
*> ======================================================================
LOADPOSTINGACCOUNTS.
       OPEN INPUT GLACCOUNTSFILE
       IF GLACCOUNTSFILEOK
           READ GLACCOUNTSFILE
               AT END SET ENDOFGLACCOUNTSFILE TO TRUE
           END-READ
           PERFORM TAKEONEGLACCOUNT UNTIL ENDOFGLACCOUNTSFILE
           CLOSE GLACCOUNTSFILE
       END-IF.

TAKEONEGLACCOUNT.
       PERFORM MATCHONEPOSTINGACCOUNT
           VARYING PSIDX FROM 1 BY 1 UNTIL PSIDX > 3
       READ GLACCOUNTSFILE
           AT END SET ENDOFGLACCOUNTSFILE TO TRUE
       END-READ.

MATCHONEPOSTINGACCOUNT.
       IF PSSOURCEKEY(PSIDX) = SOURCEKEY-GAF
           MOVE DESCRIPTION-GAF TO PSDESCRIPTION(PSIDX)
           MOVE DRACCOUNT-GAF   TO PSDRACCOUNT(PSIDX)
           MOVE CRACCOUNT-GAF   TO PSCRACCOUNT(PSIDX)
       END-IF.

*>   Rows this return run already wrote today are replaced; rows from
*>   earlier days for this quarter are what the GL already carries.
LOADEARLIERPOSTINGS.
       MOVE ZERO TO OLDPOSTINGCOUNT
       OPEN INPUT VATRETURNPOSTINGFILE
       IF VATRETURNPOSTINGFILEOK
           READ VATRETURNPOSTINGFILE
               AT END SET ENDOFVATRETURNPOSTINGS TO TRUE
           END-READ
           PERFORM KEEPONEPOSTINGLINE UNTIL ENDOFVATRETURNPOSTINGS
           CLOSE VATRETURNPOSTINGFILE
       END-IF
       PERFORM SETPOSTINGNOWAMOUNT
           VARYING PSIDX FROM 1 BY 1 UNTIL PSIDX > 3.

KEEPONEPOSTINGLINE.
       SET KEEPPOSTINGLINE TO TRUE
       IF QUARTEREND-VRP = QUARTEREND
           IF POSTINGDATE-VRP = RUNDATE
               SET DROPPOSTINGLINE TO TRUE
           ELSE
               PERFORM ADDONEEARLIERPOSTING
                   VARYING PSIDX FROM 1 BY 1 UNTIL PSIDX > 3
           END-IF
       END-IF
       IF KEEPPOSTINGLINE
           ADD 1 TO OLDPOSTINGCOUNT
           MOVE VATRETURNPOSTINGREC TO OLDPOSTINGLINE(OLDPOSTINGCOUNT)
       END-IF
       READ VATRETURNPOSTINGFILE
           AT END SET ENDOFVATRETURNPOSTINGS TO TRUE
       END-READ.

ADDONEEARLIERPOSTING.
       IF PSSOURCEKEY(PSIDX) = SOURCEKEY-VRP
           ADD AMOUNT-VRP TO PSPREVIOUSAMOUNT(PSIDX)
       END-IF.

SETPOSTINGNOWAMOUNT.
       COMPUTE PSNOWAMOUNT(PSIDX) =
           PSQUARTERAMOUNT(PSIDX) - PSPREVIOUSAMOUNT(PSIDX).

REPORTGLPOSTINGS.
       MOVE SPACES TO RETURNNOTELINE
       STRING "VAT CONTROL MOVEMENTS FOR THE GL EXTRACT OF " RUNDATE
           DELIMITED BY SIZE INTO RETURNNOTELINE
       END-STRING
       WRITE VATRETURNLINE FROM RETURNNOTELINE
           AFTER ADVANCING 3 LINES
       WRITE VATRETURNLINE FROM POSTINGTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM WRITEONEPOSTINGLINE
           VARYING PSIDX FROM 1 BY 1 UNTIL PSIDX > 3
       MOVE SPACES TO RETURNNOTELINE
       STRING "OILS OUTPUT VAT IS POSTED NIGHTLY AS VATOUTPUT FROM THE "
           "SALES SUMMARY RUN AND IS NOT RAISED AGAIN HERE"
           DELIMITED BY SIZE INTO RETURNNOTELINE
       END-STRING
       WRITE VATRETURNLINE FROM RETURNNOTELINE
           AFTER ADVANCING 2 LINES
       IF RUNPERIODISCLOSED
           MOVE SPACES TO RETURNNOTELINE
           STRING "PERIOD " RUNDATE(1:6) " IS CLOSED - NOTHING POSTED"
               DELIMITED BY SIZE INTO RETURNNOTELINE
           END-STRING
           WRITE VATRETURNLINE FROM RETURNNOTELINE
               AFTER ADVANCING 1 LINE
       END-IF.

WRITEONEPOSTINGLINE.
       MOVE PSSOURCEKEY(PSIDX)      TO PRNPOSTSOURCE
       MOVE PSDESCRIPTION(PSIDX)    TO PRNPOSTDESCRIPTION
       MOVE PSDRACCOUNT(PSIDX)      TO PRNPOSTDRACCOUNT
       MOVE PSCRACCOUNT(PSIDX)      TO PRNPOSTCRACCOUNT
       IF PSDRACCOUNT(PSIDX) = SPACES
           MOVE "NOT ON GlAccounts.dat" TO PRNPOSTDESCRIPTION
       END-IF
       MOVE PSQUARTERAMOUNT(PSIDX)  TO PRNPOSTQUARTER
       MOVE PSPREVIOUSAMOUNT(PSIDX) TO PRNPOSTPREVIOUS
       MOVE PSNOWAMOUNT(PSIDX)      TO PRNPOSTNOW
       WRITE VATRETURNLINE FROM POSTINGDETAILLINE
           AFTER ADVANCING 1 LINE.

REWRITEVATRETURNPOSTINGS.
       OPEN OUTPUT VATRETURNPOSTINGFILE
       PERFORM WRITEONEKEPTPOSTING
           VARYING OLDPOSTINGIDX FROM 1 BY 1
           UNTIL OLDPOSTINGIDX > OLDPOSTINGCOUNT
       PERFORM WRITEONENEWPOSTING
           VARYING PSIDX FROM 1 BY 1 UNTIL PSIDX > 3
       CLOSE VATRETURNPOSTINGFILE.

WRITEONEKEPTPOSTING.
       MOVE OLDPOSTINGLINE(OLDPOSTINGIDX) TO VATRETURNPOSTINGREC
       WRITE VATRETURNPOSTINGREC.

WRITEONENEWPOSTING.
       IF PSNOWAMOUNT(PSIDX) NOT = ZERO
           MOVE SPACES              TO VATRETURNPOSTINGREC
           MOVE RUNDATE             TO POSTINGDATE-VRP
           MOVE QUARTEREND          TO QUARTEREND-VRP
           MOVE PSSOURCEKEY(PSIDX)  TO SOURCEKEY-VRP
           MOVE PSNOWAMOUNT(PSIDX)  TO AMOUNT-VRP
           WRITE VATRETURNPOSTINGREC
           ADD 1 TO POSTINGSWRITTEN
       END-IF.

WRITERETURNDETAIL.
       MOVE WORKDETAILTEXT TO PRNDETAILTEXT
       MOVE WORKDETAILNET  TO PRNDETAILNET
       MOVE WORKDETAILVAT  TO PRNDETAILVAT
       WRITE VATRETURNLINE FROM RETURNDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   GLPERIODBALANCE's close locks a signed-off month - movements are
*>   raised for the extract on today's date, so none are raised while
*>   today's period is closed.
CHECKRUNPERIODNOTCLOSED.
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM STOREONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF
       MOVE RUNDATE(1:6) TO WORKPERIOD
       PERFORM CHECKONECLOSEDPERIOD
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

STOREONECLOSEDPERIOD.
       ADD 1 TO CLOSEDPERIODCOUNT
       MOVE CLOSEDPERIOD-GCF TO CLOSEDPERIOD(CLOSEDPERIODCOUNT)
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = WORKPERIOD
           SET RUNPERIODISCLOSED TO TRUE
       END-IF.
