
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT INVOICEINTERFACEFILE ASSIGN TO "Listing14-5Interface.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPTAKINGSFILESTATUS.

       SELECT VOUCHERMOVEMENTSFILE ASSIGN TO "VoucherMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VOUCHERMOVEMENTSFILESTATUS.

       SELECT CHARGEBACKREGISTERFILE ASSIGN TO "ChargebackRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGEBACKREGISTERFILESTATUS.

       SELECT PREPAIDMOVEMENTSFILE ASSIGN TO "PrepaidMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREPAIDMOVEMENTSFILESTATUS.

       SELECT WRITEOFFSFILE ASSIGN TO
           "Chapter 10 Processing sequential files/WriteOffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VATOUTPUTFILESTATUS.

       SELECT PAYABLESLEDGERFILE ASSIGN TO
           "Chapter 10 Processing sequential files/PayablesLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYABLESLEDGERFILESTATUS.

       SELECT REBATEACCRUALFILE ASSIGN TO
           "Chapter 10 Processing sequential files/RebateAccruals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REBATEACCRUALFILESTATUS.

       SELECT OILSAMPLEFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/OilSamples.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSAMPLEFILESTATUS.

       SELECT EXCHANGEDIFFERENCEFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/ExchangeDifferences.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGEDIFFERENCEFILESTATUS.

*>   The VAT control movements VATRETURN raised, one row per source
*>   and posting date.
       SELECT VATRETURNPOSTINGFILE ASSIGN TO "VatReturnPostings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VATRETURNPOSTINGFILESTATUS.

       SELECT GLCLOSEDPERIODFILE ASSIGN TO "GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

*>   Journals keyed and approved through MANUALJOURNALENTRY - each
*>   posts once its date is reached and is marked posted with this
*>   run's date.
       SELECT MANUALJOURNALFILE ASSIGN TO "ManualJournals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANUALJOURNALFILESTATUS.

*>   The journal holds every night's blocks until the period close
*>   moves them to its archive - each run adds its own blocks and a
*>   rerun replaces the ones that run date wrote before.
       SELECT GLJOURNALFILE ASSIGN TO "GlJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNALFILESTATUS.

       SELECT GLJOURNALWORKFILE ASSIGN TO "GlJournal.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNALWORKFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGER VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

FD     INVOICEINTERFACEFILE.
01     INVOICESYSTEMINTERFACEREC.
       02 TAKINGSDATE           PIC X(8).
       02 TAKINGSAMOUNT         PIC 9(7)V99.

FD     VOUCHERMOVEMENTSFILE.
01     VOUCHERMOVEMENTREC.
       88 ENDOFVOUCHERMOVEMENTS VALUE HIGH-VALUES.
       02 VMMOVEDATE            PIC 9(8).
       02 VMSHOPID              PIC X(5).
       02 VMVOUCHERNO           PIC X(8).
       02 VMMOVETYPE            PIC X.
           88 VMISSUE           VALUE "I".
           88 VMREDEEM          VALUE "R".
           88 VMEXPIRE          VALUE "E".
       02 VMAMOUNT              PIC 9(5)V99.
       02 VMISSUESHOPID         PIC X(5).
       02 VMRECEIPTREF          PIC X(8).

FD     CHARGEBACKREGISTERFILE.
01     CHARGEBACKREGISTERREC.
       88 ENDOFCHARGEBACKREGISTER VALUE HIGH-VALUES.
       02 DRCASEREF             PIC X(12).
       02 DRSHOPID              PIC X(5).
       02 DRSALEDATE            PIC 9(8).
       02 DRNOTIFIEDDATE        PIC 9(8).
       02 DRAMOUNT              PIC 9(7)V99.
       02 DRREASONCODE          PIC X(4).
       02 DRRESPONSEDUE         PIC 9(8).
       02 DRRESPONDEDDATE       PIC 9(8).
       02 DRRESPONDEDBY         PIC X(8).
       02 DRSTATUS              PIC X.
           88 DRLOST            VALUE "L".
       02 DROUTCOMEDATE         PIC 9(8).
       02 DRDAYCARDSALES        PIC 9(7)V99.

FD     PREPAIDMOVEMENTSFILE.
01     PREPAIDMOVEMENTREC.
       88 ENDOFPREPAIDMOVEMENTS VALUE HIGH-VALUES.
       02 PMMOVEDATE            PIC 9(8).
       02 PMSUBSCRIBERID        PIC 9(10).
       02 PMMOVETYPE            PIC X.
           88 PMTOPUP           VALUE "T".
           88 PMUSAGE           VALUE "U".
           88 PMNOCREDIT        VALUE "N".
       02 PMCHANNEL             PIC X.
       02 PMAMOUNT              PIC 9(7)V99.
       02 PMEVENTSTAMP          PIC 9(12).

FD     WRITEOFFSFILE.
01     WRITEOFFSREC.
       88 ENDOFWRITEOFFSFILE    VALUE HIGH-VALUES.
       02 FILLER                PIC X.
       02 VATOUTPUTAMOUNT       PIC S9(8)V99 SIGN LEADING SEPARATE.

FD     PAYABLESLEDGERFILE.
01     PAYABLESLEDGERREC.
       88 ENDOFPAYABLESLEDGER   VALUE HIGH-VALUES.
       02 SUPPLIERID-PLF        PIC 9(4).
       02 ENTRYTYPE-PLF         PIC X.
        88 PAYABLEINVOICE       VALUE "I".
        88 PAYABLEPAYMENT       VALUE "P".
       02 INVOICENUMBER-PLF     PIC X(12).
       02 AMOUNT-PLF            PIC 9(7)V99.
       02 ENTRYDATE-PLF         PIC 9(8).
       02 DUEDATE-PLF           PIC 9(8).

FD     REBATEACCRUALFILE.
01     REBATEACCRUALREC.
       88 ENDOFREBATEACCRUALS   VALUE HIGH-VALUES.
       02 SUPPLIERID-RAC        PIC 9(4).
       02 AGREEMENTYEAR-RAC     PIC 9(4).
       02 ACCRUALDATE-RAC       PIC 9(8).
       02 PURCHASEVALUE-RAC     PIC 9(9)V99.
       02 REBATEPERCENT-RAC     PIC 9(2)V99.
       02 EARNEDTODATE-RAC      PIC 9(7)V99.
       02 ACCRUALAMOUNT-RAC     PIC S9(7)V99 SIGN LEADING SEPARATE.

FD     OILSAMPLEFILE.
01     OILSAMPLEREC.
       88 ENDOFOILSAMPLEFILE    VALUE HIGH-VALUES.
       02 ISSUEDATE-OSM         PIC 9(8).
       02 FILLER                PIC X(32).
       02 COSTVALUE-OSM         PIC 9(7)V99.
       02 FILLER                PIC X(40).

FD     EXCHANGEDIFFERENCEFILE.
01     EXCHANGEDIFFERENCEREC.
       88 ENDOFEXCHANGEDIFFERENCES VALUE HIGH-VALUES.
       02 FILLER                PIC X(6).
       02 SETTLEDATE-XDF        PIC 9(8).
       02 FILLER                PIC X(15).
       02 DIFFERENCE-XDF        PIC S9(7)V99 SIGN LEADING SEPARATE.

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

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

FD     MANUALJOURNALFILE.
01     MANUALJOURNALREC.
       88 ENDOFMANUALJOURNALFILE VALUE HIGH-VALUES.
       02 MANUALJOURNALLINE     PIC X(77).

FD     GLJOURNALFILE.
01     GLJOURNALREC.
       88 ENDOFGLJOURNALFILE    VALUE HIGH-VALUES.
       02 JOURNALRECTYPE        PIC X.
        88 JOURNALHEADER        VALUE "H".
        88 JOURNALDETAIL        VALUE "D".
        88 JOURNALTRAILER       VALUE "T".
       02 JOURNALBODY           PIC X(45).
*>   Every header a run writes carries that run's date as well as the
*>   date its details post under, so a rerun finds all it wrote.
01     GLJOURNALHEADERREC.
       02 FILLER                PIC X.
       02 JOURNALRUNDATE        PIC 9(8).
       02 JOURNALEXTRACTDATE    PIC X(8).
01     GLJOURNALDETAILREC.
       02 FILLER                PIC X.
       02 JOURNALACCOUNTCODE    PIC X(6).
       02 JOURNALTOTALDEBITS    PIC 9(10)V99.
       02 JOURNALTOTALCREDITS   PIC 9(10)V99.

FD     GLJOURNALWORKFILE.
01     GLJOURNALWORKREC         PIC X(46).
       88 ENDOFGLJOURNALWORKFILE VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".
       88 INVOICEINTERFACEFILEOK VALUE "00".
01     SHOPTAKINGSFILESTATUS    PIC XX.
       88 SHOPTAKINGSFILEOK     VALUE "00".
01     VOUCHERMOVEMENTSFILESTATUS PIC XX.
       88 VOUCHERMOVEMENTSFILEOK VALUE "00".
01     VOUCHERISSUEAMOUNT       PIC S9(9)V99.
01     VOUCHERREDEEMAMOUNT      PIC S9(9)V99.
01     VOUCHERLAPSEAMOUNT       PIC S9(9)V99.
01     CHARGEBACKREGISTERFILESTATUS PIC XX.
       88 CHARGEBACKREGISTERFILEOK VALUE "00".
01     PREPAIDMOVEMENTSFILESTATUS PIC XX.
       88 PREPAIDMOVEMENTSFILEOK VALUE "00".
01     PREPAIDTOPUPAMOUNT       PIC S9(9)V99.
01     PREPAIDUSEDAMOUNT        PIC S9(9)V99.
01     WRITEOFFSFILESTATUS      PIC XX.
       88 WRITEOFFSFILEOK       VALUE "00".
01     OILGLFEEDFILESTATUS      PIC XX.
       88 OILGLFEEDFILEOK       VALUE "00".
01     VATOUTPUTFILESTATUS      PIC XX.
       88 VATOUTPUTFILEOK       VALUE "00".
01     PAYABLESLEDGERFILESTATUS PIC XX.
       88 PAYABLESLEDGERFILEOK  VALUE "00".
01     REBATEACCRUALFILESTATUS  PIC XX.
       88 REBATEACCRUALFILEOK   VALUE "00".
01     OILSAMPLEFILESTATUS      PIC XX.
       88 OILSAMPLEFILEOK       VALUE "00".
01     EXCHANGEDIFFERENCEFILESTATUS PIC XX.
       88 EXCHANGEDIFFERENCEFILEOK VALUE "00".
01     VATRETURNPOSTINGFILESTATUS PIC XX.
       88 VATRETURNPOSTINGFILEOK VALUE "00".
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     GLJOURNALFILESTATUS      PIC XX.
       88 GLJOURNALFILEOK       VALUE "00".
01     GLJOURNALWORKFILESTATUS  PIC XX.
       88 GLJOURNALWORKFILEOK   VALUE "00".
01     EARLIERBLOCKSWITCH       PIC X VALUE "N".
       88 EARLIERBLOCKFOUND     VALUE "Y".
01     DROPPINGBLOCKSWITCH      PIC X VALUE "N".
       88 DROPPINGBLOCK         VALUE "Y".
01     JOURNALRECORDSREAD       PIC 9(7) VALUE ZERO.
01     JOURNALRECORDSDROPPED    PIC 9(7) VALUE ZERO.
01     RUNPERIODCLOSED          PIC X VALUE "N".
       88 RUNPERIODISCLOSED     VALUE "Y".
01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).
01     WORKPERIOD               PIC 9(6).
01     PERIODCLOSEDSWITCH       PIC X VALUE "N".
       88 PERIODISCLOSED        VALUE "Y".

01     MANUALJOURNALFILESTATUS  PIC XX.
       88 MANUALJOURNALFILEOK   VALUE "00".
*>   The manual journal file held line for line, laid out as
*>   MANUALJOURNALENTRY writes it - a header line per journal followed
*>   by its debit and credit lines.
01     JOURNALFILECOUNT         PIC 9(5) VALUE ZERO.
01     JOURNALFILETABLE.
       02 JOURNALFILEENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON JOURNALFILECOUNT.
           03 JFLINE            PIC X(77).
           03 JFHEADERVIEW REDEFINES JFLINE.
               04 JFRECTYPE     PIC X.
                88 JFISHEADER   VALUE "H".
                88 JFISLINE     VALUE "L".
               04 JFJOURNALNO   PIC 9(6).
               04 JFJOURNALDATE PIC 9(8).
               04 JFSTATUS      PIC X.
                88 JFAPPROVED   VALUE "A".
                88 JFPOSTED     VALUE "X".
               04 JFACCRUAL     PIC X.
               04 JFENTEREDBY   PIC X(8).
               04 JFAPPROVEDBY  PIC X(8).
               04 JFREVERSALOF  PIC 9(6).
               04 JFPOSTEDDATE  PIC 9(8).
               04 JFDESCRIPTION PIC X(30).
           03 JFLINEVIEW REDEFINES JFLINE.
               04 FILLER        PIC X(7).
               04 JFACCOUNT     PIC X(6).
               04 JFDRCR        PIC X(2).
               04 JFAMOUNT      PIC 9(9)V99.
               04 JFNARRATIVE   PIC X(24).
               04 FILLER        PIC X(27).
01     JOURNALFILEIDX           PIC 9(5).
01     HEADERIDX                PIC 9(5).
01     JOURNALNOWANTED          PIC 9(6).
01     MANUALJOURNALSPOSTED     PIC 9(4) VALUE ZERO.

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     TOTALCREDITS             PIC 9(10)V99 VALUE ZERO.
01     SOURCESPOSTEDCOUNT       PIC 9(2) VALUE ZERO.
01     SOURCESNOACCOUNTCOUNT    PIC 9(2) VALUE ZERO.
*>   Valuation feed lines cut for some other day - the journal keeps
*>   every night's block now, so an old feed left in place is not
*>   posted a second time.
01     VALUATIONLINESSKIPPED    PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
           STOP RUN
       END-IF

       PERFORM DROPEARLIERRUNBLOCKS
       OPEN EXTEND GLJOURNALFILE
       IF NOT GLJOURNALFILEOK
           OPEN OUTPUT GLJOURNALFILE
       END-IF
       MOVE SPACES TO GLJOURNALREC
       SET JOURNALHEADER TO TRUE
       MOVE RUNDATE TO JOURNALRUNDATE
       MOVE RUNDATE TO JOURNALEXTRACTDATE
       WRITE GLJOURNALREC

       PERFORM POSTINVENTORYSOURCES
       PERFORM POSTOILSREVENUE
       PERFORM POSTBILLINGREVENUE
       PERFORM POSTSHOPTAKINGS
       PERFORM POSTVOUCHERS
       PERFORM POSTCHARGEBACKLOSSES
       PERFORM POSTPREPAIDCREDIT
       PERFORM POSTSHRINKAGE
       PERFORM POSTOILINVENTORY
       PERFORM POSTVATOUTPUT
       PERFORM POSTVATRETURN
       PERFORM POSTSUPPLIERINVOICES
       PERFORM POSTSUPPLIERPAYMENTS
       PERFORM POSTREBATEACCRUALS
       PERFORM POSTOILSAMPLES
       PERFORM POSTEXCHANGEDIFFERENCES
       PERFORM POSTMANUALJOURNALS

       MOVE SPACES TO GLJOURNALREC
       SET JOURNALTRAILER TO TRUE
       DISPLAY "GL JOURNAL WRITTEN - SOURCES POSTED: "
           SOURCESPOSTEDCOUNT " WITHOUT ACCOUNTS: "
           SOURCESNOACCOUNTCOUNT
       DISPLAY "MANUAL JOURNALS POSTED: " MANUALJOURNALSPOSTED
       DISPLAY "VALUATION FEED LINES NOT CUT FOR THE RUN DATE: "
           VALUATIONLINESSKIPPED
       IF EARLIERBLOCKFOUND
           DISPLAY "RERUN FOR " RUNDATE " - " JOURNALRECORDSDROPPED
               " JOURNAL RECORDS FROM THE EARLIER RUN REPLACED"
       END-IF
       IF TOTALDEBITS NOT = TOTALCREDITS
           DISPLAY "JOURNAL DOES NOT BALANCE - INVESTIGATE"
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

*>   A rerun for a run date takes out everything the earlier run for
*>   that date wrote - its own block and the manual journal blocks it
*>   posted - before the run adds them again. A header without a run
*>   date, from before headers carried one, belongs with the run it
*>   sits in; the journal's first such header was a nightly block.
DROPEARLIERRUNBLOCKS.
       OPEN INPUT GLJOURNALFILE
       IF NOT GLJOURNALFILEOK
           EXIT PARAGRAPH
       END-IF
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ
       PERFORM FINDONEEARLIERRUNRECORD UNTIL ENDOFGLJOURNALFILE
       CLOSE GLJOURNALFILE
       IF NOT EARLIERBLOCKFOUND
           EXIT PARAGRAPH
       END-IF

       OPEN INPUT GLJOURNALFILE
       OPEN OUTPUT GLJOURNALWORKFILE
       IF NOT GLJOURNALWORKFILEOK
           DISPLAY "GL JOURNAL WORK FILE CANNOT BE WRITTEN (STATUS "
               GLJOURNALWORKFILESTATUS ") - RUN ABANDONED"
           CLOSE GLJOURNALFILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ZERO TO JOURNALRECORDSREAD
       MOVE "N" TO DROPPINGBLOCKSWITCH
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ
       PERFORM KEEPONEJOURNALRECORD UNTIL ENDOFGLJOURNALFILE
       CLOSE GLJOURNALFILE, GLJOURNALWORKFILE

       OPEN INPUT GLJOURNALWORKFILE
       OPEN OUTPUT GLJOURNALFILE
       READ GLJOURNALWORKFILE
           AT END SET ENDOFGLJOURNALWORKFILE TO TRUE
       END-READ
       PERFORM COPYBACKONEJOURNALRECORD UNTIL ENDOFGLJOURNALWORKFILE
       CLOSE GLJOURNALWORKFILE, GLJOURNALFILE.

FINDONEEARLIERRUNRECORD.
       PERFORM SETDROPPINGFORRECORD
       IF DROPPINGBLOCK
           SET EARLIERBLOCKFOUND TO TRUE
       END-IF
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ.

KEEPONEJOURNALRECORD.
       PERFORM SETDROPPINGFORRECORD
       IF DROPPINGBLOCK
           ADD 1 TO JOURNALRECORDSDROPPED
       ELSE
           WRITE GLJOURNALWORKREC FROM GLJOURNALREC
       END-IF
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ.

SETDROPPINGFORRECORD.
       ADD 1 TO JOURNALRECORDSREAD
       IF JOURNALHEADER
           EVALUATE TRUE
               WHEN JOURNALEXTRACTDATE NOT = SPACES
                   IF JOURNALEXTRACTDATE = RUNDATE
                       MOVE "Y" TO DROPPINGBLOCKSWITCH
                   ELSE
                       MOVE "N" TO DROPPINGBLOCKSWITCH
                   END-IF
               WHEN JOURNALRECORDSREAD = 1
                   IF JOURNALRUNDATE = RUNDATE
                       MOVE "Y" TO DROPPINGBLOCKSWITCH
                   ELSE
                       MOVE "N" TO DROPPINGBLOCKSWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

COPYBACKONEJOURNALRECORD.
       WRITE GLJOURNALREC FROM GLJOURNALWORKREC
       READ GLJOURNALWORKFILE
           AT END SET ENDOFGLJOURNALWORKFILE TO TRUE
       END-READ.

*>   Each source amount posts as a balanced pair - one debit, one
*>   credit - with both account codes taken from the accounts
*>   reference file, so finance maintains the mapping without a code

*>   The stock valuation's own GL feed already splits inventory at
*>   cost from the margin uplift - each of its lines becomes a
*>   balanced pair here. Only a feed cut on the run date is posted;
*>   the valuation is run by hand and its feed stays on disk until the
*>   next one overwrites it.
POSTINVENTORYSOURCES.
       OPEN INPUT GLFEEDFILE
       IF GLFEEDFILEOK
       END-IF.

POSTONEGLFEEDLINE.
       IF GLPERIOD = RUNDATE
           MOVE GLAMOUNT TO SOURCEAMOUNT
           IF GLACCOUNTCODE = "142500"
               MOVE "STOCKMARGIN" TO WORKSOURCEKEY
           ELSE
               MOVE "INVENTORY" TO WORKSOURCEKEY
           END-IF
           PERFORM POSTONESOURCE
       ELSE
           ADD 1 TO VALUATIONLINESSKIPPED
       END-IF
       READ GLFEEDFILE
           AT END SET ENDOFGLFEEDFILE TO TRUE
       END-READ.
       MOVE "OILSREVENUE" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

*>   A bill to an overseas customer is on the ledger in their currency;
*>   the GL takes the home value it was billed at. Rows written before
*>   billing in other currencies carry no home value and are home
*>   currency already.
SUMONEOILSBILL.
       IF HOMEAMOUNT-RLF IS NOT NUMERIC
           MOVE AMOUNT-RLF TO HOMEAMOUNT-RLF
       END-IF
       IF ENTRYTYPE-RLF = "B" AND ENTRYDATE-RLF = RUNDATE
           ADD HOMEAMOUNT-RLF TO SOURCEAMOUNT
       END-IF
       IF ENTRYTYPE-RLF = "C" AND ENTRYDATE-RLF = RUNDATE
           SUBTRACT HOMEAMOUNT-RLF FROM SOURCEAMOUNT
       END-IF
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
           AT END SET ENDOFSHOPTAKINGSFILE TO TRUE
       END-READ.

*>   A voucher sold is in the day's takings like any other sale, so
*>   it is moved out of sales into the voucher liability; when it is
*>   spent the liability comes back into sales, and whatever is left on
*>   it at expiry is released to other income.
POSTVOUCHERS.
       MOVE ZERO TO VOUCHERISSUEAMOUNT VOUCHERREDEEMAMOUNT
           VOUCHERLAPSEAMOUNT
       OPEN INPUT VOUCHERMOVEMENTSFILE
       IF VOUCHERMOVEMENTSFILEOK
           READ VOUCHERMOVEMENTSFILE
               AT END SET ENDOFVOUCHERMOVEMENTS TO TRUE
           END-READ
           PERFORM SUMONEVOUCHERMOVEMENT UNTIL ENDOFVOUCHERMOVEMENTS
           CLOSE VOUCHERMOVEMENTSFILE
       END-IF
       MOVE VOUCHERISSUEAMOUNT TO SOURCEAMOUNT
       MOVE "VOUCHERISSUE" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE
       MOVE VOUCHERREDEEMAMOUNT TO SOURCEAMOUNT
       MOVE "VOUCHERSPENT" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE
       MOVE VOUCHERLAPSEAMOUNT TO SOURCEAMOUNT
       MOVE "VOUCHERLAPSE" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEVOUCHERMOVEMENT.
       IF VMMOVEDATE = RUNDATE
           EVALUATE TRUE
               WHEN VMISSUE
                   ADD VMAMOUNT TO VOUCHERISSUEAMOUNT
               WHEN VMREDEEM
                   ADD VMAMOUNT TO VOUCHERREDEEMAMOUNT
               WHEN VMEXPIRE
                   ADD VMAMOUNT TO VOUCHERLAPSEAMOUNT
           END-EVALUATE
       END-IF
       READ VOUCHERMOVEMENTSFILE
           AT END SET ENDOFVOUCHERMOVEMENTS TO TRUE
       END-READ.

*>   A chargeback we have lost is card money the takings already
*>   booked and the acquirer has kept, so it comes off the takings side
*>   into chargeback losses on the night the outcome reached the
*>   register.
POSTCHARGEBACKLOSSES.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT CHARGEBACKREGISTERFILE
       IF CHARGEBACKREGISTERFILEOK
           READ CHARGEBACKREGISTERFILE
               AT END SET ENDOFCHARGEBACKREGISTER TO TRUE
           END-READ
           PERFORM SUMONECHARGEBACKCASE UNTIL ENDOFCHARGEBACKREGISTER
           CLOSE CHARGEBACKREGISTERFILE
       END-IF
       MOVE "CHARGEBACKS" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONECHARGEBACKCASE.
       IF DRLOST AND DROUTCOMEDATE = RUNDATE
           ADD DRAMOUNT TO SOURCEAMOUNT
       END-IF
       READ CHARGEBACKREGISTERFILE
           AT END SET ENDOFCHARGEBACKREGISTER TO TRUE
       END-READ.

*>   Prepaid top-up money is owed back to the subscriber in calls
*>   until it is used, so it is held as a liability when it comes in
*>   and released to billing revenue as usage is taken off the
*>   balance. Usage taken with no credit never had money behind it
*>   and posts nothing.
POSTPREPAIDCREDIT.
       MOVE ZERO TO PREPAIDTOPUPAMOUNT PREPAIDUSEDAMOUNT
       OPEN INPUT PREPAIDMOVEMENTSFILE
       IF PREPAIDMOVEMENTSFILEOK
           READ PREPAIDMOVEMENTSFILE
               AT END SET ENDOFPREPAIDMOVEMENTS TO TRUE
           END-READ
           PERFORM SUMONEPREPAIDMOVEMENT UNTIL ENDOFPREPAIDMOVEMENTS
           CLOSE PREPAIDMOVEMENTSFILE
       END-IF
       MOVE PREPAIDTOPUPAMOUNT TO SOURCEAMOUNT
       MOVE "PREPAIDTOPUP" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE
       MOVE PREPAIDUSEDAMOUNT TO SOURCEAMOUNT
       MOVE "PREPAIDUSED" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEPREPAIDMOVEMENT.
       IF PMMOVEDATE = RUNDATE
           EVALUATE TRUE
               WHEN PMTOPUP
                   ADD PMAMOUNT TO PREPAIDTOPUPAMOUNT
               WHEN PMUSAGE
                   ADD PMAMOUNT TO PREPAIDUSEDAMOUNT
           END-EVALUATE
       END-IF
       READ PREPAIDMOVEMENTSFILE
           AT END SET ENDOFPREPAIDMOVEMENTS TO TRUE
       END-READ.

*>   The day's write-offs post at the cost value the stock update
*>   captured when each carton left the book, so inventory credits
*>   what shrinkage expense debits.

*>   The oils valuation run cuts its own one-line feed at cost, the
*>   way Listing7-5 does for gadget stock - it becomes a balanced
*>   pair here under its own source key, on the run date only.
POSTOILINVENTORY.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT OILGLFEEDFILE
       PERFORM POSTONESOURCE.

SUMONEOILGLLINE.
       IF OILGLPERIOD = RUNDATE
           ADD OILGLAMOUNT TO SOURCEAMOUNT
       ELSE
           ADD 1 TO VALUATIONLINESSKIPPED
       END-IF
       READ OILGLFEEDFILE
           AT END SET ENDOFOILGLFEEDFILE TO TRUE
       END-READ.
           AT END SET ENDOFVATOUTPUTFILE TO TRUE
       END-READ.

*>   Shop and billing revenue reach the GL VAT-inclusive, and supplier
*>   invoices reach purchases with their VAT, so the quarterly return
*>   run reclassifies each into the VAT control account; its rows for
*>   this run date post here under their own sources.
POSTVATRETURN.
       MOVE "SHOPVAT" TO WORKSOURCEKEY
       PERFORM POSTONEVATRETURNSOURCE
       MOVE "BILLINGVAT" TO WORKSOURCEKEY
       PERFORM POSTONEVATRETURNSOURCE
       MOVE "INPUTVAT" TO WORKSOURCEKEY
       PERFORM POSTONEVATRETURNSOURCE.

POSTONEVATRETURNSOURCE.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT VATRETURNPOSTINGFILE
       IF VATRETURNPOSTINGFILEOK
           READ VATRETURNPOSTINGFILE
               AT END SET ENDOFVATRETURNPOSTINGS TO TRUE
           END-READ
           PERFORM SUMONEVATRETURNPOSTING UNTIL ENDOFVATRETURNPOSTINGS
           CLOSE VATRETURNPOSTINGFILE
       END-IF
       PERFORM POSTONESOURCE.

SUMONEVATRETURNPOSTING.
       IF POSTINGDATE-VRP = RUNDATE AND SOURCEKEY-VRP = WORKSOURCEKEY
           ADD AMOUNT-VRP TO SOURCEAMOUNT
       END-IF
       READ VATRETURNPOSTINGFILE
           AT END SET ENDOFVATRETURNPOSTINGS TO TRUE
       END-READ.

*>   Supplier invoices the match run passed to payables today clear
*>   the goods-received credit the stock update raised and open the
*>   creditor; the payment run's entries then clear the creditor
*>   against the bank.
POSTSUPPLIERINVOICES.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT PAYABLESLEDGERFILE
       IF PAYABLESLEDGERFILEOK
           READ PAYABLESLEDGERFILE
               AT END SET ENDOFPAYABLESLEDGER TO TRUE
           END-READ
           PERFORM SUMONEPAYABLEINVOICE UNTIL ENDOFPAYABLESLEDGER
           CLOSE PAYABLESLEDGERFILE
       END-IF
       MOVE "APINVOICES" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEPAYABLEINVOICE.
       IF PAYABLEINVOICE AND ENTRYDATE-PLF = RUNDATE
           ADD AMOUNT-PLF TO SOURCEAMOUNT
       END-IF
       READ PAYABLESLEDGERFILE
           AT END SET ENDOFPAYABLESLEDGER TO TRUE
       END-READ.

POSTSUPPLIERPAYMENTS.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT PAYABLESLEDGERFILE
       IF PAYABLESLEDGERFILEOK
           READ PAYABLESLEDGERFILE
               AT END SET ENDOFPAYABLESLEDGER TO TRUE
           END-READ
           PERFORM SUMONEPAYABLEPAYMENT UNTIL ENDOFPAYABLESLEDGER
           CLOSE PAYABLESLEDGERFILE
       END-IF
       MOVE "APPAYMENTS" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEPAYABLEPAYMENT.
       IF PAYABLEPAYMENT AND ENTRYDATE-PLF = RUNDATE
           ADD AMOUNT-PLF TO SOURCEAMOUNT
       END-IF
       READ PAYABLESLEDGERFILE
           AT END SET ENDOFPAYABLESLEDGER TO TRUE
       END-READ.

*>   The rebate accrual run books the movement in each supplier's
*>   volume rebate earned to date on the day it runs - a rebate
*>   receivable against a reduction in the cost of purchases, reversed
*>   the same way when a correction takes a supplier back below a tier.
POSTREBATEACCRUALS.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT REBATEACCRUALFILE
       IF REBATEACCRUALFILEOK
           READ REBATEACCRUALFILE
               AT END SET ENDOFREBATEACCRUALS TO TRUE
           END-READ
           PERFORM SUMONEREBATEACCRUAL UNTIL ENDOFREBATEACCRUALS
           CLOSE REBATEACCRUALFILE
       END-IF
       MOVE "REBATEACCRUE" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEREBATEACCRUAL.
       IF ACCRUALDATE-RAC = RUNDATE
           ADD ACCRUALAMOUNT-RAC TO SOURCEAMOUNT
       END-IF
       READ REBATEACCRUALFILE
           AT END SET ENDOFREBATEACCRUALS TO TRUE
       END-READ.

*>   Tester bottles the reps took out today are given away, not sold -
*>   their cost comes out of the oils stock account and is charged to
*>   marketing rather than to cost of sales.
POSTOILSAMPLES.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT OILSAMPLEFILE
       IF OILSAMPLEFILEOK
           READ OILSAMPLEFILE
               AT END SET ENDOFOILSAMPLEFILE TO TRUE
           END-READ
           PERFORM SUMONEOILSAMPLE UNTIL ENDOFOILSAMPLEFILE
           CLOSE OILSAMPLEFILE
       END-IF
       MOVE "OILSAMPLES" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEOILSAMPLE.
       IF ISSUEDATE-OSM = RUNDATE
           ADD COSTVALUE-OSM TO SOURCEAMOUNT
       END-IF
       READ OILSAMPLEFILE
           AT END SET ENDOFOILSAMPLEFILE TO TRUE
       END-READ.

*>   A foreign-currency receipt that settles bills at a different rate
*>   from the one they were billed at leaves the debtors control off
*>   by the difference - a gain tops it up against exchange
*>   differences, a loss (signed negative) posts as the reversal.
POSTEXCHANGEDIFFERENCES.
       MOVE ZERO TO SOURCEAMOUNT
       OPEN INPUT EXCHANGEDIFFERENCEFILE
       IF EXCHANGEDIFFERENCEFILEOK
           READ EXCHANGEDIFFERENCEFILE
               AT END SET ENDOFEXCHANGEDIFFERENCES TO TRUE
           END-READ
           PERFORM SUMONEEXCHANGEDIFFERENCE
               UNTIL ENDOFEXCHANGEDIFFERENCES
           CLOSE EXCHANGEDIFFERENCEFILE
       END-IF
       MOVE "FXDIFFERENCE" TO WORKSOURCEKEY
       PERFORM POSTONESOURCE.

SUMONEEXCHANGEDIFFERENCE.
       IF SETTLEDATE-XDF = RUNDATE
           ADD DIFFERENCE-XDF TO SOURCEAMOUNT
       END-IF
       READ EXCHANGEDIFFERENCEFILE
           AT END SET ENDOFEXCHANGEDIFFERENCES TO TRUE
       END-READ.

*>   Approved manual journals dated on or before the run date post
*>   line for line under their own header, dated as the journal is,
*>   so GLPERIODBALANCE rolls each into the period it was raised for.
*>   Journals this run date already posted are posted again, so a
*>   rerun rebuilds the same journal. A journal whose period has
*>   closed since approval is left unposted and reported.
POSTMANUALJOURNALS.
       OPEN INPUT MANUALJOURNALFILE
       IF NOT MANUALJOURNALFILEOK
           EXIT PARAGRAPH
       END-IF
       READ MANUALJOURNALFILE
           AT END SET ENDOFMANUALJOURNALFILE TO TRUE
       END-READ
       PERFORM STOREONEJOURNALFILELINE UNTIL ENDOFMANUALJOURNALFILE
       CLOSE MANUALJOURNALFILE

       PERFORM POSTONEMANUALJOURNAL
           VARYING HEADERIDX FROM 1 BY 1
           UNTIL HEADERIDX > JOURNALFILECOUNT

       IF MANUALJOURNALSPOSTED > ZERO
           OPEN OUTPUT MANUALJOURNALFILE
           PERFORM WRITEONEJOURNALFILELINE
               VARYING JOURNALFILEIDX FROM 1 BY 1
               UNTIL JOURNALFILEIDX > JOURNALFILECOUNT
           CLOSE MANUALJOURNALFILE
       END-IF.

POSTONEMANUALJOURNAL.
       IF JFISHEADER(HEADERIDX)
               AND ((JFAPPROVED(HEADERIDX)
                     AND JFJOURNALDATE(HEADERIDX) NOT > RUNDATE)
                 OR (JFPOSTED(HEADERIDX)
                     AND JFPOSTEDDATE(HEADERIDX) = RUNDATE))
           MOVE JFJOURNALDATE(HEADERIDX)(1:6) TO WORKPERIOD
           PERFORM CHECKPERIODCLOSED
           IF PERIODISCLOSED
               DISPLAY "MANUAL JOURNAL " JFJOURNALNO(HEADERIDX)
                   " IS DATED INTO CLOSED PERIOD " WORKPERIOD
                   " - NOT POSTED"
           ELSE
               MOVE SPACES TO GLJOURNALREC
               SET JOURNALHEADER TO TRUE
               MOVE JFJOURNALDATE(HEADERIDX) TO JOURNALRUNDATE
               MOVE RUNDATE TO JOURNALEXTRACTDATE
               WRITE GLJOURNALREC
               MOVE JFJOURNALNO(HEADERIDX) TO JOURNALNOWANTED
               PERFORM POSTONEMANUALJOURNALLINE
                   VARYING JOURNALFILEIDX FROM 1 BY 1
                   UNTIL JOURNALFILEIDX > JOURNALFILECOUNT
               MOVE "X"     TO JFSTATUS(HEADERIDX)
               MOVE RUNDATE TO JFPOSTEDDATE(HEADERIDX)
               ADD 1 TO MANUALJOURNALSPOSTED
           END-IF
       END-IF.

POSTONEMANUALJOURNALLINE.
       IF JFISLINE(JOURNALFILEIDX)
               AND JFJOURNALNO(JOURNALFILEIDX) = JOURNALNOWANTED
           MOVE SPACES TO GLJOURNALREC
           SET JOURNALDETAIL TO TRUE
           MOVE JFACCOUNT(JOURNALFILEIDX) TO JOURNALACCOUNTCODE
           MOVE JFDRCR(JOURNALFILEIDX)    TO JOURNALDRCR
           MOVE JFAMOUNT(JOURNALFILEIDX)  TO JOURNALAMOUNT
           MOVE SPACES TO JOURNALSOURCEKEY
           STRING "MJ" JOURNALNOWANTED DELIMITED BY SIZE
               INTO JOURNALSOURCEKEY
           END-STRING
           WRITE GLJOURNALREC
           ADD 1 TO JOURNALDETAILCOUNT
           IF JFDRCR(JOURNALFILEIDX) = "DR"
               ADD JFAMOUNT(JOURNALFILEIDX) TO TOTALDEBITS
           ELSE
               ADD JFAMOUNT(JOURNALFILEIDX) TO TOTALCREDITS
           END-IF
       END-IF.

STOREONEJOURNALFILELINE.
       ADD 1 TO JOURNALFILECOUNT
       MOVE MANUALJOURNALLINE TO JFLINE(JOURNALFILECOUNT)
       READ MANUALJOURNALFILE
           AT END SET ENDOFMANUALJOURNALFILE TO TRUE
       END-READ.

WRITEONEJOURNALFILELINE.
       MOVE JFLINE(JOURNALFILEIDX) TO MANUALJOURNALLINE
       WRITE MANUALJOURNALREC.

CHECKPERIODCLOSED.
       MOVE "N" TO PERIODCLOSEDSWITCH
       PERFORM CHECKONECLOSEDPERIODENTRY
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

CHECKONECLOSEDPERIODENTRY.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = WORKPERIOD
           SET PERIODISCLOSED TO TRUE
       END-IF.

*>   GLPERIODBALANCE's close locks a signed-off month - a journal
*>   dated into a closed period is refused here rather than quietly
*>   reopening the books.
       IF CLOSEDPERIOD-GCF = RUNDATE(1:6)
           SET RUNPERIODISCLOSED TO TRUE
       END-IF
       ADD 1 TO CLOSEDPERIODCOUNT
       MOVE CLOSEDPERIOD-GCF TO CLOSEDPERIOD(CLOSEDPERIODCOUNT)
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.
