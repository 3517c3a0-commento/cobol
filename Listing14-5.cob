           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USAGEREGISTERFILESTATUS.

*>   The register stops a file being billed twice, but not the same
*>   calls re-sent by the switch inside a new file under a new
*>   sequence. Every event read is kept here for a rolling window of
*>   days, in event order, and an event matching one already seen -
*>   same subscriber, service type, date and time and units, whether
*>   in an earlier file or earlier in this one - is held out of rating
*>   on the held events file until ops decide on it with
*>   DUPLICATEEVENTRELEASE.
       SELECT EVENTHISTORYFILE ASSIGN TO "UsageEventHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTHISTORYFILESTATUS.

       SELECT EVENTHISTORYSORTFILE ASSIGN TO "EVENTHIST.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HELDEVENTFILE ASSIGN TO "HeldUsageEvents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELDEVENTFILESTATUS.

       SELECT DUPLICATEEVENTREPORT ASSIGN TO "DuplicateEvents.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SORTEDSUMMARYFILE ASSIGN TO "Listing14-5.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SORTEDSUMMARYFILESTATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANCHARGEFILESTATUS.

       SELECT PLANALLOWANCEFILE ASSIGN TO "PlanAllowances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANALLOWANCEFILESTATUS.

       SELECT PLANHISTORYFILE ASSIGN TO "PlanHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANHISTORYFILESTATUS.
       SELECT ADJUSTMENTREGISTERFILE ASSIGN TO "AdjustmentRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Applied adjustments leave BillingAdjustments.dat, so each is kept
*>   here against the bill date it went into for the statement of
*>   account to itemize.
       SELECT ADJUSTMENTHISTORYFILE ASSIGN TO "AdjustmentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUSTMENTHISTORYFILESTATUS.

       SELECT HIGHUSAGEREVIEWFILE ASSIGN TO "HighUsageReview.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PREPAIDUSAGEFILE ASSIGN TO "PrepaidUsage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREPAIDUSAGEFILESTATUS.

*>   Business customers: the account master with its billing address,
*>   and which handsets bill to which account. A handset on the member
*>   list is rated and summarized like any other, but its charges go
*>   on its account's one consolidated invoice, interface record and
*>   ledger bill instead of a bill of its own.
       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT CORPORATEMEMBERFILE ASSIGN TO "CorporateMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEMEMBERFILESTATUS.

       SELECT CORPORATEINVOICEFILE ASSIGN TO "CorporateInvoice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "Listing14-5.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

*>   VAT rates by service type, each with the date it took effect.
       SELECT SERVICEVATRATEFILE ASSIGN TO "ServiceVatRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERVICEVATRATEFILESTATUS.

*>   The VAT inside each run's bills by service type - kept from run
*>   to run for VATRETURN, with a rerun of the same date and cycle
*>   replacing that run's rows.
       SELECT BILLINGVATANALYSISFILE ASSIGN TO "BillingVatAnalysis.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BILLINGVATANALYSISFILESTATUS.

DATA DIVISION.
FILE SECTION.
*>   The switch brackets the usage file the way the stock batches are
       02  FILLER                  PIC X.
       02  BILLEDCYCLE-URF         PIC X(2).

FD     EVENTHISTORYFILE.
01     EVENTHISTORYREC.
       88  ENDOFEVENTHISTORY       VALUE HIGH-VALUES.
       02  EVENTKEY-EHF.
           03  SUBSCRIBERID-EHF    PIC X(10).
           03  SERVICETYPE-EHF     PIC X.
           03  EVENTDATETIME-EHF   PIC X(12).
           03  UNITSUSED-EHF       PIC X(6).
       02  FILESEQUENCE-EHF        PIC 9(6).
       02  RECORDEDDATE-EHF        PIC 9(8).

SD     EVENTHISTORYSORTFILE.
01     EVENTHISTORYSORTREC.
       02  EVENTKEY-EHS            PIC X(29).
       02  FILESEQUENCE-EHS        PIC 9(6).
       02  RECORDEDDATE-EHS        PIC 9(8).

*>   H held, R released by ops for the next run to bill, B billed
*>   after release, D confirmed a duplicate and dropped. The switch
*>   detail is kept whole so a released event rates exactly as it
*>   would have.
FD     HELDEVENTFILE.
01     HELDEVENTREC.
       88  ENDOFHELDEVENTS         VALUE HIGH-VALUES.
       02  HOLDREFERENCE-HEF       PIC 9(6).
       02  HOLDSTATUS-HEF          PIC X.
       02  FILESEQUENCE-HEF        PIC 9(6).
       02  MATCHEDSEQUENCE-HEF     PIC 9(6).
       02  HELDDATE-HEF            PIC 9(8).
       02  DECIDEDBY-HEF           PIC X(8).
       02  DECIDEDDATE-HEF         PIC 9(8).
       02  BILLEDDATE-HEF          PIC 9(8).
       02  USAGEBODY-HEF           PIC X(35).

FD     DUPLICATEEVENTREPORT.
01     DUPLICATEEVENTLINE          PIC X(100).

SD     WORKFILE.
01     WORKREC.
       88  ENDOFWORKFILE           VALUE HIGH-VALUES.
       02  PLANCHARGE-SUM          PIC 9(5)V99.
       02  ADJUSTMENTS-SUM         PIC S9(6)V99.
       02  SUBSCRIBERNAME-SUM      PIC X(25).
*>   Units per service type in TEXT, VOICE, DATA, ROAMING order - all
*>   the units used, how many of them came out of the plan's allowance,
*>   and how much allowance is left for the month.
       02  SERVICEUNITS-SUM OCCURS 4 TIMES.
           03  UNITSUSED-SUM       PIC 9(7).
           03  ALLOWANCETAKEN-SUM  PIC 9(7).
           03  ALLOWANCELEFT-SUM   PIC 9(7).

*>   The line-by-line story behind each invoice: every event with its
*>   date, time, band, units and rated cost, closed per subscriber
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
        88 PAYSBYDIRECTDEBIT-SMF   VALUE "D".
        88 PREPAID-SMF             VALUE "P".
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

       02  MONTHLYCHARGE-PCF       PIC 9(5)V99.
       02  PLANDESCRIPTION-PCF     PIC X(20).

*>   The units each plan includes in its monthly fee, one row per plan
*>   and service type - a plan or type with no row includes nothing.
FD     PLANALLOWANCEFILE.
01     PLANALLOWANCEREC.
       88  ENDOFPLANALLOWANCEFILE  VALUE HIGH-VALUES.
       02  PLANCODE-PAF            PIC X(4).
       02  SERVICETYPECODE-PAF     PIC 9.
       02  ALLOWANCEUNITS-PAF      PIC 9(7).

*>   One row per plan a subscriber has ever been on, written by
*>   PLANCHANGEENTRY with the date it took effect - the plan in force
*>   on any given day is the latest row not after it, and the master's
       02  AMOUNT-ADJ              PIC 9(5)V99.
       02  REASON-ADJ              PIC X(20).
       02  AUTHCODE-ADJ            PIC X(6).
       02  EFFECTIVEDATE-ADJ       PIC 9(8).

FD     ADJUSTMENTREGISTERFILE.
01     ADJUSTMENTREGISTERLINE      PIC X(90).

FD     ADJUSTMENTHISTORYFILE.
01     ADJUSTMENTHISTORYREC.
       02  SUBSCRIBERID-AHF        PIC 9(10).
       02  BILLDATE-AHF            PIC 9(8).
       02  ADJUSTMENTTYPE-AHF      PIC X.
       02  AMOUNT-AHF              PIC 9(5)V99.
       02  REASON-AHF              PIC X(20).
       02  AUTHCODE-AHF            PIC X(6).

FD     HIGHUSAGEREVIEWFILE.
01     HIGHUSAGEREVIEWLINE         PIC X(100).

*>   A prepaid subscriber is never billed - each of their events is
*>   rated here exactly as a billed subscriber's would be and handed
*>   on, one line per event, for PREPAIDBALANCEUPDATE to take off
*>   their balance. Append-only; that run skips any event it has
*>   already taken.
FD     PREPAIDUSAGEFILE.
01     PREPAIDUSAGEREC.
       02  SUBSCRIBERID-PUF        PIC 9(10).
       02  EVENTDATETIME-PUF       PIC 9(12).
       02  SERVICETYPECODE-PUF     PIC 9.
       02  UNITSUSED-PUF           PIC 9(6).
       02  CHARGEABLEUNITS-PUF     PIC 9(6).
       02  SERVICECOST-PUF         PIC 9(7)V99.
       02  RATEDDATE-PUF           PIC 9(8).

FD     OPERATIONSLOGFILE.
01     OPERATIONSLOGREC.
       02 OPLOGJOBNAME          PIC X(12).
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

FD     CORPORATEACCOUNTFILE.
01     CORPORATEACCOUNTREC.
       88 ENDOFCORPORATEACCOUNTS VALUE HIGH-VALUES.
       02 ACCOUNTID-CAF         PIC 9(10).
       02 ACCOUNTNAME-CAF       PIC X(25).
       02 BILLINGADDRESS-CAF    PIC X(40).
       02 ACCOUNTMANAGER-CAF    PIC X(8).
       02 PAYMETHOD-CAF         PIC X.
       02 BANKSORTCODE-CAF      PIC 9(6).
       02 BANKACCOUNT-CAF       PIC 9(8).
       02 OPENEDDATE-CAF        PIC 9(8).
       02 ACCOUNTSTATUS-CAF     PIC X.

FD     CORPORATEMEMBERFILE.
01     CORPORATEMEMBERREC.
       88 ENDOFCORPORATEMEMBERS VALUE HIGH-VALUES.
       02 SUBSCRIBERID-CMF      PIC 9(10).
       02 FILLER                PIC X.
       02 ACCOUNTID-CMF         PIC 9(10).
       02 FILLER                PIC X.
       02 LINKEDDATE-CMF        PIC 9(8).

FD     CORPORATEINVOICEFILE.
01     CORPORATEINVOICELINE     PIC X(120).

FD     RUNPARAMETERFILE.
01     RUNPARAMETERLINE         PIC X(40).

FD     SERVICEVATRATEFILE.
01     SERVICEVATRATEREC.
       88 ENDOFSERVICEVATRATES  VALUE HIGH-VALUES.
       02 SERVICETYPE-SVR       PIC X(8).
       02 RATEPCT-SVR           PIC 99V99.
       02 EFFECTIVEDATE-SVR     PIC 9(8).

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

WORKING-STORAGE SECTION.
01     BILLABLESERVICEFILESTATUS   PIC XX.
       88 BILLABLESERVICEFILEOK    VALUE "00".
01     USAGEREGISTERFILESTATUS     PIC XX.
       88 USAGEREGISTERFILEOK      VALUE "00".
01     EVENTHISTORYFILESTATUS      PIC XX.
       88 EVENTHISTORYFILEOK       VALUE "00".
01     HELDEVENTFILESTATUS         PIC XX.
       88 HELDEVENTFILEOK          VALUE "00".

*>   Events are kept for this many days after the run that read them.
01     DUPLICATEWINDOWENTRY        PIC X(3) VALUE SPACES.
01     DUPLICATEWINDOWDAYS         PIC 9(3) VALUE 090.

*>   The events of earlier files still inside the window, in key order
*>   for SEARCH ALL, and the events of this file as they are read.
*>   A file passed again for another cycle is already in the history
*>   under its own sequence - those rows are not duplicates of it.
01     EVENTHISTORYCOUNT           PIC 9(5) VALUE ZERO.
01     EVENTHISTORYTABLE.
       02 EVENTHISTORYENTRY OCCURS 0 TO 20000 TIMES
               DEPENDING ON EVENTHISTORYCOUNT
               ASCENDING KEY IS EHEVENTKEY
               INDEXED BY EHIDX.
           03 EHEVENTKEY           PIC X(29).
           03 EHFILESEQUENCE       PIC 9(6).
           03 EHRECORDEDDATE       PIC 9(8).
01     EVENTHISTORYIDX             PIC 9(5).
01     FILEEVENTCOUNT              PIC 9(5) VALUE ZERO.
01     FILEEVENTTABLE.
       02 FILEEVENTKEY             PIC X(29)
               OCCURS 0 TO 20000 TIMES DEPENDING ON FILEEVENTCOUNT.
01     FILEEVENTIDX                PIC 9(5).
01     SEQUENCEINHISTORYSWITCH     PIC X VALUE "N".
       88 SEQUENCEINHISTORY        VALUE "Y".
01     EVENTTABLEFULLSWITCH        PIC X VALUE "N".
       88 EVENTTABLEFULL           VALUE "Y".

01     CURRENTEVENTKEY.
       02 CURRENTEVENTSUBSCRIBER   PIC X(10).
       02 CURRENTEVENTTYPE         PIC X.
       02 CURRENTEVENTDATETIME     PIC X(12).
       02 CURRENTEVENTUNITS        PIC X(6).
01     DUPLICATEEVENTSWITCH        PIC X VALUE "N".
       88 DUPLICATEEVENT           VALUE "Y".
       88 NOTDUPLICATEEVENT        VALUE "N".
01     MATCHEDSEQUENCE             PIC 9(6) VALUE ZERO.
01     EVENTAGEDAYS                PIC S9(5) VALUE ZERO.

01     HELDEVENTCOUNT              PIC 9(5) VALUE ZERO.
01     HELDEVENTTABLE.
       02 HELDEVENTENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON HELDEVENTCOUNT.
           03 HTHOLDREFERENCE      PIC 9(6).
           03 HTSTATUS             PIC X.
               88 HTHELD           VALUE "H".
               88 HTRELEASED       VALUE "R".
               88 HTBILLED         VALUE "B".
           03 HTFILESEQUENCE       PIC 9(6).
           03 HTMATCHEDSEQUENCE    PIC 9(6).
           03 HTHELDDATE           PIC 9(8).
           03 HTDECIDEDBY          PIC X(8).
           03 HTDECIDEDDATE        PIC 9(8).
           03 HTBILLEDDATE         PIC 9(8).
           03 HTUSAGEBODY          PIC X(35).
           03 HTTHISRUN            PIC X.
01     HELDEVENTIDX                PIC 9(5).
01     LASTHOLDREFERENCE           PIC 9(6) VALUE ZERO.
01     ALREADYHELDSWITCH           PIC X VALUE "N".
       88 ALREADYHELD              VALUE "Y".
01     EVENTSHELDTHISRUN           PIC 9(5) VALUE ZERO.
01     EVENTSRELEASEDTHISRUN       PIC 9(5) VALUE ZERO.
01     EVENTSAWAITINGDECISION      PIC 9(5) VALUE ZERO.

01     DUPLICATEHEADINGLINE.
       02 FILLER                   PIC X(40)
           VALUE "DUPLICATE USAGE EVENTS - USAGE FILE SEQ ".
       02 PRNDUPFILESEQUENCE       PIC 9(6).
       02 FILLER                   PIC X(6)  VALUE "  RUN ".
       02 PRNDUPRUNDATE            PIC 9(8).

01     DUPLICATESECTIONLINE        PIC X(60).

01     DUPLICATETOPICLINE.
       02 FILLER                   PIC X(8)  VALUE "HOLD REF".
       02 FILLER                   PIC X(12) VALUE "  SUBSCRIBER".
       02 FILLER                   PIC X(6)  VALUE "  TYPE".
       02 FILLER                   PIC X(15) VALUE "   EVENT TIME".
       02 FILLER                   PIC X(8)  VALUE "   UNITS".
       02 FILLER                   PIC X(10) VALUE "  IN FILE".
       02 FILLER                   PIC X(16) VALUE "  EARLIER COPY".

01     DUPLICATEDETAILLINE.
       02 PRNDUPHOLDREFERENCE      PIC 9(6).
       02 FILLER                   PIC X(4)  VALUE SPACES.
       02 PRNDUPSUBSCRIBERID       PIC X(10).
       02 FILLER                   PIC X(5)  VALUE SPACES.
       02 PRNDUPSERVICETYPE        PIC 9.
       02 FILLER                   PIC X(3)  VALUE SPACES.
       02 PRNDUPEVENTDATETIME      PIC X(12).
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 PRNDUPUNITS              PIC ZZZZZ9.
       02 FILLER                   PIC X(4)  VALUE SPACES.
       02 PRNDUPFILESEQ            PIC 9(6).
       02 FILLER                   PIC X(4)  VALUE SPACES.
       02 PRNDUPMATCHEDSEQ         PIC 9(6).
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 PRNDUPNOTE               PIC X(20).

01     DUPLICATETOTALLINE.
       02 PRNDUPTOTALCAPTION       PIC X(40).
       02 PRNDUPTOTALCOUNT         PIC ZZZZ9.

01     PRESCANHEADERSWITCH         PIC X VALUE "N".
       88 PRESCANHEADERSEEN        VALUE "Y".
01     MONTHLYPLANCHARGE           PIC 9(5)V99 VALUE ZERO.
01     PRORATEDPLANCHARGE          PIC 9(5)V99 VALUE ZERO.

01     PLANALLOWANCEFILESTATUS     PIC XX.
       88 PLANALLOWANCEFILEOK       VALUE "00".

01     PLANALLOWANCECOUNT          PIC 9(3) VALUE ZERO.
01     PLANALLOWANCETABLE.
       02 PLANALLOWANCEENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON PLANALLOWANCECOUNT.
           03 PAPLANCODE           PIC X(4).
           03 PASERVICETYPE        PIC 9.
           03 PAALLOWANCEUNITS     PIC 9(7).
01     PLANALLOWANCEIDX            PIC 9(3).

*>   The current subscriber's month, per service type: the allowance
*>   the plan (or plans) on the books this month give them, what the
*>   events so far have taken from it, and every unit used.
01     SUBSCRIBERALLOWANCES.
       02 SERVICEALLOWANCE OCCURS 4 TIMES.
           03 ALLOWANCEGRANTED     PIC 9(7).
           03 ALLOWANCETAKEN       PIC 9(7).
           03 SERVICEUNITSUSED     PIC 9(7).
01     ALLOWANCEIDX                PIC 9.
01     ALLOWANCEREMAINING          PIC 9(7) VALUE ZERO.
01     EVENTALLOWANCETAKEN         PIC 9(6) VALUE ZERO.
01     CHARGEABLEUNITS             PIC 9(6) VALUE ZERO.
01     SEGMENTALLOWANCE            PIC 9(7) VALUE ZERO.

01     SERVICETYPENAMES.
       02 FILLER PIC X(32) VALUE "TEXT    VOICE   DATA    ROAMING ".
01     FILLER REDEFINES SERVICETYPENAMES.
       02 SERVICETYPENAME          PIC X(8) OCCURS 4 TIMES.

01     PLANHISTORYFILESTATUS       PIC XX.
       88 PLANHISTORYFILEOK        VALUE "00".


01     ADJUSTMENTSFILESTATUS       PIC XX.
       88 ADJUSTMENTSFILEOK         VALUE "00".
01     ADJUSTMENTHISTORYFILESTATUS PIC XX.
       88 ADJUSTMENTHISTORYFILEOK  VALUE "00".

01     SORTEDSUMMARYFILESTATUS     PIC XX.
       88 SORTEDSUMMARYFILEOK      VALUE "00".
           03 ADAMOUNT             PIC 9(5)V99.
           03 ADREASON             PIC X(20).
           03 ADAUTHCODE           PIC X(6).
           03 ADEFFECTIVEDATE      PIC 9(8).
           03 ADDISPOSITION        PIC X.
            88 ADAPPLIED           VALUE "A".
            88 ADREFUSEDNOAUTH     VALUE "X".
01     PRNCYCLECHARGES             PIC -$$$,$$$,$$9.99.
01     CURRENTSUBSCRIBERNAME       PIC X(25) VALUE SPACES.
01     CURRENTSUBSCRIBERPLAN       PIC X(4)  VALUE SPACES.
01     CURRENTPAYMETHOD            PIC X     VALUE SPACE.
       88 SUBSCRIBERISPREPAID      VALUE "P".

01     PREPAIDUSAGEFILESTATUS      PIC XX.
       88 PREPAIDUSAGEFILEOK       VALUE "00".
01     PREPAIDSUBSCRIBERSRATED     PIC 9(5) VALUE ZERO.
01     PREPAIDEVENTSWRITTEN        PIC 9(7) VALUE ZERO.

01     CALLDETAILWORKLINE.
       02 CDSUBSCRIBERID           PIC 9(10).
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CDUNITS                  PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CDALLOWANCETAKEN         PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CDALLOWANCELEFT          PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CDCOST                   PIC $$$,$$9.99.

01     CALLDETAILTOTALLINE.
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CDTAMOUNT                PIC $$$,$$9.99.

01     CALLDETAILALLOWANCELINE.
       02 CDASUBSCRIBERID          PIC 9(10).
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 FILLER                   PIC X(12) VALUE "ALLOWANCE - ".
       02 CDASERVICETYPE           PIC X(8).
       02 FILLER                   PIC X(6)  VALUE " USED ".
       02 CDAUNITSUSED             PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X(17) VALUE "  FROM ALLOWANCE ".
       02 CDAALLOWANCETAKEN        PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X(7)  VALUE "  LEFT ".
       02 CDAALLOWANCELEFT         PIC Z,ZZZ,ZZ9.

01     CORPORATEACCOUNTFILESTATUS  PIC XX.
       88 CORPORATEACCOUNTFILEOK   VALUE "00".
01     CORPORATEMEMBERFILESTATUS   PIC XX.
       88 CORPORATEMEMBERFILEOK    VALUE "00".

*>   The account master is kept in account number order by
*>   CORPORATEACCOUNTMAINTENANCE. Each account gathers its handsets'
*>   totals as the summary is extracted, and its invoice is written
*>   once every handset has been seen.
01     CORPACCOUNTCOUNT            PIC 9(4) VALUE ZERO.
01     CORPACCOUNTTABLE.
       02 CORPACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON CORPACCOUNTCOUNT
               ASCENDING KEY IS CAACCOUNTID
               INDEXED BY CAIDX.
           03 CAACCOUNTID          PIC 9(10).
           03 CAACCOUNTNAME        PIC X(25).
           03 CABILLINGADDRESS     PIC X(40).
           03 CAINVOICETOTAL       PIC S9(8)V99.
           03 CAHANDSETSBILLED     PIC 9(4).
01     CORPACCOUNTIDX              PIC 9(4).

01     CORPMEMBERCOUNT             PIC 9(5) VALUE ZERO.
01     CORPMEMBERTABLE.
       02 CORPMEMBER OCCURS 0 TO 20000 TIMES
               DEPENDING ON CORPMEMBERCOUNT.
           03 CMSUBSCRIBERID       PIC 9(10).
           03 CMACCOUNTID          PIC 9(10).
01     CORPMEMBERIDX               PIC 9(5).
01     WORKMEMBERID                PIC 9(10) VALUE ZERO.
01     WORKMEMBERACCOUNTID         PIC 9(10) VALUE ZERO.
01     MEMBERACCOUNTIDX            PIC 9(4) VALUE ZERO.

01     CORPHANDSETCOUNT            PIC 9(5) VALUE ZERO.
01     CORPHANDSETTABLE.
       02 CORPHANDSET OCCURS 0 TO 20000 TIMES
               DEPENDING ON CORPHANDSETCOUNT.
           03 CHACCOUNTIDX         PIC 9(4).
           03 CHSUBSCRIBERID       PIC 9(10).
           03 CHSUBSCRIBERNAME     PIC X(25).
           03 CHTEXTS              PIC 9(4)V99.
           03 CHCALLS              PIC 9(6)V99.
           03 CHDATA               PIC 9(4)V99.
           03 CHROAMING            PIC 9(6)V99.
           03 CHPLANFEE            PIC 9(5)V99.
           03 CHADJUSTMENTS        PIC S9(6)V99.
           03 CHTOTAL              PIC S9(8)V99.
01     CORPHANDSETIDX              PIC 9(5).
01     CORPORATEINVOICESWRITTEN    PIC 9(4) VALUE ZERO.
01     LEDGERPOSTID                PIC 9(10) VALUE ZERO.

01     CORPINVOICEHEADINGLINE.
       02 FILLER                   PIC X(26)
               VALUE "CONSOLIDATED INVOICE  A/C ".
       02 CIHACCOUNTID             PIC 9(10).
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CIHACCOUNTNAME           PIC X(25).
       02 FILLER                   PIC X(11) VALUE " BILL DATE ".
       02 CIHBILLDATE              PIC 9(8).

01     CORPINVOICEADDRESSLINE.
       02 FILLER                   PIC X(17) VALUE "BILLING ADDRESS: ".
       02 CIAADDRESS               PIC X(40).

01     CORPINVOICETOPICLINE.
       02 FILLER                   PIC X(12) VALUE "HANDSET".
       02 FILLER                   PIC X(25) VALUE "USER".
       02 FILLER                   PIC X(10) VALUE "      TEXT".
       02 FILLER                   PIC X(10) VALUE "     VOICE".
       02 FILLER                   PIC X(10) VALUE "      DATA".
       02 FILLER                   PIC X(10) VALUE "   ROAMING".
       02 FILLER                   PIC X(10) VALUE "  PLAN FEE".
       02 FILLER                   PIC X(11) VALUE " ADJUSTMENT".
       02 FILLER                   PIC X(11) VALUE "      TOTAL".

01     CORPINVOICEHANDSETLINE.
       02 CILSUBSCRIBERID          PIC 9(10).
       02 FILLER                   PIC X(2)  VALUE SPACES.
       02 CILSUBSCRIBERNAME        PIC X(25).
       02 CILTEXTS                 PIC $$$,$$9.99.
       02 CILCALLS                 PIC $$$,$$9.99.
       02 CILDATA                  PIC $$$,$$9.99.
       02 CILROAMING               PIC $$$,$$9.99.
       02 CILPLANFEE               PIC $$$,$$9.99.
       02 CILADJUSTMENTS           PIC $$$,$$9.99-.
       02 CILTOTAL                 PIC $$$,$$9.99-.

01     CORPINVOICETOTALLINE.
       02 FILLER                   PIC X(14) VALUE "ACCOUNT TOTAL ".
       02 CITHANDSETS              PIC ZZZ9.
       02 FILLER                   PIC X(10) VALUE " HANDSETS ".
       02 FILLER                   PIC X(69) VALUE SPACES.
       02 CITTOTAL                 PIC $$$$,$$9.99-.

01     WORKRECORDSREAD             PIC 9(7) VALUE ZERO.
01     INVOICEDETAILSWRITTEN       PIC 9(7) VALUE ZERO.
01     EXCEPTIONSWRITTEN           PIC 9(7) VALUE ZERO.
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.

01     SERVICEVATRATEFILESTATUS PIC XX.
       88 SERVICEVATRATEFILEOK  VALUE "00".
01     BILLINGVATANALYSISFILESTATUS PIC XX.
       88 BILLINGVATANALYSISFILEOK  VALUE "00".

01     SERVICEVATRATECOUNT      PIC 9(3) VALUE ZERO.
01     SERVICEVATRATETABLE.
       02 SERVICEVATRATE OCCURS 0 TO 200 TIMES
               DEPENDING ON SERVICEVATRATECOUNT.
           03 SVRSERVICETYPE    PIC X(8).
           03 SVRRATEPCT        PIC 99V99.
           03 SVREFFECTIVEDATE  PIC 9(8).
01     SVRIDX                   PIC 9(3).

*>   What this run billed under each service type, VAT-inclusive as
*>   the tariffs are - the same amounts the interface totals and the
*>   GL revenue are built from. Adjustments are one service type of
*>   their own.
01     BILLINGVATTYPES.
       02 FILLER PIC X(48)
               VALUE "TEXT    VOICE   DATA    ROAMING PLANFEE ADJUST  ".
01     FILLER REDEFINES BILLINGVATTYPES.
       02 BILLINGVATTYPE        PIC X(8) OCCURS 6 TIMES.
01     BILLINGVATGROSSTABLE.
       02 BILLINGVATGROSS       PIC S9(9)V99 OCCURS 6 TIMES.
01     BVIDX                    PIC 9.

01     OLDBILLINGVATCOUNT       PIC 9(5) VALUE ZERO.
01     OLDBILLINGVATTABLE.
       02 OLDBILLINGVATLINE     PIC X(53)
               OCCURS 0 TO 20000 TIMES DEPENDING ON OLDBILLINGVATCOUNT.
01     OLDBILLINGVATIDX         PIC 9(5).

01     BESTVATDATE              PIC 9(8).
01     VATRATEINFORCE           PIC 99V99.
01     VATRATEHELDSWITCH        PIC X VALUE "N".
       88 VATRATEHELD           VALUE "Y".

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       PERFORM OPENSUBSCRIBERMASTER
       PERFORM LOADTARIFFTABLE
       PERFORM LOADPLANCHARGES
       PERFORM LOADPLANALLOWANCES
       PERFORM LOADPLANHISTORY
       PERFORM LOADADJUSTMENTS
       PERFORM LOADCORPORATEACCOUNTS
       PERFORM LOADCORPORATEMEMBERS
       PERFORM LOADSERVICEVATRATES
       PERFORM SETBILLMONTHBOUNDS

       DISPLAY "ENTER BILL SHOCK MULTIPLE OR BLANK FOR "
           "NO - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:1) TO POSTLEDGERENTRY

       DISPLAY "ENTER DUPLICATE EVENT WINDOW IN DAYS OR BLANK FOR "
           DUPLICATEWINDOWDAYS " - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:3) TO DUPLICATEWINDOWENTRY
       PERFORM CLOSERUNPARAMETERFILE
       IF DUPLICATEWINDOWENTRY NOT = SPACES
           MOVE DUPLICATEWINDOWENTRY TO DUPLICATEWINDOWDAYS
       END-IF
       IF POSTLEDGERENTRY = "Y" OR POSTLEDGERENTRY = "y"
           SET POSTINGTOLEDGER TO TRUE
       END-IF
       END-IF

       PERFORM PRESCANUSAGEFILE
       PERFORM LOADEVENTHISTORY
       PERFORM LOADHELDEVENTS

       PERFORM FINDLASTBILLINGCHECKPOINT
       IF BILLINGNOTRESTARTING
           INPUT PROCEDURE IS RELEASEUSAGEDETAILS
           OUTPUT PROCEDURE IS CREATESUMMARYFILE
       PERFORM REGISTERUSAGEFILEBILLED
       PERFORM RECORDEVENTHISTORY
       PERFORM REWRITEHELDEVENTS
       PERFORM WRITEDUPLICATEEVENTREPORT
       STOP RUN.

*>   The whole file is vetted before the sort releases anything: the
           AT END SET ENDOFUSAGEFILE TO TRUE
       END-READ
       PERFORM RELEASEONEUSAGERECORD UNTIL ENDOFUSAGEFILE
       CLOSE BILLABLESERVICEFILE
       PERFORM RELEASEONEFREEDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT.

RELEASEONEUSAGERECORD.
       IF USAGEDETAILREC
           IF INBOUNDROAMING
               ADD 1 TO INBOUNDROAMSKIPPED
           ELSE
               PERFORM CHECKFORDUPLICATEEVENT
               IF DUPLICATEEVENT
                   PERFORM HOLDDUPLICATEEVENT
               ELSE
                   RELEASE WORKREC
               END-IF
           END-IF
       END-IF
       READ BILLABLESERVICEFILE
           AT END SET ENDOFUSAGEFILE TO TRUE
       END-READ.

*>   An event with no date and time stamp cannot be told from any
*>   other, so it is rated as it comes rather than held.
CHECKFORDUPLICATEEVENT.
       SET NOTDUPLICATEEVENT TO TRUE
       MOVE ZERO TO MATCHEDSEQUENCE
       IF EVENTDATETIMETEXT-WF = SPACES OR EVENTDATETIME-WF = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SUBSCRIBERID-WF      TO CURRENTEVENTSUBSCRIBER
       MOVE SERVICETYPECODE-WF   TO CURRENTEVENTTYPE
       MOVE EVENTDATETIMETEXT-WF TO CURRENTEVENTDATETIME
       MOVE UNITSUSED-WF         TO CURRENTEVENTUNITS
       IF EVENTHISTORYCOUNT > ZERO
           SEARCH ALL EVENTHISTORYENTRY
               AT END CONTINUE
               WHEN EHEVENTKEY(EHIDX) = CURRENTEVENTKEY
                   SET EVENTHISTORYIDX TO EHIDX
                   PERFORM CHECKHISTORYNEIGHBOURS
           END-SEARCH
       END-IF
       IF NOTDUPLICATEEVENT
           PERFORM CHECKONEFILEEVENT
               VARYING FILEEVENTIDX FROM 1 BY 1
               UNTIL FILEEVENTIDX > FILEEVENTCOUNT OR DUPLICATEEVENT
       END-IF
       IF NOTDUPLICATEEVENT
           IF FILEEVENTCOUNT < 20000
               ADD 1 TO FILEEVENTCOUNT
               MOVE CURRENTEVENTKEY TO FILEEVENTKEY(FILEEVENTCOUNT)
           ELSE
               IF NOT EVENTTABLEFULL
                   SET EVENTTABLEFULL TO TRUE
                   DISPLAY "USAGE FILE HAS MORE THAN 20000 EVENTS - "
                       "LATER EVENTS NOT CHECKED FOR DUPLICATES"
               END-IF
           END-IF
       END-IF.

*>   SEARCH ALL lands on any one row with the key; the same event may
*>   sit in the history once under this file's own sequence (an
*>   earlier cycle's pass) and once under the file it came from, so
*>   the rows either side with the same key are looked at as well.
CHECKHISTORYNEIGHBOURS.
       PERFORM STEPBACKONEHISTORYEVENT
           UNTIL EVENTHISTORYIDX = 1
           OR EHEVENTKEY(EVENTHISTORYIDX - 1) NOT = CURRENTEVENTKEY
       PERFORM CHECKONEHISTORYEVENT
           UNTIL EVENTHISTORYIDX > EVENTHISTORYCOUNT
           OR EHEVENTKEY(EVENTHISTORYIDX) NOT = CURRENTEVENTKEY
           OR DUPLICATEEVENT.

STEPBACKONEHISTORYEVENT.
       SUBTRACT 1 FROM EVENTHISTORYIDX.

CHECKONEHISTORYEVENT.
       IF EHFILESEQUENCE(EVENTHISTORYIDX) NOT = THISFILESEQUENCE
           SET DUPLICATEEVENT TO TRUE
           MOVE EHFILESEQUENCE(EVENTHISTORYIDX) TO MATCHEDSEQUENCE
       END-IF
       ADD 1 TO EVENTHISTORYIDX.

CHECKONEFILEEVENT.
       IF FILEEVENTKEY(FILEEVENTIDX) = CURRENTEVENTKEY
           SET DUPLICATEEVENT TO TRUE
           MOVE THISFILESEQUENCE TO MATCHEDSEQUENCE
       END-IF.

*>   The same file passed again for another cycle finds its duplicates
*>   already held from the first pass - they stay held, once.
HOLDDUPLICATEEVENT.
       MOVE "N" TO ALREADYHELDSWITCH
       PERFORM CHECKONEHELDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT OR ALREADYHELD
       IF ALREADYHELD
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO HELDEVENTCOUNT
       ADD 1 TO LASTHOLDREFERENCE
       ADD 1 TO EVENTSHELDTHISRUN
       INITIALIZE HELDEVENTENTRY(HELDEVENTCOUNT)
       MOVE LASTHOLDREFERENCE TO HTHOLDREFERENCE(HELDEVENTCOUNT)
       SET HTHELD(HELDEVENTCOUNT) TO TRUE
       MOVE THISFILESEQUENCE  TO HTFILESEQUENCE(HELDEVENTCOUNT)
       MOVE MATCHEDSEQUENCE   TO HTMATCHEDSEQUENCE(HELDEVENTCOUNT)
       MOVE RUNDATE           TO HTHELDDATE(HELDEVENTCOUNT)
       MOVE WORKREC           TO HTUSAGEBODY(HELDEVENTCOUNT)
       MOVE "Y"               TO HTTHISRUN(HELDEVENTCOUNT).

CHECKONEHELDEVENT.
       IF HTUSAGEBODY(HELDEVENTIDX) = WORKREC
               AND HTFILESEQUENCE(HELDEVENTIDX) = THISFILESEQUENCE
           SET ALREADYHELD TO TRUE
       END-IF.

*>   An event ops have released goes into the sort as though it had
*>   arrived in tonight's file - but only on the run that bills its
*>   subscriber's cycle, so it is not passed over and lost.
RELEASEONEFREEDEVENT.
       IF HTRELEASED(HELDEVENTIDX)
           MOVE HTUSAGEBODY(HELDEVENTIDX) TO WORKREC
           SET SUBSCRIBERNOTONMASTER TO TRUE
           IF BILLINGONECYCLE AND SUBSCRIBERMASTERFILEOK
               MOVE SUBSCRIBERID-WF TO SUBSCRIBERID-SMF
               READ SUBSCRIBERMASTERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET SUBSCRIBERONMASTER TO TRUE
               END-READ
           END-IF
           IF NOT BILLINGONECYCLE OR SUBSCRIBERNOTONMASTER
                   OR BILLCYCLE-SMF = SELECTEDBILLCYCLE
               MOVE HTUSAGEBODY(HELDEVENTIDX) TO WORKREC
               RELEASE WORKREC
               SET HTBILLED(HELDEVENTIDX) TO TRUE
               MOVE RUNDATE TO HTBILLEDDATE(HELDEVENTIDX)
               MOVE "Y"     TO HTTHISRUN(HELDEVENTIDX)
               ADD 1 TO EVENTSRELEASEDTHISRUN
           END-IF
       END-IF.

*>   History rows past the window are dropped here; the rest come back
*>   in key order for tomorrow's SEARCH ALL.
LOADEVENTHISTORY.
       OPEN INPUT EVENTHISTORYFILE
       IF EVENTHISTORYFILEOK
           READ EVENTHISTORYFILE
               AT END SET ENDOFEVENTHISTORY TO TRUE
           END-READ
           PERFORM STOREONEHISTORYEVENT UNTIL ENDOFEVENTHISTORY
           CLOSE EVENTHISTORYFILE
       END-IF.

STOREONEHISTORYEVENT.
       IF FILESEQUENCE-EHF = THISFILESEQUENCE
           SET SEQUENCEINHISTORY TO TRUE
       END-IF
       COMPUTE EVENTAGEDAYS =
           FUNCTION INTEGER-OF-DATE(RUNDATE) -
           FUNCTION INTEGER-OF-DATE(RECORDEDDATE-EHF)
       IF EVENTAGEDAYS NOT > DUPLICATEWINDOWDAYS
           IF EVENTHISTORYCOUNT < 20000
               ADD 1 TO EVENTHISTORYCOUNT
               MOVE EVENTKEY-EHF     TO EHEVENTKEY(EVENTHISTORYCOUNT)
               MOVE FILESEQUENCE-EHF TO EHFILESEQUENCE(EVENTHISTORYCOUNT)
               MOVE RECORDEDDATE-EHF TO EHRECORDEDDATE(EVENTHISTORYCOUNT)
           ELSE
               IF NOT EVENTTABLEFULL
                   SET EVENTTABLEFULL TO TRUE
                   DISPLAY "USAGE EVENT HISTORY HOLDS MORE THAN 20000 "
                       "EVENTS - SHORTEN THE DUPLICATE WINDOW"
               END-IF
           END-IF
       END-IF
       READ EVENTHISTORYFILE
           AT END SET ENDOFEVENTHISTORY TO TRUE
       END-READ.

*>   Written only at clean end of run, like the usage register, so a
*>   checkpoint restart sees the same history the first attempt did.
*>   This file's events go in once, on its first pass.
RECORDEVENTHISTORY.
       SORT EVENTHISTORYSORTFILE ON ASCENDING KEY EVENTKEY-EHS
           INPUT PROCEDURE IS RELEASEHISTORYEVENTS
           GIVING EVENTHISTORYFILE.

RELEASEHISTORYEVENTS.
       PERFORM RELEASEONEKEPTHISTORYEVENT
           VARYING EVENTHISTORYIDX FROM 1 BY 1
           UNTIL EVENTHISTORYIDX > EVENTHISTORYCOUNT
       IF NOT SEQUENCEINHISTORY
           PERFORM RELEASEONEFILEEVENT
               VARYING FILEEVENTIDX FROM 1 BY 1
               UNTIL FILEEVENTIDX > FILEEVENTCOUNT
       END-IF.

RELEASEONEKEPTHISTORYEVENT.
       MOVE EHEVENTKEY(EVENTHISTORYIDX)     TO EVENTKEY-EHS
       MOVE EHFILESEQUENCE(EVENTHISTORYIDX) TO FILESEQUENCE-EHS
       MOVE EHRECORDEDDATE(EVENTHISTORYIDX) TO RECORDEDDATE-EHS
       RELEASE EVENTHISTORYSORTREC.

RELEASEONEFILEEVENT.
       MOVE FILEEVENTKEY(FILEEVENTIDX) TO EVENTKEY-EHS
       MOVE THISFILESEQUENCE           TO FILESEQUENCE-EHS
       MOVE RUNDATE                    TO RECORDEDDATE-EHS
       RELEASE EVENTHISTORYSORTREC.

LOADHELDEVENTS.
       OPEN INPUT HELDEVENTFILE
       IF HELDEVENTFILEOK
           READ HELDEVENTFILE
               AT END SET ENDOFHELDEVENTS TO TRUE
           END-READ
           PERFORM STOREONEHELDEVENT UNTIL ENDOFHELDEVENTS
           CLOSE HELDEVENTFILE
       END-IF.

STOREONEHELDEVENT.
       ADD 1 TO HELDEVENTCOUNT
       MOVE HOLDREFERENCE-HEF   TO HTHOLDREFERENCE(HELDEVENTCOUNT)
       MOVE HOLDSTATUS-HEF      TO HTSTATUS(HELDEVENTCOUNT)
       MOVE FILESEQUENCE-HEF    TO HTFILESEQUENCE(HELDEVENTCOUNT)
       MOVE MATCHEDSEQUENCE-HEF TO HTMATCHEDSEQUENCE(HELDEVENTCOUNT)
       MOVE HELDDATE-HEF        TO HTHELDDATE(HELDEVENTCOUNT)
       MOVE DECIDEDBY-HEF       TO HTDECIDEDBY(HELDEVENTCOUNT)
       MOVE DECIDEDDATE-HEF     TO HTDECIDEDDATE(HELDEVENTCOUNT)
       MOVE BILLEDDATE-HEF      TO HTBILLEDDATE(HELDEVENTCOUNT)
       MOVE USAGEBODY-HEF       TO HTUSAGEBODY(HELDEVENTCOUNT)
       MOVE "N"                 TO HTTHISRUN(HELDEVENTCOUNT)
       IF HOLDREFERENCE-HEF > LASTHOLDREFERENCE
           MOVE HOLDREFERENCE-HEF TO LASTHOLDREFERENCE
       END-IF
       READ HELDEVENTFILE
           AT END SET ENDOFHELDEVENTS TO TRUE
       END-READ.

REWRITEHELDEVENTS.
       IF EVENTSHELDTHISRUN > ZERO OR EVENTSRELEASEDTHISRUN > ZERO
           OPEN OUTPUT HELDEVENTFILE
           PERFORM WRITEONEHELDEVENT
               VARYING HELDEVENTIDX FROM 1 BY 1
               UNTIL HELDEVENTIDX > HELDEVENTCOUNT
           CLOSE HELDEVENTFILE
       END-IF.

WRITEONEHELDEVENT.
       MOVE SPACES                          TO HELDEVENTREC
       MOVE HTHOLDREFERENCE(HELDEVENTIDX)   TO HOLDREFERENCE-HEF
       MOVE HTSTATUS(HELDEVENTIDX)          TO HOLDSTATUS-HEF
       MOVE HTFILESEQUENCE(HELDEVENTIDX)    TO FILESEQUENCE-HEF
       MOVE HTMATCHEDSEQUENCE(HELDEVENTIDX) TO MATCHEDSEQUENCE-HEF
       MOVE HTHELDDATE(HELDEVENTIDX)        TO HELDDATE-HEF
       MOVE HTDECIDEDBY(HELDEVENTIDX)       TO DECIDEDBY-HEF
       MOVE HTDECIDEDDATE(HELDEVENTIDX)     TO DECIDEDDATE-HEF
       MOVE HTBILLEDDATE(HELDEVENTIDX)      TO BILLEDDATE-HEF
       MOVE HTUSAGEBODY(HELDEVENTIDX)       TO USAGEBODY-HEF
       WRITE HELDEVENTREC.

*>   What was held tonight and why, what ops released that tonight's
*>   run billed, and how many still wait on a decision.
WRITEDUPLICATEEVENTREPORT.
       OPEN OUTPUT DUPLICATEEVENTREPORT
       MOVE THISFILESEQUENCE TO PRNDUPFILESEQUENCE
       MOVE RUNDATE          TO PRNDUPRUNDATE
       WRITE DUPLICATEEVENTLINE FROM DUPLICATEHEADINGLINE
           AFTER ADVANCING 1 LINE
       MOVE "HELD OUT OF RATING THIS RUN" TO DUPLICATESECTIONLINE
       WRITE DUPLICATEEVENTLINE FROM DUPLICATESECTIONLINE
           AFTER ADVANCING 2 LINES
       WRITE DUPLICATEEVENTLINE FROM DUPLICATETOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEHELDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT
       MOVE "RELEASED BY OPS AND BILLED THIS RUN"
           TO DUPLICATESECTIONLINE
       WRITE DUPLICATEEVENTLINE FROM DUPLICATESECTIONLINE
           AFTER ADVANCING 2 LINES
       WRITE DUPLICATEEVENTLINE FROM DUPLICATETOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONERELEASEDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT
       MOVE ZERO TO EVENTSAWAITINGDECISION
       PERFORM COUNTONEUNDECIDEDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT
       MOVE "EVENTS HELD THIS RUN:" TO PRNDUPTOTALCAPTION
       MOVE EVENTSHELDTHISRUN TO PRNDUPTOTALCOUNT
       WRITE DUPLICATEEVENTLINE FROM DUPLICATETOTALLINE
           AFTER ADVANCING 2 LINES
       MOVE "RELEASED EVENTS BILLED THIS RUN:" TO PRNDUPTOTALCAPTION
       MOVE EVENTSRELEASEDTHISRUN TO PRNDUPTOTALCOUNT
       WRITE DUPLICATEEVENTLINE FROM DUPLICATETOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "HELD EVENTS AWAITING A DECISION:" TO PRNDUPTOTALCAPTION
       MOVE EVENTSAWAITINGDECISION TO PRNDUPTOTALCOUNT
       WRITE DUPLICATEEVENTLINE FROM DUPLICATETOTALLINE
           AFTER ADVANCING 1 LINE
       CLOSE DUPLICATEEVENTREPORT
       IF EVENTSHELDTHISRUN > ZERO
           DISPLAY "DUPLICATE USAGE EVENTS HELD OUT OF RATING: "
               EVENTSHELDTHISRUN " - SEE DuplicateEvents.rpt"
       END-IF.

PRINTONEHELDEVENT.
       IF HTHELD(HELDEVENTIDX) AND HTTHISRUN(HELDEVENTIDX) = "Y"
           MOVE SPACES TO PRNDUPNOTE
           IF HTMATCHEDSEQUENCE(HELDEVENTIDX) =
                   HTFILESEQUENCE(HELDEVENTIDX)
               MOVE "REPEATED IN FILE" TO PRNDUPNOTE
           ELSE
               MOVE "RE-SENT FROM EARLIER" TO PRNDUPNOTE
           END-IF
           PERFORM PRINTONEDUPLICATELINE
       END-IF.

PRINTONERELEASEDEVENT.
       IF HTBILLED(HELDEVENTIDX) AND HTTHISRUN(HELDEVENTIDX) = "Y"
           MOVE "RELEASED BY "          TO PRNDUPNOTE
           MOVE HTDECIDEDBY(HELDEVENTIDX) TO PRNDUPNOTE(13:8)
           PERFORM PRINTONEDUPLICATELINE
       END-IF.

PRINTONEDUPLICATELINE.
       MOVE HTUSAGEBODY(HELDEVENTIDX)       TO WORKREC
       MOVE HTHOLDREFERENCE(HELDEVENTIDX)   TO PRNDUPHOLDREFERENCE
       MOVE SUBSCRIBERID-WF                 TO PRNDUPSUBSCRIBERID
       MOVE SERVICETYPECODE-WF              TO PRNDUPSERVICETYPE
       MOVE EVENTDATETIMETEXT-WF            TO PRNDUPEVENTDATETIME
       MOVE UNITSUSED-WF                    TO PRNDUPUNITS
       MOVE HTFILESEQUENCE(HELDEVENTIDX)    TO PRNDUPFILESEQ
       MOVE HTMATCHEDSEQUENCE(HELDEVENTIDX) TO PRNDUPMATCHEDSEQ
       WRITE DUPLICATEEVENTLINE FROM DUPLICATEDETAILLINE
           AFTER ADVANCING 1 LINE.

COUNTONEUNDECIDEDEVENT.
       IF HTHELD(HELDEVENTIDX)
           ADD 1 TO EVENTSAWAITINGDECISION
       END-IF.

*>   A missing register is the first run with sequence numbers -
*>   nothing has been billed yet. Register rows carry the cycle they
*>   billed (** meaning every cycle, which rows cut before the cycle
           OPEN OUTPUT CALLDETAILFILE
       END-IF
       OPEN OUTPUT BILLINGCHECKPOINTFILE
       OPEN EXTEND PREPAIDUSAGEFILE
       IF NOT PREPAIDUSAGEFILEOK
           OPEN OUTPUT PREPAIDUSAGEFILE
       END-IF
       RETURN WORKFILE AT END SET ENDOFWORKFILE TO TRUE
       END-RETURN
       IF NOT ENDOFWORKFILE
                   AND CURRENTSUBSCRIBERCYCLE NOT = SELECTEDBILLCYCLE
               SET CYCLESKIPPED TO TRUE
           END-IF
           PERFORM COMPUTEPLANALLOWANCES
           PERFORM UNTIL SUBSCRIBERID-WF NOT EQUAL TO SUBSCRIBERID
               IF CYCLESKIPPED
                   CONTINUE
                           MOVE "UNRECOGNIZED SERVICE TYPE CODE" TO EXCEPTREASON
                           WRITE EXCEPTIONREC
                           ADD 1 TO EXCEPTIONSWRITTEN
                       ELSE
                       IF SUBSCRIBERISPREPAID
                           PERFORM WRITEONEPREPAIDUSAGE
                       ELSE
                           MOVE SPACES          TO INVOICEDETAILREC
                           MOVE SUBSCRIBERID-WF TO DETAILSUBSCRIBERID
                           ADD 1 TO INVOICEDETAILSWRITTEN
                           PERFORM WRITEONECALLDETAILLINE
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF NOT SKIPSUBSCRIBER AND NOT SUBSCRIBERIDINVALID
                   AND SUBSCRIBERONMASTER AND NOTCYCLESKIPPED
                   AND SUBSCRIBERISPREPAID
               ADD 1 TO PREPAIDSUBSCRIBERSRATED
               PERFORM WRITEBILLINGCHECKPOINT
           END-IF
           IF NOT SKIPSUBSCRIBER AND NOT SUBSCRIBERIDINVALID
                   AND SUBSCRIBERONMASTER AND NOTCYCLESKIPPED
                   AND NOT SUBSCRIBERISPREPAID
               PERFORM WRITECALLDETAILTOTALS
               PERFORM APPLYSUBSCRIBERADJUSTMENTS
               MOVE SUBSCRIBERADJUSTMENTS TO ADJUSTMENTS-SUM
                   ADD 1 TO INVOICEDETAILSWRITTEN
               END-IF
               MOVE CURRENTSUBSCRIBERNAME TO SUBSCRIBERNAME-SUM
               PERFORM MOVEALLOWANCESTOSUMMARY
               WRITE SUMMARYREC
               ADD 1 TO CYCLESUBSCRIBERSBILLED
               COMPUTE CYCLECHARGESTOTAL = CYCLECHARGESTOTAL
           CLOSE SUBSCRIBERMASTERFILE
       END-IF
       CLOSE SORTEDSUMMARYFILE, INVOICEDETAILFILE, EXCEPTIONFILE,
           BILLINGCHECKPOINTFILE, CALLDETAILFILE, PREPAIDUSAGEFILE.
       PERFORM CLEANUPBILLINGCHECKPOINTFILE.
       PERFORM DISPLAYCYCLECONTROLTOTALS.
       PERFORM WRITEHIGHUSAGEREVIEW.
       PERFORM WRITEINVOICINGINTERFACEEXTRACT.
       PERFORM WRITEADJUSTMENTREGISTER.
       PERFORM WRITEADJUSTMENTHISTORY.
       PERFORM REWRITEUNAPPLIEDADJUSTMENTS.
       PERFORM WRITEOPERATIONSLOG.

       READ SORTEDSUMMARYFILE AT END SET ENDOFSORTEDSUMMARYFILE TO TRUE
       END-READ
       PERFORM EXTRACTINVOICINGINTERFACERECORD UNTIL ENDOFSORTEDSUMMARYFILE
       PERFORM WRITECORPORATEINVOICES
       CLOSE SORTEDSUMMARYFILE, INVOICESYSTEMINTERFACEFILE
       IF POSTINGTOLEDGER
           CLOSE SUBSCRIBERLEDGERFILE
       END-IF
       PERFORM WRITEBILLINGVATANALYSIS.

EXTRACTINVOICINGINTERFACERECORD.
       MOVE SUBSCRIBERID TO WORKMEMBERID
       PERFORM FINDCORPORATEACCOUNTFORMEMBER
       IF MEMBERACCOUNTIDX NOT = ZERO
           PERFORM HOLDONECORPORATEHANDSET
       ELSE
           MOVE SPACES       TO INVOICESYSTEMINTERFACEREC
           MOVE SUBSCRIBERID TO IFSUBSCRIBERID
           MOVE RUNDATE      TO IFBILLPERIOD
           MOVE SUBSCRIBERNAME-SUM TO IFSUBSCRIBERNAME
           COMPUTE IFTOTALCHARGES =
               COSTOFTEXTS + COSTOFCALLS + COSTOFDATA + COSTOFROAMING
               + PLANCHARGE-SUM + ADJUSTMENTS-SUM
           WRITE INVOICESYSTEMINTERFACEREC
           ADD 1 TO INTERFACERECORDSWRITTEN
           PERFORM ADDBILLTOVATANALYSIS
           MOVE SUBSCRIBERID TO LEDGERPOSTID
           PERFORM POSTBILLTOSUBSCRIBERLEDGER
       END-IF
       READ SORTEDSUMMARYFILE AT END SET ENDOFSORTEDSUMMARYFILE TO TRUE
       END-READ.

ADDBILLTOVATANALYSIS.
       ADD COSTOFTEXTS     TO BILLINGVATGROSS(1)
       ADD COSTOFCALLS     TO BILLINGVATGROSS(2)
       ADD COSTOFDATA      TO BILLINGVATGROSS(3)
       ADD COSTOFROAMING   TO BILLINGVATGROSS(4)
       ADD PLANCHARGE-SUM  TO BILLINGVATGROSS(5)
       ADD ADJUSTMENTS-SUM TO BILLINGVATGROSS(6).

*>   A handset billed to a corporate account is held here with its
*>   section of the account's invoice; nothing goes to the interface
*>   or the ledger for the handset itself.
HOLDONECORPORATEHANDSET.
       ADD 1 TO CORPHANDSETCOUNT
       MOVE MEMBERACCOUNTIDX   TO CHACCOUNTIDX(CORPHANDSETCOUNT)
       MOVE SUBSCRIBERID       TO CHSUBSCRIBERID(CORPHANDSETCOUNT)
       MOVE SUBSCRIBERNAME-SUM TO CHSUBSCRIBERNAME(CORPHANDSETCOUNT)
       MOVE COSTOFTEXTS        TO CHTEXTS(CORPHANDSETCOUNT)
       MOVE COSTOFCALLS        TO CHCALLS(CORPHANDSETCOUNT)
       MOVE COSTOFDATA         TO CHDATA(CORPHANDSETCOUNT)
       MOVE COSTOFROAMING      TO CHROAMING(CORPHANDSETCOUNT)
       MOVE PLANCHARGE-SUM     TO CHPLANFEE(CORPHANDSETCOUNT)
       MOVE ADJUSTMENTS-SUM    TO CHADJUSTMENTS(CORPHANDSETCOUNT)
       COMPUTE CHTOTAL(CORPHANDSETCOUNT) =
           COSTOFTEXTS + COSTOFCALLS + COSTOFDATA + COSTOFROAMING
           + PLANCHARGE-SUM + ADJUSTMENTS-SUM
       ADD CHTOTAL(CORPHANDSETCOUNT)
           TO CAINVOICETOTAL(MEMBERACCOUNTIDX)
       PERFORM ADDBILLTOVATANALYSIS
       ADD 1 TO CAHANDSETSBILLED(MEMBERACCOUNTIDX).

*>   One invoice per account that had a handset billed this run: the
*>   account's heading and billing address, a section line per
*>   handset, and the account total - which is also the one interface
*>   record and the one ledger bill, under the account number, so the
*>   debt is aged, dunned and collected at the account.
WRITECORPORATEINVOICES.
       OPEN OUTPUT CORPORATEINVOICEFILE
       PERFORM WRITEONECORPORATEINVOICE
           VARYING CORPACCOUNTIDX FROM 1 BY 1
           UNTIL CORPACCOUNTIDX > CORPACCOUNTCOUNT
       CLOSE CORPORATEINVOICEFILE
       IF CORPORATEINVOICESWRITTEN > ZERO
           DISPLAY "CORPORATE INVOICES WRITTEN: "
               CORPORATEINVOICESWRITTEN
       END-IF.

WRITEONECORPORATEINVOICE.
       IF CAHANDSETSBILLED(CORPACCOUNTIDX) > ZERO
           MOVE CAACCOUNTID(CORPACCOUNTIDX)   TO CIHACCOUNTID
           MOVE CAACCOUNTNAME(CORPACCOUNTIDX) TO CIHACCOUNTNAME
           MOVE RUNDATE                       TO CIHBILLDATE
           WRITE CORPORATEINVOICELINE FROM CORPINVOICEHEADINGLINE
               AFTER ADVANCING PAGE
           MOVE CABILLINGADDRESS(CORPACCOUNTIDX) TO CIAADDRESS
           WRITE CORPORATEINVOICELINE FROM CORPINVOICEADDRESSLINE
               AFTER ADVANCING 1 LINE
           WRITE CORPORATEINVOICELINE FROM CORPINVOICETOPICLINE
               AFTER ADVANCING 2 LINES
           PERFORM WRITEONECORPORATEHANDSETLINE
               VARYING CORPHANDSETIDX FROM 1 BY 1
               UNTIL CORPHANDSETIDX > CORPHANDSETCOUNT
           MOVE CAHANDSETSBILLED(CORPACCOUNTIDX) TO CITHANDSETS
           MOVE CAINVOICETOTAL(CORPACCOUNTIDX)   TO CITTOTAL
           WRITE CORPORATEINVOICELINE FROM CORPINVOICETOTALLINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES                        TO INVOICESYSTEMINTERFACEREC
           MOVE CAACCOUNTID(CORPACCOUNTIDX)   TO IFSUBSCRIBERID
           MOVE RUNDATE                       TO IFBILLPERIOD
           MOVE CAACCOUNTNAME(CORPACCOUNTIDX) TO IFSUBSCRIBERNAME
           MOVE CAINVOICETOTAL(CORPACCOUNTIDX) TO IFTOTALCHARGES
           WRITE INVOICESYSTEMINTERFACEREC
           ADD 1 TO INTERFACERECORDSWRITTEN
           MOVE CAACCOUNTID(CORPACCOUNTIDX)   TO LEDGERPOSTID
           PERFORM POSTBILLTOSUBSCRIBERLEDGER
           ADD 1 TO CORPORATEINVOICESWRITTEN
       END-IF.

WRITEONECORPORATEHANDSETLINE.
       IF CHACCOUNTIDX(CORPHANDSETIDX) = CORPACCOUNTIDX
           MOVE CHSUBSCRIBERID(CORPHANDSETIDX)   TO CILSUBSCRIBERID
           MOVE CHSUBSCRIBERNAME(CORPHANDSETIDX) TO CILSUBSCRIBERNAME
           MOVE CHTEXTS(CORPHANDSETIDX)          TO CILTEXTS
           MOVE CHCALLS(CORPHANDSETIDX)          TO CILCALLS
           MOVE CHDATA(CORPHANDSETIDX)           TO CILDATA
           MOVE CHROAMING(CORPHANDSETIDX)        TO CILROAMING
           MOVE CHPLANFEE(CORPHANDSETIDX)        TO CILPLANFEE
           MOVE CHADJUSTMENTS(CORPHANDSETIDX)    TO CILADJUSTMENTS
           MOVE CHTOTAL(CORPHANDSETIDX)          TO CILTOTAL
           WRITE CORPORATEINVOICELINE FROM CORPINVOICEHANDSETLINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   Zero when the subscriber bills in their own right.
FINDCORPORATEACCOUNTFORMEMBER.
       MOVE ZERO TO MEMBERACCOUNTIDX, WORKMEMBERACCOUNTID
       PERFORM CHECKONECORPORATEMEMBER
           VARYING CORPMEMBERIDX FROM 1 BY 1
           UNTIL CORPMEMBERIDX > CORPMEMBERCOUNT
           OR WORKMEMBERACCOUNTID NOT = ZERO
       IF WORKMEMBERACCOUNTID NOT = ZERO AND CORPACCOUNTCOUNT > ZERO
           SEARCH ALL CORPACCOUNT
               AT END CONTINUE
               WHEN CAACCOUNTID(CAIDX) = WORKMEMBERACCOUNTID
                   SET MEMBERACCOUNTIDX TO CAIDX
           END-SEARCH
       END-IF.

CHECKONECORPORATEMEMBER.
       IF CMSUBSCRIBERID(CORPMEMBERIDX) = WORKMEMBERID
           MOVE CMACCOUNTID(CORPMEMBERIDX) TO WORKMEMBERACCOUNTID
       END-IF.

LOADCORPORATEACCOUNTS.
       OPEN INPUT CORPORATEACCOUNTFILE
       IF CORPORATEACCOUNTFILEOK
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
           PERFORM STOREONECORPORATEACCOUNT
               UNTIL ENDOFCORPORATEACCOUNTS
           CLOSE CORPORATEACCOUNTFILE
       END-IF.

STOREONECORPORATEACCOUNT.
       ADD 1 TO CORPACCOUNTCOUNT
       MOVE ACCOUNTID-CAF      TO CAACCOUNTID(CORPACCOUNTCOUNT)
       MOVE ACCOUNTNAME-CAF    TO CAACCOUNTNAME(CORPACCOUNTCOUNT)
       MOVE BILLINGADDRESS-CAF TO CABILLINGADDRESS(CORPACCOUNTCOUNT)
       MOVE ZERO TO CAINVOICETOTAL(CORPACCOUNTCOUNT),
           CAHANDSETSBILLED(CORPACCOUNTCOUNT)
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.

LOADCORPORATEMEMBERS.
       OPEN INPUT CORPORATEMEMBERFILE
       IF CORPORATEMEMBERFILEOK
           READ CORPORATEMEMBERFILE
               AT END SET ENDOFCORPORATEMEMBERS TO TRUE
           END-READ
           PERFORM STOREONECORPORATEMEMBER
               UNTIL ENDOFCORPORATEMEMBERS
           CLOSE CORPORATEMEMBERFILE
       END-IF.

STOREONECORPORATEMEMBER.
       ADD 1 TO CORPMEMBERCOUNT
       MOVE SUBSCRIBERID-CMF TO CMSUBSCRIBERID(CORPMEMBERCOUNT)
       MOVE ACCOUNTID-CMF    TO CMACCOUNTID(CORPMEMBERCOUNT)
       READ CORPORATEMEMBERFILE
           AT END SET ENDOFCORPORATEMEMBERS TO TRUE
       END-READ.

DISPLAYCYCLECONTROLTOTALS.
           DISPLAY "ALL CYCLES - SUBSCRIBERS BILLED: "
               CYCLESUBSCRIBERSBILLED " TOTAL CHARGES: "
               PRNCYCLECHARGES
       END-IF
       IF PREPAIDSUBSCRIBERSRATED > ZERO
           DISPLAY "PREPAID - SUBSCRIBERS RATED: "
               PREPAIDSUBSCRIBERSRATED " EVENTS TO BALANCE UPDATE: "
               PREPAIDEVENTSWRITTEN
       END-IF.

*>   The run is driven off the usage file, but a subscriber with no
*>   authorized adjustments) - the indexed master is swept front to
*>   back for anyone in the selected cycle the usage groups did not
*>   touch, and their pro-rated fee billed like everyone else's.
*>   Prepaid subscribers pay as they go and are never billed a fee.
SWEEPZEROUSAGESUBSCRIBERS.
       IF NOT SUBSCRIBERMASTERFILEOK
           EXIT PARAGRAPH
SWEEPONESUBSCRIBER.
       MOVE SUBSCRIBERID-SMF TO WORKTOUCHEDID
       PERFORM CHECKSUBSCRIBERTOUCHED
       IF SUBSCRIBERNOTTOUCHED AND NOT PREPAID-SMF
               AND (BILLINGALLCYCLES
                    OR BILLCYCLE-SMF = SELECTEDBILLCYCLE)
           MOVE ZEROS TO COSTOFTEXTS, COSTOFCALLS, COSTOFDATA,
           MOVE PLANCODE-SMF       TO CURRENTSUBSCRIBERPLAN
           MOVE JOINDATE-SMF       TO CURRENTJOINDATE
           MOVE LEAVEDATE-SMF      TO CURRENTLEAVEDATE
           SET SUBSCRIBERONMASTER  TO TRUE
           PERFORM COMPUTEPLANALLOWANCES
           PERFORM APPLYSUBSCRIBERADJUSTMENTS
           MOVE SUBSCRIBERADJUSTMENTS TO ADJUSTMENTS-SUM
           PERFORM COMPUTEPLANCHARGE
           IF PRORATEDPLANCHARGE > ZERO
                   OR ADJUSTMENTS-SUM NOT = ZERO
               MOVE CURRENTSUBSCRIBERNAME TO SUBSCRIBERNAME-SUM
               PERFORM MOVEALLOWANCESTOSUMMARY
               WRITE SUMMARYREC
               ADD 1 TO CYCLESUBSCRIBERSBILLED
               COMPUTE CYCLECHARGESTOTAL = CYCLECHARGESTOTAL
NOTEONEBILLEDSUBSCRIBER.
       ADD 1 TO BILLEDIDCOUNT
       MOVE SUBSCRIBERID TO BILLEDSUBSCRIBERID(BILLEDIDCOUNT)
       MOVE SUBSCRIBERID TO WORKMEMBERID
       PERFORM FINDCORPORATEACCOUNTFORMEMBER
       IF MEMBERACCOUNTIDX NOT = ZERO
           ADD 1 TO BILLEDIDCOUNT
           MOVE CAACCOUNTID(MEMBERACCOUNTIDX)
               TO BILLEDSUBSCRIBERID(BILLEDIDCOUNT)
       END-IF
       READ SORTEDSUMMARYFILE
           AT END SET ENDOFSORTEDSUMMARYFILE TO TRUE
       END-READ.
APPLYONEADJUSTMENT.
       IF ADSUBSCRIBERID(ADJUSTMENTIDX) = SUBSCRIBERID
               AND ADUNMATCHED(ADJUSTMENTIDX)
               AND ADEFFECTIVEDATE(ADJUSTMENTIDX) NOT > RUNDATE
           IF ADAUTHCODE(ADJUSTMENTIDX) = SPACES
               SET ADREFUSEDNOAUTH(ADJUSTMENTIDX) TO TRUE
           ELSE
           END-IF
       END-IF.

*>   An event with no stamp is dated the run date at midnight so the
*>   balance update still has a point in time to take it at.
WRITEONEPREPAIDUSAGE.
       MOVE SUBSCRIBERID-WF    TO SUBSCRIBERID-PUF
       IF EVENTDATETIMETEXT-WF IS NUMERIC
               AND EVENTDATETIME-WF > ZERO
           MOVE EVENTDATETIME-WF TO EVENTDATETIME-PUF
       ELSE
           MOVE ZERO    TO EVENTDATETIME-PUF
           MOVE RUNDATE TO EVENTDATETIME-PUF(1:8)
       END-IF
       MOVE SERVICETYPECODE-WF TO SERVICETYPECODE-PUF
       MOVE UNITSUSED-WF       TO UNITSUSED-PUF
       MOVE CHARGEABLEUNITS    TO CHARGEABLEUNITS-PUF
       MOVE SERVICECOST-WS     TO SERVICECOST-PUF
       MOVE RUNDATE            TO RATEDDATE-PUF
       WRITE PREPAIDUSAGEREC
       ADD 1 TO PREPAIDEVENTSWRITTEN.

*>   One statement line per rated event. The date and time print as
*>   zeros for records the switch cut before the stamp was carried.
WRITEONECALLDETAILLINE.
           MOVE "PEAK"     TO CDBANDTEXT
       END-IF
       MOVE UNITSUSED-WF    TO CDUNITS
       MOVE EVENTALLOWANCETAKEN TO CDALLOWANCETAKEN
       IF SERVICETYPECODE-WF > ZERO AND SERVICETYPECODE-WF < 5
           COMPUTE CDALLOWANCELEFT =
               ALLOWANCEGRANTED(SERVICETYPECODE-WF)
               - ALLOWANCETAKEN(SERVICETYPECODE-WF)
       ELSE
           MOVE ZERO TO CDALLOWANCELEFT
       END-IF
       MOVE SERVICECOST-WS  TO CDCOST
       WRITE CALLDETAILLINE FROM CALLDETAILWORKLINE.

       WRITE CALLDETAILLINE FROM CALLDETAILTOTALLINE
       MOVE "ROAMING"    TO CDTSERVICETYPE
       MOVE COSTOFROAMING TO CDTAMOUNT
       WRITE CALLDETAILLINE FROM CALLDETAILTOTALLINE
       PERFORM WRITEONEALLOWANCELINE
           VARYING ALLOWANCEIDX FROM 1 BY 1 UNTIL ALLOWANCEIDX > 4.

*>   A service the plan includes units of gets its allowance line even
*>   in a month nothing was used, so the statement shows it all left.
WRITEONEALLOWANCELINE.
       IF ALLOWANCEGRANTED(ALLOWANCEIDX) > ZERO
           MOVE SUBSCRIBERID TO CDASUBSCRIBERID
           MOVE SERVICETYPENAME(ALLOWANCEIDX) TO CDASERVICETYPE
           MOVE SERVICEUNITSUSED(ALLOWANCEIDX) TO CDAUNITSUSED
           MOVE ALLOWANCETAKEN(ALLOWANCEIDX) TO CDAALLOWANCETAKEN
           COMPUTE CDAALLOWANCELEFT = ALLOWANCEGRANTED(ALLOWANCEIDX)
               - ALLOWANCETAKEN(ALLOWANCEIDX)
           WRITE CALLDETAILLINE FROM CALLDETAILALLOWANCELINE
       END-IF.

MOVEALLOWANCESTOSUMMARY.
       PERFORM MOVEONEALLOWANCETOSUMMARY
           VARYING ALLOWANCEIDX FROM 1 BY 1 UNTIL ALLOWANCEIDX > 4.

MOVEONEALLOWANCETOSUMMARY.
       MOVE SERVICEUNITSUSED(ALLOWANCEIDX)
           TO UNITSUSED-SUM(ALLOWANCEIDX)
       MOVE ALLOWANCETAKEN(ALLOWANCEIDX)
           TO ALLOWANCETAKEN-SUM(ALLOWANCEIDX)
       COMPUTE ALLOWANCELEFT-SUM(ALLOWANCEIDX) =
           ALLOWANCEGRANTED(ALLOWANCEIDX) - ALLOWANCETAKEN(ALLOWANCEIDX).

WRITEADJUSTMENTREGISTER.
       IF ADJUSTMENTCOUNT > ZERO
               MOVE "APPLIED" TO REGOUTCOME
           WHEN ADREFUSEDNOAUTH(ADJUSTMENTIDX)
               MOVE "REFUSED - NO AUTH" TO REGOUTCOME
           WHEN ADEFFECTIVEDATE(ADJUSTMENTIDX) > RUNDATE
               MOVE "NOT YET EFFECTIVE" TO REGOUTCOME
           WHEN OTHER
               MOVE "NOT MATCHED THIS RUN" TO REGOUTCOME
       END-EVALUATE
       WRITE ADJUSTMENTREGISTERLINE FROM ADJREGISTERDETAIL
           AFTER ADVANCING 1 LINE.

WRITEADJUSTMENTHISTORY.
       IF ADJUSTMENTCOUNT > ZERO
           OPEN EXTEND ADJUSTMENTHISTORYFILE
           IF NOT ADJUSTMENTHISTORYFILEOK
               OPEN OUTPUT ADJUSTMENTHISTORYFILE
           END-IF
           PERFORM WRITEONEADJUSTMENTHISTORY
               VARYING ADJUSTMENTIDX FROM 1 BY 1
               UNTIL ADJUSTMENTIDX > ADJUSTMENTCOUNT
           CLOSE ADJUSTMENTHISTORYFILE
       END-IF.

WRITEONEADJUSTMENTHISTORY.
       IF ADAPPLIED(ADJUSTMENTIDX)
           MOVE SPACES TO ADJUSTMENTHISTORYREC
           MOVE ADSUBSCRIBERID(ADJUSTMENTIDX) TO SUBSCRIBERID-AHF
           MOVE RUNDATE                       TO BILLDATE-AHF
           MOVE ADTYPE(ADJUSTMENTIDX)         TO ADJUSTMENTTYPE-AHF
           MOVE ADAMOUNT(ADJUSTMENTIDX)       TO AMOUNT-AHF
           MOVE ADREASON(ADJUSTMENTIDX)       TO REASON-AHF
           MOVE ADAUTHCODE(ADJUSTMENTIDX)     TO AUTHCODE-AHF
           WRITE ADJUSTMENTHISTORYREC
       END-IF.

*>   Applied adjustments are consumed; refused and unmatched ones stay
*>   on file for the next run after someone has looked at them, and
*>   one not yet effective waits for the run that reaches its date.
REWRITEUNAPPLIEDADJUSTMENTS.
       IF ADJUSTMENTCOUNT > ZERO
           OPEN OUTPUT ADJUSTMENTSFILE
           MOVE ADAMOUNT(ADJUSTMENTIDX)       TO AMOUNT-ADJ
           MOVE ADREASON(ADJUSTMENTIDX)       TO REASON-ADJ
           MOVE ADAUTHCODE(ADJUSTMENTIDX)     TO AUTHCODE-ADJ
           MOVE ADEFFECTIVEDATE(ADJUSTMENTIDX) TO EFFECTIVEDATE-ADJ
           WRITE ADJUSTMENTREC
       END-IF.

       MOVE AMOUNT-ADJ         TO ADAMOUNT(ADJUSTMENTCOUNT)
       MOVE REASON-ADJ         TO ADREASON(ADJUSTMENTCOUNT)
       MOVE AUTHCODE-ADJ       TO ADAUTHCODE(ADJUSTMENTCOUNT)
       IF EFFECTIVEDATE-ADJ IS NUMERIC
           MOVE EFFECTIVEDATE-ADJ TO ADEFFECTIVEDATE(ADJUSTMENTCOUNT)
       ELSE
           MOVE ZERO TO ADEFFECTIVEDATE(ADJUSTMENTCOUNT)
       END-IF
       SET ADUNMATCHED(ADJUSTMENTCOUNT) TO TRUE
       READ ADJUSTMENTSFILE
           AT END SET ENDOFADJUSTMENTSFILE TO TRUE
POSTBILLTOSUBSCRIBERLEDGER.
       IF POSTINGTOLEDGER AND IFTOTALCHARGES > ZERO
           MOVE SPACES         TO SUBSCRIBERLEDGERREC
           MOVE LEDGERPOSTID   TO SUBSCRIBERID-SLF
           SET SUBSCRIBERBILL  TO TRUE
           MOVE IFTOTALCHARGES TO AMOUNT-SLF
           MOVE RUNDATE        TO ENTRYDATE-SLF
       END-IF
       IF POSTINGTOLEDGER AND IFTOTALCHARGES < ZERO
           MOVE SPACES          TO SUBSCRIBERLEDGERREC
           MOVE LEDGERPOSTID    TO SUBSCRIBERID-SLF
           SET SUBSCRIBERCREDIT TO TRUE
           COMPUTE AMOUNT-SLF = IFTOTALCHARGES * -1
           MOVE RUNDATE         TO ENTRYDATE-SLF
       PERFORM FINDPLANINFORCEFORDATE
       MOVE PLANINFORCEFORDATE TO RATINGPLANCODE
       PERFORM FINDRATEINFORCE
       MOVE ZERO TO EVENTALLOWANCETAKEN
       MOVE UNITSUSED-WF TO CHARGEABLEUNITS
       IF SERVICETYPECODE-WF > ZERO AND SERVICETYPECODE-WF < 5
           PERFORM TAKEUNITSFROMALLOWANCE
       END-IF
       COMPUTE SERVICECOST-WS ROUNDED = CHARGEABLEUNITS * RATEINFORCE.

*>   The events arrive in date and time order, so the allowance is
*>   used up by the earliest events of the month and only the units
*>   beyond it are rated - an event that straddles the end of the
*>   allowance is charged for just its excess.
TAKEUNITSFROMALLOWANCE.
       MOVE SERVICETYPECODE-WF TO ALLOWANCEIDX
       ADD UNITSUSED-WF TO SERVICEUNITSUSED(ALLOWANCEIDX)
       COMPUTE ALLOWANCEREMAINING = ALLOWANCEGRANTED(ALLOWANCEIDX)
           - ALLOWANCETAKEN(ALLOWANCEIDX)
       IF ALLOWANCEREMAINING > ZERO
           IF UNITSUSED-WF > ALLOWANCEREMAINING
               MOVE ALLOWANCEREMAINING TO EVENTALLOWANCETAKEN
           ELSE
               MOVE UNITSUSED-WF TO EVENTALLOWANCETAKEN
           END-IF
           ADD EVENTALLOWANCETAKEN TO ALLOWANCETAKEN(ALLOWANCEIDX)
           SUBTRACT EVENTALLOWANCETAKEN FROM CHARGEABLEUNITS
       END-IF.

*>   The latest history row not after the wanted date wins; a
*>   subscriber with no history at all is simply on the master's
           MOVE NEXTCHANGEDATE TO SEGSTARTDATE
       END-IF.

*>   The month's allowance follows the plan fee: each plan on the
*>   books during the month gives its own allowance for its share of
*>   the month's days, and the shares are pooled for the month - a
*>   SILV-to-GOLD mover on the 16th gets about half of each, and a
*>   mid-month joiner or leaver only the part they were with us.
COMPUTEPLANALLOWANCES.
       INITIALIZE SUBSCRIBERALLOWANCES
       IF SUBSCRIBERNOTONMASTER
           EXIT PARAGRAPH
       END-IF
       MOVE BILLMONTHSTART TO ACTIVEFROMDATE
       IF CURRENTJOINDATE > ACTIVEFROMDATE
           MOVE CURRENTJOINDATE TO ACTIVEFROMDATE
       END-IF
       MOVE BILLMONTHEND TO ACTIVETODATE
       IF CURRENTLEAVEDATE NOT = ZERO
               AND CURRENTLEAVEDATE < ACTIVETODATE
           MOVE CURRENTLEAVEDATE TO ACTIVETODATE
       END-IF
       IF ACTIVEFROMDATE > BILLMONTHEND
               OR ACTIVETODATE < BILLMONTHSTART
           EXIT PARAGRAPH
       END-IF
       MOVE ACTIVEFROMDATE TO SEGSTARTDATE
       PERFORM ALLOWONEPLANSEGMENT
           UNTIL SEGSTARTDATE > ACTIVETODATE.

ALLOWONEPLANSEGMENT.
       MOVE SEGSTARTDATE TO PLANDATEWANTED
       PERFORM FINDPLANINFORCEFORDATE
       MOVE PLANINFORCEFORDATE TO SEGMENTPLANCODE
       PERFORM FINDNEXTPLANCHANGEDATE
       IF NEXTCHANGEDATE = ZERO
           MOVE ACTIVETODATE TO SEGENDDATE
       ELSE
           COMPUTE SEGENDDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXTCHANGEDATE) - 1)
       END-IF
       COMPUTE SEGMENTDAYS =
           FUNCTION INTEGER-OF-DATE(SEGENDDATE) -
           FUNCTION INTEGER-OF-DATE(SEGSTARTDATE) + 1
       PERFORM ALLOWONEPLANALLOWANCEROW
           VARYING PLANALLOWANCEIDX FROM 1 BY 1
           UNTIL PLANALLOWANCEIDX > PLANALLOWANCECOUNT
       IF NEXTCHANGEDATE = ZERO
           COMPUTE SEGSTARTDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ACTIVETODATE) + 1)
       ELSE
           MOVE NEXTCHANGEDATE TO SEGSTARTDATE
       END-IF.

ALLOWONEPLANALLOWANCEROW.
       IF PAPLANCODE(PLANALLOWANCEIDX) = SEGMENTPLANCODE
               AND PASERVICETYPE(PLANALLOWANCEIDX) > ZERO
               AND PASERVICETYPE(PLANALLOWANCEIDX) < 5
           MOVE PASERVICETYPE(PLANALLOWANCEIDX) TO ALLOWANCEIDX
           IF SEGMENTDAYS NOT < DAYSINBILLMONTH
               MOVE PAALLOWANCEUNITS(PLANALLOWANCEIDX)
                   TO SEGMENTALLOWANCE
           ELSE
               COMPUTE SEGMENTALLOWANCE ROUNDED =
                   PAALLOWANCEUNITS(PLANALLOWANCEIDX) * SEGMENTDAYS
                   / DAYSINBILLMONTH
           END-IF
           ADD SEGMENTALLOWANCE TO ALLOWANCEGRANTED(ALLOWANCEIDX)
       END-IF.

FINDNEXTPLANCHANGEDATE.
       MOVE ZERO TO NEXTCHANGEDATE
       PERFORM CHECKONEHISTORYFORNEXT
           MOVE PCMONTHLYCHARGE(PLANCHARGEIDX) TO MONTHLYPLANCHARGE
       END-IF.

*>   A missing allowance file means no plan includes any units - every
*>   unit is rated, as it always was.
LOADPLANALLOWANCES.
       OPEN INPUT PLANALLOWANCEFILE
       IF PLANALLOWANCEFILEOK
           READ PLANALLOWANCEFILE
               AT END SET ENDOFPLANALLOWANCEFILE TO TRUE
           END-READ
           PERFORM STOREONEPLANALLOWANCE UNTIL ENDOFPLANALLOWANCEFILE
           CLOSE PLANALLOWANCEFILE
       END-IF.

STOREONEPLANALLOWANCE.
       ADD 1 TO PLANALLOWANCECOUNT
       MOVE PLANCODE-PAF        TO PAPLANCODE(PLANALLOWANCECOUNT)
       MOVE SERVICETYPECODE-PAF TO PASERVICETYPE(PLANALLOWANCECOUNT)
       MOVE ALLOWANCEUNITS-PAF  TO PAALLOWANCEUNITS(PLANALLOWANCECOUNT)
       READ PLANALLOWANCEFILE
           AT END SET ENDOFPLANALLOWANCEFILE TO TRUE
       END-READ.

*>   A missing plan-charge file simply means no plan fees are billed.
LOADPLANCHARGES.
       OPEN INPUT PLANCHARGEFILE
*>   touched so the zero-usage sweep leaves it alone.
LOOKUPSUBSCRIBERONMASTER.
       SET SUBSCRIBERNOTONMASTER TO TRUE
       MOVE SPACES TO CURRENTSUBSCRIBERNAME, CURRENTSUBSCRIBERPLAN,
           CURRENTPAYMETHOD
       IF SUBSCRIBERMASTERFILEOK
           MOVE SUBSCRIBERID TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
                   MOVE BILLCYCLE-SMF      TO CURRENTSUBSCRIBERCYCLE
                   MOVE JOINDATE-SMF       TO CURRENTJOINDATE
                   MOVE LEAVEDATE-SMF      TO CURRENTLEAVEDATE
                   MOVE PAYMETHOD-SMF      TO CURRENTPAYMETHOD
                   MOVE SUBSCRIBERID TO WORKTOUCHEDID
                   PERFORM NOTESUBSCRIBERTOUCHED
           END-READ
               CHECKDIGITWEIGHTSUM + SUBSCRIBERID-DIGIT(CHECKDIGITIDX)
       END-IF.


*>   A missing rate file, or a service type without a rate, leaves the
*>   charges on the analysis unrated with no VAT taken out - VATRETURN
*>   prints them so the rate is set up before the return is filed.
LOADSERVICEVATRATES.
       MOVE ZERO TO BILLINGVATGROSSTABLE
       OPEN INPUT SERVICEVATRATEFILE
       IF SERVICEVATRATEFILEOK
           READ SERVICEVATRATEFILE
               AT END SET ENDOFSERVICEVATRATES TO TRUE
           END-READ
           PERFORM STOREONESERVICEVATRATE UNTIL ENDOFSERVICEVATRATES
           CLOSE SERVICEVATRATEFILE
       END-IF.

STOREONESERVICEVATRATE.
       ADD 1 TO SERVICEVATRATECOUNT
       MOVE SERVICETYPE-SVR   TO SVRSERVICETYPE(SERVICEVATRATECOUNT)
       MOVE RATEPCT-SVR       TO SVRRATEPCT(SERVICEVATRATECOUNT)
       MOVE EFFECTIVEDATE-SVR TO SVREFFECTIVEDATE(SERVICEVATRATECOUNT)
       READ SERVICEVATRATEFILE
           AT END SET ENDOFSERVICEVATRATES TO TRUE
       END-READ.

*>   Rows an earlier run of the same date and cycle wrote are replaced;
*>   every other row is written back as it was.
WRITEBILLINGVATANALYSIS.
       MOVE ZERO TO OLDBILLINGVATCOUNT
       OPEN INPUT BILLINGVATANALYSISFILE
       IF BILLINGVATANALYSISFILEOK
           READ BILLINGVATANALYSISFILE
               AT END SET ENDOFBILLINGVATANALYSIS TO TRUE
           END-READ
           PERFORM KEEPONEBILLINGVATLINE
               UNTIL ENDOFBILLINGVATANALYSIS
           CLOSE BILLINGVATANALYSISFILE
       END-IF
       OPEN OUTPUT BILLINGVATANALYSISFILE
       PERFORM WRITEONEKEPTBILLINGVATLINE
           VARYING OLDBILLINGVATIDX FROM 1 BY 1
           UNTIL OLDBILLINGVATIDX > OLDBILLINGVATCOUNT
       PERFORM WRITEONEBILLINGVATROW
           VARYING BVIDX FROM 1 BY 1 UNTIL BVIDX > 6
       CLOSE BILLINGVATANALYSISFILE.

KEEPONEBILLINGVATLINE.
       IF RUNDATE-BVA NOT = RUNDATE
               OR BILLCYCLE-BVA NOT = THISRUNCYCLETEXT
           ADD 1 TO OLDBILLINGVATCOUNT
           MOVE BILLINGVATANALYSISREC
               TO OLDBILLINGVATLINE(OLDBILLINGVATCOUNT)
       END-IF
       READ BILLINGVATANALYSISFILE
           AT END SET ENDOFBILLINGVATANALYSIS TO TRUE
       END-READ.

WRITEONEKEPTBILLINGVATLINE.
       MOVE OLDBILLINGVATLINE(OLDBILLINGVATIDX) TO BILLINGVATANALYSISREC
       WRITE BILLINGVATANALYSISREC.

*>   Tariffs and plan fees include VAT, so the VAT is the rate's share
*>   of the gross - rate over one hundred plus rate.
WRITEONEBILLINGVATROW.
       IF BILLINGVATGROSS(BVIDX) NOT = ZERO
           PERFORM FINDSERVICEVATRATE
           MOVE SPACES                 TO BILLINGVATANALYSISREC
           MOVE RUNDATE                TO RUNDATE-BVA
           MOVE THISRUNCYCLETEXT       TO BILLCYCLE-BVA
           MOVE BILLINGVATTYPE(BVIDX)  TO SERVICETYPE-BVA
           MOVE VATRATEINFORCE         TO RATEPCT-BVA
           MOVE BILLINGVATGROSS(BVIDX) TO GROSS-BVA
           COMPUTE VAT-BVA ROUNDED = BILLINGVATGROSS(BVIDX)
               * VATRATEINFORCE / (100 + VATRATEINFORCE)
           IF VATRATEHELD
               MOVE "Y" TO RATEHELD-BVA
           ELSE
               MOVE "N" TO RATEHELD-BVA
               DISPLAY "NO VAT RATE FOR SERVICE TYPE "
                   BILLINGVATTYPE(BVIDX) " - CHARGES LEFT UNRATED"
           END-IF
           WRITE BILLINGVATANALYSISREC
       END-IF.

FINDSERVICEVATRATE.
       MOVE ZERO TO BESTVATDATE
       MOVE ZERO TO VATRATEINFORCE
       MOVE "N"  TO VATRATEHELDSWITCH
       PERFORM CHECKONESERVICEVATRATE
           VARYING SVRIDX FROM 1 BY 1
           UNTIL SVRIDX > SERVICEVATRATECOUNT.

CHECKONESERVICEVATRATE.
       IF SVRSERVICETYPE(SVRIDX) = BILLINGVATTYPE(BVIDX)
               AND SVREFFECTIVEDATE(SVRIDX) NOT > RUNDATE
               AND SVREFFECTIVEDATE(SVRIDX) NOT < BESTVATDATE
           MOVE SVREFFECTIVEDATE(SVRIDX) TO BESTVATDATE
           MOVE SVRRATEPCT(SVRIDX)       TO VATRATEINFORCE
           SET VATRATEHELD TO TRUE
       END-IF.
