IDENTIFICATION DIVISION.
PROGRAM-ID. AGENCYRETURNLOAD.

*>   Loads the collection agency's weekly return file against the debts
*>   DEBTPLACEMENTRUN placed with them. A recovery goes on the ledger
*>   and on the placement's running totals; an uncollectable return
*>   closes the placement and hands the debt back to us. Every line the
*>   agency sends is kept on DebtRecoveries.dat, both so the monthly
*>   report can be cut from it and so a week's file loaded twice is
*>   caught on its agency references rather than posted twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   One line per movement: R for money recovered or U for a debt
*>   returned uncollectable, the agency's own reference for the line,
*>   our reference (the subscriber or corporate account number), the
*>   gross amount collected, their commission on it, and the date they
*>   collected it or gave up.
       SELECT AGENCYRETURNSFILE ASSIGN TO "AgencyReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGENCYRETURNSFILESTATUS.

       SELECT PLACEMENTREGISTERFILE ASSIGN TO "DebtPlacements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLACEMENTREGISTERFILESTATUS.

       SELECT RECOVERYHISTORYFILE ASSIGN TO "DebtRecoveries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECOVERYHISTORYFILESTATUS.

       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT AGENCYREPORTFILE ASSIGN TO "AgencyReturns.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Periods the accounts have closed - an entry dated into one would
*>   change figures already reported.
       SELECT GLCLOSEDPERIODFILE ASSIGN TO "GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

*>   Which operators may key which actions - one row per operator and
*>   action code. While the file is absent every action is allowed,
*>   so the control can be introduced a subsystem at a time.
       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     AGENCYRETURNSFILE.
01     AGENCYRETURNSREC.
       88  ENDOFAGENCYRETURNSFILE VALUE HIGH-VALUES.
       02  ARTYPE               PIC X.
        88 ARRECOVERY           VALUE "R".
        88 ARUNCOLLECTABLE      VALUE "U".
       02  FILLER               PIC X.
       02  ARAGENCYREFERENCE    PIC X(12).
       02  FILLER               PIC X.
       02  ARSUBSCRIBERID       PIC 9(10).
       02  FILLER               PIC X.
       02  ARCOLLECTED          PIC 9(7)V99.
       02  FILLER               PIC X.
       02  ARCOMMISSION         PIC 9(7)V99.
       02  FILLER               PIC X.
       02  ARTRANSACTIONDATE    PIC 9(8).

FD     PLACEMENTREGISTERFILE.
01     PLACEMENTREGISTERREC.
       88 ENDOFPLACEMENTREGISTER VALUE HIGH-VALUES.
       02 DPSUBSCRIBERID        PIC 9(10).
       02 DPPLACEDDATE          PIC 9(8).
       02 DPPLACEDAMOUNT        PIC 9(7)V99.
       02 DPOLDESTBILLDATE      PIC 9(8).
       02 DPRECOVEREDTOTAL      PIC 9(7)V99.
       02 DPCOMMISSIONTOTAL     PIC 9(7)V99.
       02 DPSTATUS              PIC X.
        88 DPPLACED             VALUE "P".
        88 DPRECOVERED          VALUE "R".
        88 DPUNCOLLECTABLE      VALUE "U".
       02 DPCLOSEDDATE          PIC 9(8).

FD     RECOVERYHISTORYFILE.
01     RECOVERYHISTORYREC.
       88 ENDOFRECOVERYHISTORY  VALUE HIGH-VALUES.
       02 DRAGENCYREFERENCE     PIC X(12).
       02 DRTYPE                PIC X.
       02 DRSUBSCRIBERID        PIC 9(10).
       02 DRCOLLECTED           PIC 9(7)V99.
       02 DRCOMMISSION          PIC 9(7)V99.
       02 DRTRANSACTIONDATE     PIC 9(8).
       02 DRLOADEDDATE          PIC 9(8).

FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 ENTRYTYPE-SLF         PIC X.
        88 PAYMENTENTRY         VALUE "P".
        88 CREDITENTRY          VALUE "C".
       02 AMOUNT-SLF            PIC 9(7)V99.
       02 ENTRYDATE-SLF         PIC 9(8).

FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       88  ENDOFSUBSCRIBERMASTERFILE VALUE HIGH-VALUES.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  SUBSCRIBERNAME-SMF      PIC X(25).
       02  SUBSCRIBERADDRESS-SMF   PIC X(40).
       02  PLANCODE-SMF            PIC X(4).
       02  SUBSCRIBERSTATUS-SMF    PIC X.
       02  JOINDATE-SMF            PIC 9(8).
       02  LEAVEDATE-SMF           PIC 9(8).
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

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

FD     AGENCYREPORTFILE.
01     AGENCYPRINTLINE          PIC X(110).

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

FD     OPERATORPERMISSIONSFILE.
01     OPERATORPERMISSIONSREC.
       88 ENDOFOPERATORPERMISSIONS VALUE HIGH-VALUES.
       02 PERMOPERATORID        PIC X(8).
       02 FILLER                PIC X.
       02 PERMACTIONCODE        PIC X(12).

FD     PERMISSIONREFUSALFILE.
01     PERMISSIONREFUSALREC.
       02 REFUSALSTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 REFUSALOPERATORID     PIC X(8).
       02 FILLER                PIC X.
       02 REFUSALACTIONCODE     PIC X(12).
       02 FILLER                PIC X.
       02 REFUSALPROGRAM        PIC X(12).

WORKING-STORAGE SECTION.
01     AGENCYRETURNSFILESTATUS  PIC XX.
       88 AGENCYRETURNSFILEOK   VALUE "00".
01     PLACEMENTREGISTERFILESTATUS PIC XX.
       88 PLACEMENTREGISTERFILEOK  VALUE "00".
01     RECOVERYHISTORYFILESTATUS PIC XX.
       88 RECOVERYHISTORYFILEOK VALUE "00".
01     SUBSCRIBERLEDGERFILESTATUS PIC XX.
       88 SUBSCRIBERLEDGERFILEOK VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     CORPORATEACCOUNTFILESTATUS PIC XX.
       88 CORPORATEACCOUNTFILEOK VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).

01     PLACEMENTCOUNT           PIC 9(5) VALUE ZERO.
01     PLACEMENTTABLE.
       02 PLACEMENTENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON PLACEMENTCOUNT.
           03 PTSUBSCRIBERID    PIC 9(10).
           03 PTPLACEDDATE      PIC 9(8).
           03 PTPLACEDAMOUNT    PIC 9(7)V99.
           03 PTOLDESTBILLDATE  PIC 9(8).
           03 PTRECOVEREDTOTAL  PIC 9(7)V99.
           03 PTCOMMISSIONTOTAL PIC 9(7)V99.
           03 PTSTATUS          PIC X.
           03 PTCLOSEDDATE      PIC 9(8).
01     PLACEMENTIDX             PIC 9(5).
01     ACTIVEPLACEMENTIDX       PIC 9(5).

01     LOADEDREFERENCECOUNT     PIC 9(5) VALUE ZERO.
01     LOADEDREFERENCETABLE.
       02 LOADEDREFERENCE       PIC X(12)
               OCCURS 0 TO 9000 TIMES DEPENDING ON LOADEDREFERENCECOUNT.
01     LOADEDREFERENCEIDX       PIC 9(5).
01     ALREADYLOADEDSWITCH      PIC X.
       88 REFERENCEALREADYLOADED VALUE "Y".
       88 REFERENCENOTLOADED    VALUE "N".

01     NETRECOVERED             PIC 9(7)V99 VALUE ZERO.
01     REJECTREASON             PIC X(30) VALUE SPACES.
01     DEBTORNAMEFOUND          PIC X(25) VALUE SPACES.

01     RECOVERIESPOSTED         PIC 9(4) VALUE ZERO.
01     UNCOLLECTABLESPOSTED     PIC 9(4) VALUE ZERO.
01     RETURNSREJECTED          PIC 9(4) VALUE ZERO.
01     GROSSRECOVEREDTOTAL      PIC 9(9)V99 VALUE ZERO.
01     COMMISSIONTOTAL          PIC 9(9)V99 VALUE ZERO.

01     AGENCYHEADINGLINE.
       02 FILLER                PIC X(38)
               VALUE "COLLECTION AGENCY RETURNS LOADED AT   ".
       02 PRNRUNDATE            PIC 9(8).

01     AGENCYDETAILLINE.
       02 PRNSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDEBTORNAME         PIC X(25).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNAGENCYREFERENCE    PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOUTCOME            PIC X(30).
       02 PRNCOLLECTED          PIC $$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNCOMMISSION         PIC $$,$$$,$$9.99.

01     AGENCYFOOTERLINE.
       02 FILLER                PIC X(20) VALUE "RECOVERIES POSTED:  ".
       02 PRNRECOVERIESCOUNT    PIC ZZZ9.
       02 FILLER                PIC X(9)  VALUE "  GROSS: ".
       02 PRNGROSSTOTAL         PIC $$$,$$$,$$9.99.
       02 FILLER                PIC X(14) VALUE "  COMMISSION: ".
       02 PRNCOMMISSIONTOTAL    PIC $$$,$$$,$$9.99.

01     AGENCYCOUNTSLINE.
       02 FILLER                PIC X(20) VALUE "UNCOLLECTABLE:      ".
       02 PRNUNCOLLECTABLECOUNT PIC ZZZ9.
       02 FILLER                PIC X(12) VALUE "  REJECTED: ".
       02 PRNREJECTEDCOUNT      PIC ZZZ9.

01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

*>   The closed periods, and the date an entry refused from one of them
*>   is moved to on a supervisor's override - today, or the first of
*>   the month after the latest close when today's own period is
*>   already closed.
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).
01     LATESTCLOSEDPERIOD       PIC 9(6) VALUE ZERO.
01     OPENPERIODDATE           PIC 9(8).
01     OPENPERIODDATESPLIT REDEFINES OPENPERIODDATE.
       02 OPENPERIODYEAR        PIC 9(4).
       02 OPENPERIODMONTH       PIC 9(2).
       02 OPENPERIODDAY         PIC 9(2).
01     CHECKEDDATE              PIC 9(8).
01     CHECKEDDATESPLIT REDEFINES CHECKEDDATE.
       02 CHECKEDPERIOD         PIC 9(6).
       02 FILLER                PIC 9(2).
01     CLOSEDPERIODSWITCH       PIC X VALUE "N".
       88 DATEINCLOSEDPERIOD    VALUE "Y".
01     ENTRYDATESWITCH          PIC X VALUE "Y".
       88 ENTRYDATEACCEPTED     VALUE "Y".
       88 ENTRYDATEREFUSED      VALUE "N".
01     PERIODOVERRIDEOPERATORID PIC X(8) VALUE SPACES.
01     PERIODOVERRIDESWITCH     PIC X VALUE "N".
       88 PERIODOVERRIDEPERMITTED VALUE "Y".
01     PERIODTRAILACTIONCODE    PIC X(12).

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       PERFORM LOADCLOSEDPERIODS
       MOVE RUNDATE TO CHECKEDDATE
       PERFORM CHECKENTRYDATEOPEN
       IF ENTRYDATEREFUSED
           DISPLAY "RUN ABANDONED - RETURNS NOT LOADED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CHECKEDDATE TO RUNDATE

       OPEN INPUT AGENCYRETURNSFILE
       IF NOT AGENCYRETURNSFILEOK
           DISPLAY "NO AGENCY RETURNS FILE ON DISK - NOTHING TO LOAD"
           STOP RUN
       END-IF

       PERFORM LOADPLACEMENTREGISTER
       IF PLACEMENTCOUNT = ZERO
           DISPLAY "NO DEBTS HAVE BEEN PLACED WITH THE AGENCY - "
               "RETURNS NOT LOADED"
           CLOSE AGENCYRETURNSFILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADRECOVERYREFERENCES

       OPEN INPUT SUBSCRIBERMASTERFILE
       OPEN INPUT CORPORATEACCOUNTFILE

       OPEN OUTPUT AGENCYREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       WRITE AGENCYPRINTLINE FROM AGENCYHEADINGLINE
           AFTER ADVANCING 1 LINE

       OPEN EXTEND SUBSCRIBERLEDGERFILE
       IF NOT SUBSCRIBERLEDGERFILEOK
           OPEN OUTPUT SUBSCRIBERLEDGERFILE
       END-IF
       OPEN EXTEND RECOVERYHISTORYFILE
       IF NOT RECOVERYHISTORYFILEOK
           OPEN OUTPUT RECOVERYHISTORYFILE
       END-IF

       READ AGENCYRETURNSFILE
           AT END SET ENDOFAGENCYRETURNSFILE TO TRUE
       END-READ
       PERFORM LOADONEAGENCYRETURN UNTIL ENDOFAGENCYRETURNSFILE
       CLOSE AGENCYRETURNSFILE, SUBSCRIBERLEDGERFILE,
           RECOVERYHISTORYFILE
       IF SUBSCRIBERMASTERFILEOK
           CLOSE SUBSCRIBERMASTERFILE
       END-IF
       IF CORPORATEACCOUNTFILEOK
           CLOSE CORPORATEACCOUNTFILE
       END-IF

       PERFORM REWRITEPLACEMENTREGISTER

       MOVE RECOVERIESPOSTED     TO PRNRECOVERIESCOUNT
       MOVE GROSSRECOVEREDTOTAL  TO PRNGROSSTOTAL
       MOVE COMMISSIONTOTAL      TO PRNCOMMISSIONTOTAL
       WRITE AGENCYPRINTLINE FROM AGENCYFOOTERLINE
           AFTER ADVANCING 2 LINES
       MOVE UNCOLLECTABLESPOSTED TO PRNUNCOLLECTABLECOUNT
       MOVE RETURNSREJECTED      TO PRNREJECTEDCOUNT
       WRITE AGENCYPRINTLINE FROM AGENCYCOUNTSLINE
           AFTER ADVANCING 1 LINE
       CLOSE AGENCYREPORTFILE

       DISPLAY "AGENCY RECOVERIES POSTED: " RECOVERIESPOSTED
           "  UNCOLLECTABLE: " UNCOLLECTABLESPOSTED
           "  REJECTED: " RETURNSREJECTED
       STOP RUN.

LOADONEAGENCYRETURN.
       MOVE SPACES TO REJECTREASON
       PERFORM CHECKAGENCYRETURN
       PERFORM LOOKUPDEBTORNAME
       MOVE ARSUBSCRIBERID     TO PRNSUBSCRIBERID
       MOVE DEBTORNAMEFOUND    TO PRNDEBTORNAME
       MOVE ARAGENCYREFERENCE  TO PRNAGENCYREFERENCE
       MOVE ARCOLLECTED        TO PRNCOLLECTED
       MOVE ARCOMMISSION       TO PRNCOMMISSION
       EVALUATE TRUE
           WHEN REJECTREASON NOT = SPACES
               MOVE REJECTREASON TO PRNOUTCOME
               ADD 1 TO RETURNSREJECTED
           WHEN ARRECOVERY
               PERFORM POSTONERECOVERY
           WHEN ARUNCOLLECTABLE
               PERFORM POSTONEUNCOLLECTABLE
       END-EVALUATE
       WRITE AGENCYPRINTLINE FROM AGENCYDETAILLINE
           AFTER ADVANCING 1 LINE

       READ AGENCYRETURNSFILE
           AT END SET ENDOFAGENCYRETURNSFILE TO TRUE
       END-READ.

*>   Only a debt the agency is still working can take a return. A
*>   reference already on the history means the line was loaded in an
*>   earlier week.
CHECKAGENCYRETURN.
       SET REFERENCENOTLOADED TO TRUE
       PERFORM CHECKONELOADEDREFERENCE
           VARYING LOADEDREFERENCEIDX FROM 1 BY 1
           UNTIL LOADEDREFERENCEIDX > LOADEDREFERENCECOUNT
       MOVE ZERO TO ACTIVEPLACEMENTIDX
       PERFORM FINDACTIVEPLACEMENT
           VARYING PLACEMENTIDX FROM 1 BY 1
           UNTIL PLACEMENTIDX > PLACEMENTCOUNT
       EVALUATE TRUE
           WHEN NOT ARRECOVERY AND NOT ARUNCOLLECTABLE
               MOVE "UNKNOWN RETURN TYPE - REJECTED" TO REJECTREASON
           WHEN ARAGENCYREFERENCE = SPACES
               MOVE "NO AGENCY REFERENCE - REJECTED" TO REJECTREASON
           WHEN REFERENCEALREADYLOADED
               MOVE "ALREADY LOADED - REJECTED" TO REJECTREASON
           WHEN ACTIVEPLACEMENTIDX = ZERO
               MOVE "NOT WITH AGENCY - REJECTED" TO REJECTREASON
           WHEN ARRECOVERY AND ARCOLLECTED = ZERO
               MOVE "NOTHING COLLECTED - REJECTED" TO REJECTREASON
           WHEN ARCOMMISSION > ARCOLLECTED
               MOVE "COMMISSION EXCEEDS COLLECTED" TO REJECTREASON
       END-EVALUATE.

CHECKONELOADEDREFERENCE.
       IF LOADEDREFERENCE(LOADEDREFERENCEIDX) = ARAGENCYREFERENCE
           SET REFERENCEALREADYLOADED TO TRUE
       END-IF.

FINDACTIVEPLACEMENT.
       IF PTSUBSCRIBERID(PLACEMENTIDX) = ARSUBSCRIBERID
               AND PTSTATUS(PLACEMENTIDX) = "P"
           MOVE PLACEMENTIDX TO ACTIVEPLACEMENTIDX
       END-IF.

*>   The agency keeps its commission out of what it collects, so the
*>   ledger takes the net as a payment and the commission as a credit
*>   written off against the debt - between them the balance falls by
*>   the full amount the debtor paid.
POSTONERECOVERY.
       COMPUTE NETRECOVERED = ARCOLLECTED - ARCOMMISSION
       IF NETRECOVERED > ZERO
           MOVE SPACES          TO SUBSCRIBERLEDGERREC
           MOVE ARSUBSCRIBERID  TO SUBSCRIBERID-SLF
           SET PAYMENTENTRY     TO TRUE
           MOVE NETRECOVERED    TO AMOUNT-SLF
           MOVE RUNDATE         TO ENTRYDATE-SLF
           WRITE SUBSCRIBERLEDGERREC
       END-IF
       IF ARCOMMISSION > ZERO
           MOVE SPACES          TO SUBSCRIBERLEDGERREC
           MOVE ARSUBSCRIBERID  TO SUBSCRIBERID-SLF
           SET CREDITENTRY      TO TRUE
           MOVE ARCOMMISSION    TO AMOUNT-SLF
           MOVE RUNDATE         TO ENTRYDATE-SLF
           WRITE SUBSCRIBERLEDGERREC
       END-IF

       ADD ARCOLLECTED  TO PTRECOVEREDTOTAL(ACTIVEPLACEMENTIDX)
       ADD ARCOMMISSION TO PTCOMMISSIONTOTAL(ACTIVEPLACEMENTIDX)
       IF PTRECOVEREDTOTAL(ACTIVEPLACEMENTIDX)
               NOT < PTPLACEDAMOUNT(ACTIVEPLACEMENTIDX)
           MOVE "R"     TO PTSTATUS(ACTIVEPLACEMENTIDX)
           MOVE RUNDATE TO PTCLOSEDDATE(ACTIVEPLACEMENTIDX)
           MOVE "RECOVERED IN FULL" TO PRNOUTCOME
       ELSE
           MOVE "PART RECOVERED"    TO PRNOUTCOME
       END-IF
       PERFORM WRITERECOVERYHISTORY
       ADD 1 TO RECOVERIESPOSTED
       ADD ARCOLLECTED  TO GROSSRECOVEREDTOTAL
       ADD ARCOMMISSION TO COMMISSIONTOTAL.

*>   The debt comes back to us still owed; nothing is posted to the
*>   ledger, and the placement stays on the register as U so the
*>   placement run does not send it straight back.
POSTONEUNCOLLECTABLE.
       MOVE "U"     TO PTSTATUS(ACTIVEPLACEMENTIDX)
       MOVE RUNDATE TO PTCLOSEDDATE(ACTIVEPLACEMENTIDX)
       MOVE "RETURNED UNCOLLECTABLE" TO PRNOUTCOME
       PERFORM WRITERECOVERYHISTORY
       ADD 1 TO UNCOLLECTABLESPOSTED.

WRITERECOVERYHISTORY.
       MOVE ARAGENCYREFERENCE  TO DRAGENCYREFERENCE
       MOVE ARTYPE             TO DRTYPE
       MOVE ARSUBSCRIBERID     TO DRSUBSCRIBERID
       MOVE ARCOLLECTED        TO DRCOLLECTED
       MOVE ARCOMMISSION       TO DRCOMMISSION
       MOVE ARTRANSACTIONDATE  TO DRTRANSACTIONDATE
       MOVE RUNDATE            TO DRLOADEDDATE
       WRITE RECOVERYHISTORYREC
       ADD 1 TO LOADEDREFERENCECOUNT
       MOVE ARAGENCYREFERENCE TO LOADEDREFERENCE(LOADEDREFERENCECOUNT).

LOOKUPDEBTORNAME.
       MOVE SPACES TO DEBTORNAMEFOUND
       IF SUBSCRIBERMASTERFILEOK
           MOVE ARSUBSCRIBERID TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SUBSCRIBERNAME-SMF TO DEBTORNAMEFOUND
           END-READ
       END-IF
       IF DEBTORNAMEFOUND = SPACES AND CORPORATEACCOUNTFILEOK
           CLOSE CORPORATEACCOUNTFILE
           OPEN INPUT CORPORATEACCOUNTFILE
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
           PERFORM CHECKONECORPORATEACCOUNT
               UNTIL ENDOFCORPORATEACCOUNTS
       END-IF.

CHECKONECORPORATEACCOUNT.
       IF ACCOUNTID-CAF = ARSUBSCRIBERID
           MOVE ACCOUNTNAME-CAF TO DEBTORNAMEFOUND
           SET ENDOFCORPORATEACCOUNTS TO TRUE
       ELSE
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
       END-IF.

LOADPLACEMENTREGISTER.
       OPEN INPUT PLACEMENTREGISTERFILE
       IF PLACEMENTREGISTERFILEOK
           READ PLACEMENTREGISTERFILE
               AT END SET ENDOFPLACEMENTREGISTER TO TRUE
           END-READ
           PERFORM STOREONEPLACEMENT UNTIL ENDOFPLACEMENTREGISTER
           CLOSE PLACEMENTREGISTERFILE
       END-IF.

STOREONEPLACEMENT.
       ADD 1 TO PLACEMENTCOUNT
       MOVE DPSUBSCRIBERID    TO PTSUBSCRIBERID(PLACEMENTCOUNT)
       MOVE DPPLACEDDATE      TO PTPLACEDDATE(PLACEMENTCOUNT)
       MOVE DPPLACEDAMOUNT    TO PTPLACEDAMOUNT(PLACEMENTCOUNT)
       MOVE DPOLDESTBILLDATE  TO PTOLDESTBILLDATE(PLACEMENTCOUNT)
       MOVE DPRECOVEREDTOTAL  TO PTRECOVEREDTOTAL(PLACEMENTCOUNT)
       MOVE DPCOMMISSIONTOTAL TO PTCOMMISSIONTOTAL(PLACEMENTCOUNT)
       MOVE DPSTATUS          TO PTSTATUS(PLACEMENTCOUNT)
       MOVE DPCLOSEDDATE      TO PTCLOSEDDATE(PLACEMENTCOUNT)
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ.

REWRITEPLACEMENTREGISTER.
       OPEN OUTPUT PLACEMENTREGISTERFILE
       PERFORM WRITEONEPLACEMENT
           VARYING PLACEMENTIDX FROM 1 BY 1
           UNTIL PLACEMENTIDX > PLACEMENTCOUNT
       CLOSE PLACEMENTREGISTERFILE.

WRITEONEPLACEMENT.
       MOVE PTSUBSCRIBERID(PLACEMENTIDX)    TO DPSUBSCRIBERID
       MOVE PTPLACEDDATE(PLACEMENTIDX)      TO DPPLACEDDATE
       MOVE PTPLACEDAMOUNT(PLACEMENTIDX)    TO DPPLACEDAMOUNT
       MOVE PTOLDESTBILLDATE(PLACEMENTIDX)  TO DPOLDESTBILLDATE
       MOVE PTRECOVEREDTOTAL(PLACEMENTIDX)  TO DPRECOVEREDTOTAL
       MOVE PTCOMMISSIONTOTAL(PLACEMENTIDX) TO DPCOMMISSIONTOTAL
       MOVE PTSTATUS(PLACEMENTIDX)          TO DPSTATUS
       MOVE PTCLOSEDDATE(PLACEMENTIDX)      TO DPCLOSEDDATE
       WRITE PLACEMENTREGISTERREC.

LOADRECOVERYREFERENCES.
       OPEN INPUT RECOVERYHISTORYFILE
       IF RECOVERYHISTORYFILEOK
           READ RECOVERYHISTORYFILE
               AT END SET ENDOFRECOVERYHISTORY TO TRUE
           END-READ
           PERFORM STOREONERECOVERYREFERENCE
               UNTIL ENDOFRECOVERYHISTORY
           CLOSE RECOVERYHISTORYFILE
       END-IF.

STOREONERECOVERYREFERENCE.
       ADD 1 TO LOADEDREFERENCECOUNT
       MOVE DRAGENCYREFERENCE TO LOADEDREFERENCE(LOADEDREFERENCECOUNT)
       READ RECOVERYHISTORYFILE
           AT END SET ENDOFRECOVERYHISTORY TO TRUE
       END-READ.

*>   Loaded once at sign-on. Without the file no period is closed.
LOADCLOSEDPERIODS.
       MOVE ZERO TO CLOSEDPERIODCOUNT
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM STOREONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF
       ACCEPT OPENPERIODDATE FROM DATE YYYYMMDD
       MOVE OPENPERIODDATE TO CHECKEDDATE
       PERFORM CHECKDATEINCLOSEDPERIOD
       IF DATEINCLOSEDPERIOD
           DIVIDE LATESTCLOSEDPERIOD BY 100 GIVING OPENPERIODYEAR
               REMAINDER OPENPERIODMONTH
           IF OPENPERIODMONTH = 12
               ADD 1 TO OPENPERIODYEAR
               MOVE 1 TO OPENPERIODMONTH
           ELSE
               ADD 1 TO OPENPERIODMONTH
           END-IF
           MOVE 1 TO OPENPERIODDAY
       END-IF.

STOREONECLOSEDPERIOD.
       ADD 1 TO CLOSEDPERIODCOUNT
       MOVE CLOSEDPERIOD-GCF TO CLOSEDPERIOD(CLOSEDPERIODCOUNT)
       IF CLOSEDPERIOD-GCF > LATESTCLOSEDPERIOD
           MOVE CLOSEDPERIOD-GCF TO LATESTCLOSEDPERIOD
       END-IF
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

CHECKDATEINCLOSEDPERIOD.
       MOVE "N" TO CLOSEDPERIODSWITCH
       PERFORM CHECKONECLOSEDPERIOD
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = CHECKEDPERIOD
           SET DATEINCLOSEDPERIOD TO TRUE
       END-IF.

*>   An entry dated into a closed period is refused unless a supervisor
*>   holding CLOSEDPERIOD signs for moving it into the open period.
*>   The move is written to the refusals trail under the supervisor's
*>   id as CLOSEDOVRIDE, a refused override as CLOSEDPERIOD, so the
*>   trail shows every entry that was kept out of a closed month.
CHECKENTRYDATEOPEN.
       SET ENTRYDATEACCEPTED TO TRUE
       IF CHECKEDDATE IS NOT NUMERIC
           DISPLAY "DATE NOT YYYYMMDD - ENTRY REFUSED"
           SET ENTRYDATEREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKDATEINCLOSEDPERIOD
       IF NOT DATEINCLOSEDPERIOD
           EXIT PARAGRAPH
       END-IF
       DISPLAY "DATE " CHECKEDDATE " IS IN CLOSED PERIOD "
           CHECKEDPERIOD
       DISPLAY "SUPERVISOR ID TO MOVE IT TO " OPENPERIODDATE
           " OR BLANK TO REFUSE: " WITH NO ADVANCING
       MOVE SPACES TO PERIODOVERRIDEOPERATORID
       ACCEPT PERIODOVERRIDEOPERATORID
       IF PERIODOVERRIDEOPERATORID = SPACES
           DISPLAY "ENTRY REFUSED - ITS PERIOD IS CLOSED"
           SET ENTRYDATEREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKPERIODOVERRIDEPERMITTED
       IF PERIODOVERRIDEPERMITTED
           MOVE "CLOSEDOVRIDE" TO PERIODTRAILACTIONCODE
           PERFORM LOGPERIODOVERRIDE
           DISPLAY "DATE MOVED TO " OPENPERIODDATE
               " ON THE AUTHORITY OF " PERIODOVERRIDEOPERATORID
           MOVE OPENPERIODDATE TO CHECKEDDATE
       ELSE
           DISPLAY "CLOSED PERIOD OVERRIDE NOT PERMITTED FOR OPERATOR "
               PERIODOVERRIDEOPERATORID " - REFUSED AND LOGGED"
           MOVE "CLOSEDPERIOD" TO PERIODTRAILACTIONCODE
           PERFORM LOGPERIODOVERRIDE
           SET ENTRYDATEREFUSED TO TRUE
       END-IF.

*>   Read straight off the file for the supervisor, who is usually not
*>   the operator signed on. No permissions file on disk means no
*>   enforcement, as for every other action.
CHECKPERIODOVERRIDEPERMITTED.
       MOVE "N" TO PERIODOVERRIDESWITCH
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF NOT OPERATORPERMISSIONSFILEOK
           MOVE "Y" TO PERIODOVERRIDESWITCH
           EXIT PARAGRAPH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ
       PERFORM CHECKONEPERIODOVERRIDE UNTIL ENDOFOPERATORPERMISSIONS
       CLOSE OPERATORPERMISSIONSFILE.

CHECKONEPERIODOVERRIDE.
       IF PERMOPERATORID = PERIODOVERRIDEOPERATORID
               AND PERMACTIONCODE = "CLOSEDPERIOD"
           MOVE "Y" TO PERIODOVERRIDESWITCH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

LOGPERIODOVERRIDE.
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE PERIODOVERRIDEOPERATORID TO REFUSALOPERATORID
       MOVE PERIODTRAILACTIONCODE    TO REFUSALACTIONCODE
       MOVE "AGENCYRETURN"    TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
