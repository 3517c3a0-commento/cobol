IDENTIFICATION DIVISION.
PROGRAM-ID. CORPORATEUSAGEREPORT.

*>   The account managers' view of their business customers: every
*>   handset billed to a corporate account this cycle, with the units
*>   it used per service and what it cost, grouped by account within
*>   manager. Read from the billing run's summary, so it always agrees
*>   with the consolidated invoices cut from the same summary.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SORTEDSUMMARYFILE ASSIGN TO "Listing14-5.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SORTEDSUMMARYFILESTATUS.

       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT CORPORATEMEMBERFILE ASSIGN TO "CorporateMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEMEMBERFILESTATUS.

       SELECT CORPUSAGESORTWORK ASSIGN TO "CORPUSE.TMP".

       SELECT CORPUSAGEREPORTFILE ASSIGN TO "CorporateUsage.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "CorporateUsageReport.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SORTEDSUMMARYFILE.
01     SUMMARYREC.
       88  ENDOFSORTEDSUMMARYFILE  VALUE HIGH-VALUES.
       02  SUBSCRIBERID            PIC 9(10).
       02  COSTOFTEXTS             PIC 9(4)V99.
       02  COSTOFCALLS             PIC 9(6)V99.
       02  COSTOFDATA              PIC 9(4)V99.
       02  COSTOFROAMING           PIC 9(6)V99.
       02  PLANCHARGE-SUM          PIC 9(5)V99.
       02  ADJUSTMENTS-SUM         PIC S9(6)V99.
       02  SUBSCRIBERNAME-SUM      PIC X(25).
       02  SERVICEUNITS-SUM OCCURS 4 TIMES.
           03  UNITSUSED-SUM       PIC 9(7).
           03  ALLOWANCETAKEN-SUM  PIC 9(7).
           03  ALLOWANCELEFT-SUM   PIC 9(7).

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

SD     CORPUSAGESORTWORK.
01     CORPUSAGESORTREC.
       88 ENDOFCORPUSAGESORT    VALUE HIGH-VALUES.
       02 SORTACCOUNTMANAGER    PIC X(8).
       02 SORTACCOUNTID         PIC 9(10).
       02 SORTACCOUNTNAME       PIC X(25).
       02 SORTSUBSCRIBERID      PIC 9(10).
       02 SORTSUBSCRIBERNAME    PIC X(25).
       02 SORTUNITSUSED         PIC 9(7) OCCURS 4 TIMES.
       02 SORTHANDSETCHARGES    PIC S9(8)V99.

FD     CORPUSAGEREPORTFILE.
01     CORPUSAGEPRINTLINE       PIC X(120).

FD     RUNPARAMETERFILE.
01     RUNPARAMETERLINE         PIC X(40).

FD     OPERATIONSLOGFILE.
01     OPERATIONSLOGREC.
       02 OPLOGJOBNAME          PIC X(12).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRUNDATE          PIC 9(8).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRECORDSIN        PIC 9(7).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRECORDSOUT       PIC 9(7).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGREJECTS          PIC 9(7).
       02 FILLER                PIC X.
       02 OPLOGSTARTTIME        PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGENDTIME          PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGRUNSTATUS        PIC X(6).
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

WORKING-STORAGE SECTION.
01     SORTEDSUMMARYFILESTATUS     PIC XX.
       88 SORTEDSUMMARYFILEOK      VALUE "00".
01     CORPORATEACCOUNTFILESTATUS  PIC XX.
       88 CORPORATEACCOUNTFILEOK   VALUE "00".
01     CORPORATEMEMBERFILESTATUS   PIC XX.
       88 CORPORATEMEMBERFILEOK    VALUE "00".
01     OPERATIONSLOGFILESTATUS     PIC XX.
       88 OPERATIONSLOGFILEOK      VALUE "00".

01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   Blank prints every manager's accounts; a manager's id prints only
*>   theirs.
01     SELECTEDMANAGER          PIC X(8) VALUE SPACES.

*>   Kept in account number order by CORPORATEACCOUNTMAINTENANCE.
01     CORPACCOUNTCOUNT         PIC 9(4) VALUE ZERO.
01     CORPACCOUNTTABLE.
       02 CORPACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON CORPACCOUNTCOUNT
               ASCENDING KEY IS CAACCOUNTID
               INDEXED BY CAIDX.
           03 CAACCOUNTID       PIC 9(10).
           03 CAACCOUNTNAME     PIC X(25).
           03 CAACCOUNTMANAGER  PIC X(8).

01     CORPMEMBERCOUNT          PIC 9(5) VALUE ZERO.
01     CORPMEMBERTABLE.
       02 CORPMEMBER OCCURS 0 TO 20000 TIMES
               DEPENDING ON CORPMEMBERCOUNT.
           03 CMSUBSCRIBERID    PIC 9(10).
           03 CMACCOUNTID       PIC 9(10).
01     CORPMEMBERIDX            PIC 9(5).
01     WORKMEMBERACCOUNTID      PIC 9(10) VALUE ZERO.

01     SERVICEIDX               PIC 9.
01     SUMMARYRECORDSREAD       PIC 9(7) VALUE ZERO.
01     HANDSETLINESPRINTED      PIC 9(7) VALUE ZERO.

01     PREVIOUSMANAGER          PIC X(8) VALUE SPACES.
01     PREVIOUSACCOUNTID        PIC 9(10) VALUE ZERO.
01     FIRSTLINESWITCH          PIC X VALUE "Y".
       88 FIRSTLINEOFREPORT     VALUE "Y".
       88 LINESALREADYPRINTED   VALUE "N".

01     ACCOUNTUNITS             PIC 9(8) OCCURS 4 TIMES.
01     ACCOUNTCHARGES           PIC S9(8)V99 VALUE ZERO.
01     ACCOUNTHANDSETS          PIC 9(4) VALUE ZERO.
01     MANAGERCHARGES           PIC S9(9)V99 VALUE ZERO.
01     MANAGERACCOUNTS          PIC 9(4) VALUE ZERO.

01     REPORTHEADINGLINE.
       02 FILLER                PIC X(37)
           VALUE "CORPORATE USAGE BY HANDSET - RUN DATE".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRUNDATE            PIC 9(8).

01     MANAGERHEADINGLINE.
       02 FILLER                PIC X(17) VALUE "ACCOUNT MANAGER: ".
       02 PRNMANAGER            PIC X(8).

01     ACCOUNTHEADINGLINE.
       02 FILLER                PIC X(9)  VALUE "ACCOUNT  ".
       02 PRNACCOUNTID          PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNACCOUNTNAME        PIC X(25).

01     HANDSETTOPICLINE.
       02 FILLER                PIC X(14) VALUE "  HANDSET".
       02 FILLER                PIC X(23) VALUE "USER".
       02 FILLER                PIC X(10) VALUE "     TEXTS".
       02 FILLER                PIC X(10) VALUE " VOICE MIN".
       02 FILLER                PIC X(10) VALUE "   DATA MB".
       02 FILLER                PIC X(10) VALUE "   ROAMING".
       02 FILLER                PIC X(14) VALUE "       CHARGES".

01     HANDSETDETAILLINE.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSUBSCRIBERNAME     PIC X(23).
       02 PRNUNITS              PIC ZZ,ZZZ,ZZ9 OCCURS 4 TIMES.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNHANDSETCHARGES     PIC $$$$,$$9.99-.

01     ACCOUNTTOTALLINE.
       02 FILLER                PIC X(15) VALUE "  ACCOUNT TOTAL".
       02 PRNACCOUNTHANDSETS    PIC ZZZ9.
       02 FILLER                PIC X(18) VALUE " HANDSETS".
       02 PRNACCOUNTUNITS       PIC ZZ,ZZZ,ZZ9 OCCURS 4 TIMES.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNACCOUNTCHARGES     PIC $$$$,$$9.99-.

01     MANAGERTOTALLINE.
       02 FILLER                PIC X(15) VALUE "MANAGER TOTAL  ".
       02 PRNMANAGERACCOUNTS    PIC ZZZ9.
       02 FILLER                PIC X(59) VALUE " ACCOUNTS".
       02 PRNMANAGERCHARGES     PIC $$$$$,$$9.99-.

01     NOHANDSETSLINE           PIC X(60)
           VALUE "NO CORPORATE HANDSETS ON THE BILLING SUMMARY".

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "ACCOUNT MANAGER OR BLANK FOR ALL - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO SELECTEDMANAGER
       PERFORM CLOSERUNPARAMETERFILE

       PERFORM LOADCORPORATEACCOUNTS
       PERFORM LOADCORPORATEMEMBERS

       OPEN OUTPUT CORPUSAGEREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       WRITE CORPUSAGEPRINTLINE FROM REPORTHEADINGLINE
           AFTER ADVANCING 1 LINE
       SORT CORPUSAGESORTWORK
           ON ASCENDING KEY SORTACCOUNTMANAGER
           ON ASCENDING KEY SORTACCOUNTID
           ON ASCENDING KEY SORTSUBSCRIBERID
           INPUT PROCEDURE IS RELEASECORPORATEHANDSETS
           OUTPUT PROCEDURE IS PRINTCORPORATEUSAGE
       CLOSE CORPUSAGEREPORTFILE

       DISPLAY "CORPORATE HANDSETS REPORTED: " HANDSETLINESPRINTED
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A summary with no corporate handsets on it - or no summary at all,
*>   before the first billing run - gives an empty report, not a
*>   failed step.
RELEASECORPORATEHANDSETS.
       OPEN INPUT SORTEDSUMMARYFILE
       IF NOT SORTEDSUMMARYFILEOK
           EXIT PARAGRAPH
       END-IF
       READ SORTEDSUMMARYFILE
           AT END SET ENDOFSORTEDSUMMARYFILE TO TRUE
       END-READ
       PERFORM RELEASEONESUMMARYRECORD UNTIL ENDOFSORTEDSUMMARYFILE
       CLOSE SORTEDSUMMARYFILE.

RELEASEONESUMMARYRECORD.
       ADD 1 TO SUMMARYRECORDSREAD
       MOVE ZERO TO WORKMEMBERACCOUNTID
       PERFORM CHECKONECORPORATEMEMBER
           VARYING CORPMEMBERIDX FROM 1 BY 1
           UNTIL CORPMEMBERIDX > CORPMEMBERCOUNT
           OR WORKMEMBERACCOUNTID NOT = ZERO
       IF WORKMEMBERACCOUNTID NOT = ZERO AND CORPACCOUNTCOUNT > ZERO
           SEARCH ALL CORPACCOUNT
               AT END CONTINUE
               WHEN CAACCOUNTID(CAIDX) = WORKMEMBERACCOUNTID
                   IF SELECTEDMANAGER = SPACES
                       OR SELECTEDMANAGER = CAACCOUNTMANAGER(CAIDX)
                       PERFORM RELEASEONEHANDSET
                   END-IF
           END-SEARCH
       END-IF
       READ SORTEDSUMMARYFILE
           AT END SET ENDOFSORTEDSUMMARYFILE TO TRUE
       END-READ.

RELEASEONEHANDSET.
       MOVE CAACCOUNTMANAGER(CAIDX) TO SORTACCOUNTMANAGER
       MOVE CAACCOUNTID(CAIDX)      TO SORTACCOUNTID
       MOVE CAACCOUNTNAME(CAIDX)    TO SORTACCOUNTNAME
       MOVE SUBSCRIBERID            TO SORTSUBSCRIBERID
       MOVE SUBSCRIBERNAME-SUM      TO SORTSUBSCRIBERNAME
       PERFORM MOVEONESERVICEUNITS
           VARYING SERVICEIDX FROM 1 BY 1 UNTIL SERVICEIDX > 4
       COMPUTE SORTHANDSETCHARGES =
           COSTOFTEXTS + COSTOFCALLS + COSTOFDATA + COSTOFROAMING
           + PLANCHARGE-SUM + ADJUSTMENTS-SUM
       RELEASE CORPUSAGESORTREC.

MOVEONESERVICEUNITS.
       MOVE UNITSUSED-SUM(SERVICEIDX) TO SORTUNITSUSED(SERVICEIDX).

CHECKONECORPORATEMEMBER.
       IF CMSUBSCRIBERID(CORPMEMBERIDX) = SUBSCRIBERID
           MOVE CMACCOUNTID(CORPMEMBERIDX) TO WORKMEMBERACCOUNTID
       END-IF.

*>   Handsets come back by manager, account and handset; an account
*>   closes with its handset count, units and charges, and a manager
*>   with the accounts and charges under them.
PRINTCORPORATEUSAGE.
       RETURN CORPUSAGESORTWORK
           AT END SET ENDOFCORPUSAGESORT TO TRUE
       END-RETURN
       IF ENDOFCORPUSAGESORT
           WRITE CORPUSAGEPRINTLINE FROM NOHANDSETSLINE
               AFTER ADVANCING 2 LINES
           EXIT PARAGRAPH
       END-IF
       PERFORM PRINTONEHANDSET UNTIL ENDOFCORPUSAGESORT
       PERFORM PRINTACCOUNTTOTAL
       PERFORM PRINTMANAGERTOTAL.

PRINTONEHANDSET.
       IF FIRSTLINEOFREPORT
           PERFORM STARTMANAGER
           PERFORM STARTACCOUNT
           SET LINESALREADYPRINTED TO TRUE
       ELSE
           IF SORTACCOUNTMANAGER NOT = PREVIOUSMANAGER
               PERFORM PRINTACCOUNTTOTAL
               PERFORM PRINTMANAGERTOTAL
               PERFORM STARTMANAGER
               PERFORM STARTACCOUNT
           ELSE
               IF SORTACCOUNTID NOT = PREVIOUSACCOUNTID
                   PERFORM PRINTACCOUNTTOTAL
                   PERFORM STARTACCOUNT
               END-IF
           END-IF
       END-IF

       MOVE SORTSUBSCRIBERID   TO PRNSUBSCRIBERID
       MOVE SORTSUBSCRIBERNAME TO PRNSUBSCRIBERNAME
       PERFORM PRINTONESERVICEUNITS
           VARYING SERVICEIDX FROM 1 BY 1 UNTIL SERVICEIDX > 4
       MOVE SORTHANDSETCHARGES TO PRNHANDSETCHARGES
       WRITE CORPUSAGEPRINTLINE FROM HANDSETDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO HANDSETLINESPRINTED, ACCOUNTHANDSETS
       ADD SORTHANDSETCHARGES TO ACCOUNTCHARGES

       RETURN CORPUSAGESORTWORK
           AT END SET ENDOFCORPUSAGESORT TO TRUE
       END-RETURN.

PRINTONESERVICEUNITS.
       MOVE SORTUNITSUSED(SERVICEIDX) TO PRNUNITS(SERVICEIDX)
       ADD SORTUNITSUSED(SERVICEIDX) TO ACCOUNTUNITS(SERVICEIDX).

STARTMANAGER.
       MOVE SORTACCOUNTMANAGER TO PREVIOUSMANAGER, PRNMANAGER
       MOVE ZERO TO MANAGERCHARGES, MANAGERACCOUNTS
       WRITE CORPUSAGEPRINTLINE FROM MANAGERHEADINGLINE
           AFTER ADVANCING 2 LINES.

STARTACCOUNT.
       MOVE SORTACCOUNTID   TO PREVIOUSACCOUNTID, PRNACCOUNTID
       MOVE SORTACCOUNTNAME TO PRNACCOUNTNAME
       MOVE ZERO TO ACCOUNTCHARGES, ACCOUNTHANDSETS
       PERFORM CLEARONEACCOUNTUNITS
           VARYING SERVICEIDX FROM 1 BY 1 UNTIL SERVICEIDX > 4
       WRITE CORPUSAGEPRINTLINE FROM ACCOUNTHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE CORPUSAGEPRINTLINE FROM HANDSETTOPICLINE
           AFTER ADVANCING 1 LINE.

CLEARONEACCOUNTUNITS.
       MOVE ZERO TO ACCOUNTUNITS(SERVICEIDX).

PRINTACCOUNTTOTAL.
       MOVE ACCOUNTHANDSETS TO PRNACCOUNTHANDSETS
       PERFORM PRINTONEACCOUNTUNITS
           VARYING SERVICEIDX FROM 1 BY 1 UNTIL SERVICEIDX > 4
       MOVE ACCOUNTCHARGES TO PRNACCOUNTCHARGES
       WRITE CORPUSAGEPRINTLINE FROM ACCOUNTTOTALLINE
           AFTER ADVANCING 1 LINE
       ADD ACCOUNTCHARGES TO MANAGERCHARGES
       ADD 1 TO MANAGERACCOUNTS.

PRINTONEACCOUNTUNITS.
       MOVE ACCOUNTUNITS(SERVICEIDX) TO PRNACCOUNTUNITS(SERVICEIDX).

PRINTMANAGERTOTAL.
       MOVE MANAGERACCOUNTS TO PRNMANAGERACCOUNTS
       MOVE MANAGERCHARGES  TO PRNMANAGERCHARGES
       WRITE CORPUSAGEPRINTLINE FROM MANAGERTOTALLINE
           AFTER ADVANCING 2 LINES.

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
       MOVE ACCOUNTMANAGER-CAF TO CAACCOUNTMANAGER(CORPACCOUNTCOUNT)
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

OPENRUNPARAMETERFILE.
       OPEN INPUT RUNPARAMETERFILE
       IF RUNPARAMETERFILEOK
           SET RUNNINGFROMPARAMETERS TO TRUE
       END-IF.

GETRUNPARAMETER.
       MOVE SPACES TO PARAMETERVALUE
       IF RUNNINGFROMPARAMETERS
           MOVE SPACES TO RUNPARAMETERLINE
           READ RUNPARAMETERFILE
               AT END MOVE SPACES TO RUNPARAMETERLINE
           END-READ
           MOVE RUNPARAMETERLINE TO PARAMETERVALUE
       ELSE
           ACCEPT PARAMETERVALUE
       END-IF.

CLOSERUNPARAMETERFILE.
       IF RUNNINGFROMPARAMETERS
           CLOSE RUNPARAMETERFILE
       END-IF.

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "CORPUSAGE"           TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE SUMMARYRECORDSREAD    TO OPLOGRECORDSIN
       MOVE HANDSETLINESPRINTED   TO OPLOGRECORDSOUT
       MOVE ZERO                  TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
