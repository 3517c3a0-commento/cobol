IDENTIFICATION DIVISION.
PROGRAM-ID. PERSONALDATAANONYMISATION.

*>   Strips the personal data from accounts closed longer ago than the
*>   retention period - names, addresses and bank details - while
*>   every id, date and amount stays where it is. Neither ledger holds
*>   a name, so neither is touched: balances, the debtors
*>   reconciliation and everything already posted to the GL come out
*>   exactly as before. A subscriber is closed from their leave date,
*>   whether still on the master or moved to the archive; an Aromamora
*>   customer from the day they were deleted from the customer master,
*>   as the change log records it. Accounts done are listed, by id
*>   only, on PersonalDataAnonymisation.rpt, and each is logged on its
*>   own maintenance log against the operator who ran it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT SUBSCRIBERARCHIVEFILE ASSIGN TO "SubscribersArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERARCHIVEFILESTATUS.

       SELECT SUBSCRIBERCHANGELOGFILE ASSIGN TO "SubscriberMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERCHANGELOGFILESTATUS.

       SELECT INVOICEDETAILFILE ASSIGN TO "Listing14-5Detail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICEDETAILFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOMERMASTERFILESTATUS.

       SELECT CUSTOMERCHANGELOGFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/CustomerMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOMERCHANGELOGFILESTATUS.

*>   The sequential files are rewritten through one work file, a file
*>   at a time - the change logs are more lines than a table should
*>   hold.
       SELECT PERSONALDATAWORKFILE ASSIGN TO "PersonalData.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERSONALDATAWORKFILESTATUS.

       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

       SELECT ANONYMISATIONREPORTFILE
           ASSIGN TO "PersonalDataAnonymisation.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       88  ENDOFSUBSCRIBERMASTERFILE VALUE HIGH-VALUES.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  FILLER                  PIC X(103).

FD     SUBSCRIBERARCHIVEFILE.
01     SUBSCRIBERARCHIVEREC     PIC X(113).
       88  ENDOFSUBSCRIBERARCHIVE  VALUE HIGH-VALUES.

*>   Layout as SUBSCRIBERMAINTENANCE's.
FD     SUBSCRIBERCHANGELOGFILE.
01     SUBSCRIBERCHANGELOGREC.
       88 ENDOFSUBSCRIBERCHANGELOG VALUE HIGH-VALUES.
       02 LOGTIMESTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 LOGOPERATORID         PIC X(8).
       02 FILLER                PIC X.
       02 LOGACTION             PIC X(6).
       02 FILLER                PIC X.
       02 LOGSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X.
       02 LOGFIELDNAME          PIC X(10).
        88 LOGPERSONALFIELD     VALUE "NAME" "ADDRESS" "MANDATE".
       02 FILLER                PIC X.
       02 LOGOLDVALUE           PIC X(40).
       02 FILLER                PIC X.
       02 LOGNEWVALUE           PIC X(40).

*>   Layout as LISTING14-5's.
FD     INVOICEDETAILFILE.
01     INVOICEDETAILREC.
       88  ENDOFINVOICEDETAIL      VALUE HIGH-VALUES.
       02  DETAILSUBSCRIBERID      PIC X(10).
       02  FILLER                  PIC X(18).
       02  DETAILSUBSCRIBERNAME    PIC X(25).
       02  FILLER                  PIC X(12).

FD     CUSTOMERMASTERFILE.
01     CUSTOMERMASTERREC.
       88  ENDOFCUSTOMERMASTERFILE  VALUE HIGH-VALUES.
       02  CUSTOMERID-CMF       PIC X(5).
       02  FILLER               PIC X(25).

*>   Layout as CUSTOMERMAINTENANCE's.
FD     CUSTOMERCHANGELOGFILE.
01     CUSTOMERCHANGELOGREC.
       88 ENDOFCUSTOMERCHANGELOG VALUE HIGH-VALUES.
       02 CLOGTIMESTAMP.
           03 CLOGDATE          PIC 9(8).
           03 FILLER            PIC X(6).
       02 FILLER                PIC X.
       02 CLOGOPERATORID        PIC X(8).
       02 FILLER                PIC X.
       02 CLOGACTION            PIC X(6).
       02 FILLER                PIC X.
       02 CLOGCUSTOMERID        PIC X(5).
       02 FILLER                PIC X.
       02 CLOGCUSTOMERNAME      PIC X(20).
       02 FILLER                PIC X.
       02 CLOGCURRENCYCODE      PIC X(3).

FD     PERSONALDATAWORKFILE.
01     PERSONALDATAWORKREC      PIC X(200).
       88 ENDOFPERSONALDATAWORK VALUE HIGH-VALUES.

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

FD     ANONYMISATIONREPORTFILE.
01     ANONYMISATIONPRINTLINE   PIC X(132).

WORKING-STORAGE SECTION.
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     SUBSCRIBERARCHIVEFILESTATUS PIC XX.
       88 SUBSCRIBERARCHIVEFILEOK VALUE "00".
01     SUBSCRIBERCHANGELOGFILESTATUS PIC XX.
       88 SUBSCRIBERCHANGELOGFILEOK  VALUE "00".
01     INVOICEDETAILFILESTATUS  PIC XX.
       88 INVOICEDETAILFILEOK   VALUE "00".
01     CUSTOMERMASTERFILESTATUS PIC XX.
       88 CUSTOMERMASTERFILEOK  VALUE "00".
01     CUSTOMERCHANGELOGFILESTATUS PIC XX.
       88 CUSTOMERCHANGELOGFILEOK  VALUE "00".
01     PERSONALDATAWORKFILESTATUS PIC XX.
       88 PERSONALDATAWORKFILEOK  VALUE "00".
01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).

*>   Six years after closure unless the run is told otherwise - the
*>   time within which a claim on a closed account can still be made.
01     RETENTIONENTRY           PIC X(2) VALUE SPACES.
01     RETENTIONYEARS           PIC 9(2) VALUE 6.
01     CUTOFFDATE               PIC 9(8).

*>   What an anonymised name reads as everywhere it was held.
01     ANONYMISEDNAME           PIC X(10) VALUE "ANONYMISED".

*>   A subscriber with their name, address and mandate as the master
*>   and the archive both hold them.
01     SUBSCRIBERDETAILS.
       02  SDSUBSCRIBERID          PIC 9(10).
       02  SDSUBSCRIBERNAME        PIC X(25).
       02  SDSUBSCRIBERADDRESS     PIC X(40).
       02  SDPLANCODE              PIC X(4).
       02  SDSUBSCRIBERSTATUS      PIC X.
       02  SDJOINDATE              PIC 9(8).
       02  SDLEAVEDATE             PIC 9(8).
       02  SDBILLCYCLE             PIC 9(2).
       02  SDPAYMETHOD             PIC X.
        88 SDPAYSBYDIRECTDEBIT     VALUE "D".
       02  SDBANKSORTCODE          PIC 9(6).
       02  SDBANKACCOUNT           PIC 9(8).
01     SOURCENAME               PIC X(20).

*>   Every closed subscriber past retention, anonymised in this run or
*>   an earlier one - the logs and detail file are cleared for all of
*>   them, so a run that stopped part way is finished by the next.
01     CLOSEDSUBSCRIBERCOUNT    PIC 9(5) VALUE ZERO.
01     CLOSEDSUBSCRIBERTABLE.
       02 CLOSEDSUBSCRIBERID    PIC 9(10) OCCURS 0 TO 9000 TIMES
               DEPENDING ON CLOSEDSUBSCRIBERCOUNT.
01     CLOSEDSUBSCRIBERIDX      PIC 9(5).
01     ANONYMISEDBEFOREARCHIVE  PIC 9(5).

*>   Every customer id the change log mentions, with how it stood at
*>   the end of the log.
01     LOGGEDCUSTOMERCOUNT      PIC 9(4) VALUE ZERO.
01     LOGGEDCUSTOMERTABLE.
       02 LOGGEDCUSTOMER OCCURS 0 TO 5000 TIMES
               DEPENDING ON LOGGEDCUSTOMERCOUNT.
           03 LCCUSTOMERID      PIC X(5).
           03 LCDELETEDDATE     PIC 9(8).
           03 LCSTATE           PIC X.
            88 LCONMASTER       VALUE "L".
            88 LCDELETED        VALUE "D".
           03 LCANONYMISEDSWITCH PIC X.
            88 LCALREADYANONYMISED VALUE "Y".
           03 LCACTIONSWITCH    PIC X.
            88 LCTOANONYMISE    VALUE "Y".
01     LOGGEDCUSTOMERIDX        PIC 9(4).
01     CUSTOMERIDSOUGHT         PIC X(5).
01     FOUNDCUSTOMERIDX         PIC 9(4).

01     FOUNDSWITCH              PIC X VALUE "N".
       88 IDFOUND               VALUE "Y".
01     REWRITENEEDEDSWITCH      PIC X VALUE "N".
       88 REWRITENEEDED         VALUE "Y".

01     WORKFILENAME             PIC X(16) VALUE "PersonalData.wrk".
01     DELETESTATUS             PIC S9(9) COMP-5 VALUE ZERO.

01     SUBSCRIBERSANONYMISED    PIC 9(5) VALUE ZERO.
01     SUBSCRIBERSALREADYDONE   PIC 9(5) VALUE ZERO.
01     SUBSCRIBERLOGROWSCLEARED PIC 9(7) VALUE ZERO.
01     DETAILROWSCLEARED        PIC 9(7) VALUE ZERO.
01     CUSTOMERSANONYMISED      PIC 9(5) VALUE ZERO.
01     CUSTOMERSALREADYDONE     PIC 9(5) VALUE ZERO.
01     CUSTOMERLOGROWSCLEARED   PIC 9(7) VALUE ZERO.

01     PERMISSIONSONFILESWITCH  PIC X VALUE "N".
       88 PERMISSIONSENFORCED   VALUE "Y".
01     PERMITTEDACTIONCOUNT     PIC 9(3) VALUE ZERO.
01     PERMITTEDACTIONTABLE.
       02 PERMITTEDACTION       PIC X(12) OCCURS 0 TO 100 TIMES
               DEPENDING ON PERMITTEDACTIONCOUNT.
01     PERMIDX                  PIC 9(3).
01     WORKACTIONCODE           PIC X(12).
01     PERMISSIONSWITCH         PIC X VALUE "Y".
       88 ACTIONPERMITTED       VALUE "Y".

01     ANONYMISATIONHEADINGLINE.
       02 FILLER                PIC X(52)
               VALUE "PERSONAL DATA ANONYMISATION - ACCOUNTS CLOSED BEFORE".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNCUTOFFDATE         PIC 9(8).
       02 FILLER                PIC X(8)  VALUE "  RUN BY".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNOPERATORID         PIC X(8).

01     ANONYMISATIONTOPICLINE.
       02 FILLER                PIC X(14) VALUE "ACCOUNT".
       02 FILLER                PIC X(10) VALUE "CLOSED".
       02 FILLER                PIC X(22) VALUE "HELD ON".
       02 FILLER                PIC X(40) VALUE "REMOVED".

01     ANONYMISATIONDETAILLINE.
       02 PRNACCOUNTKIND        PIC X.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNACCOUNTID          PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCLOSEDDATE         PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSOURCENAME         PIC X(20).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNREMOVEDNOTE        PIC X(40).

01     ANONYMISATIONTOTALLINE.
       02 PRNTOTALTEXT          PIC X(40).
       02 PRNTOTALCOUNT         PIC Z(6)9.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED FOR THE CHANGE LOGS - "
               "RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOPERATORPERMISSIONS
       MOVE "ANONYMISE" TO WORKACTIONCODE
       PERFORM CHECKACTIONPERMITTED
       IF NOT ACTIONPERMITTED
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           IF RUNDATEENTRY IS NOT NUMERIC
               DISPLAY "RUN DATE MUST BE YYYYMMDD - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUNDATEENTRY TO RUNDATE
           IF FUNCTION TEST-DATE-YYYYMMDD(RUNDATE) NOT = ZERO
               DISPLAY "RUN DATE " RUNDATE " IS NOT A DATE - RUN "
                   "ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       DISPLAY "ENTER RETENTION IN YEARS AFTER CLOSURE OR BLANK FOR "
           RETENTIONYEARS " - " WITH NO ADVANCING
       ACCEPT RETENTIONENTRY
       IF RETENTIONENTRY NOT = SPACES
           IF FUNCTION TEST-NUMVAL(RETENTIONENTRY) NOT = ZERO
                   OR FUNCTION NUMVAL(RETENTIONENTRY) < 1
               DISPLAY "RETENTION MUST BE 1 TO 99 YEARS - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE RETENTIONYEARS = FUNCTION NUMVAL(RETENTIONENTRY)
       END-IF

*>   The same day of the year, RETENTIONYEARS back - a 29 February
*>   run date falls back to the 28th in a year that has none.
       COMPUTE CUTOFFDATE = RUNDATE - (RETENTIONYEARS * 10000)
       IF FUNCTION TEST-DATE-YYYYMMDD(CUTOFFDATE) NOT = ZERO
           SUBTRACT 1 FROM CUTOFFDATE
       END-IF

       OPEN OUTPUT ANONYMISATIONREPORTFILE
       MOVE CUTOFFDATE TO PRNCUTOFFDATE
       MOVE OPERATORID TO PRNOPERATORID
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONHEADINGLINE
           AFTER ADVANCING PAGE
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOPICLINE
           AFTER ADVANCING 2 LINES

       PERFORM ANONYMISESUBSCRIBERMASTER
       PERFORM ANONYMISESUBSCRIBERARCHIVE
       IF CLOSEDSUBSCRIBERCOUNT > ZERO
           PERFORM CLEARSUBSCRIBERCHANGELOG
           PERFORM CLEARINVOICEDETAIL
       END-IF
       PERFORM FINDCLOSEDCUSTOMERS
       PERFORM CLEARCUSTOMERCHANGELOG
       CALL "CBL_DELETE_FILE" USING WORKFILENAME
           RETURNING DELETESTATUS
       END-CALL

       PERFORM WRITEANONYMISATIONTOTALS
       CLOSE ANONYMISATIONREPORTFILE

       DISPLAY "SUBSCRIBERS ANONYMISED: " SUBSCRIBERSANONYMISED
           "  CUSTOMERS ANONYMISED: " CUSTOMERSANONYMISED
       STOP RUN.

*> ======================================================================
*>   Subscribers
*> ======================================================================
*>   Name and address are replaced and the mandate cleared, so the
*>   collection run could never draw on it again; everything else on
*>   the record stays for the billing history.
ANONYMISESUBSCRIBERMASTER.
       OPEN I-O SUBSCRIBERMASTERFILE
       IF NOT SUBSCRIBERMASTERFILEOK
           DISPLAY "CANNOT OPEN SUBSCRIBER MASTER - STATUS "
               SUBSCRIBERMASTERFILESTATUS " - RUN ABANDONED"
           CLOSE ANONYMISATIONREPORTFILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "SUBSCRIBER MASTER" TO SOURCENAME
       READ SUBSCRIBERMASTERFILE NEXT
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ
       PERFORM CHECKONEMASTERSUBSCRIBER UNTIL ENDOFSUBSCRIBERMASTERFILE
       CLOSE SUBSCRIBERMASTERFILE.

CHECKONEMASTERSUBSCRIBER.
       MOVE SUBSCRIBERMASTERREC TO SUBSCRIBERDETAILS
       MOVE "N" TO REWRITENEEDEDSWITCH
       PERFORM CHECKCLOSEDSUBSCRIBER
       IF REWRITENEEDED
           MOVE SUBSCRIBERDETAILS TO SUBSCRIBERMASTERREC
           REWRITE SUBSCRIBERMASTERREC
               INVALID KEY
                   DISPLAY "MASTER REWRITE FAILED FOR " SDSUBSCRIBERID
                       " - STATUS " SUBSCRIBERMASTERFILESTATUS
           END-REWRITE
       END-IF
       READ SUBSCRIBERMASTERFILE NEXT
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ.

ANONYMISESUBSCRIBERARCHIVE.
       OPEN INPUT SUBSCRIBERARCHIVEFILE
       IF NOT SUBSCRIBERARCHIVEFILEOK
           EXIT PARAGRAPH
       END-IF
       PERFORM OPENWORKFILEFOROUTPUT
       MOVE "SUBSCRIBER ARCHIVE" TO SOURCENAME
       MOVE SUBSCRIBERSANONYMISED TO ANONYMISEDBEFOREARCHIVE
       READ SUBSCRIBERARCHIVEFILE
           AT END SET ENDOFSUBSCRIBERARCHIVE TO TRUE
       END-READ
       PERFORM CHECKONEARCHIVEDSUBSCRIBER UNTIL ENDOFSUBSCRIBERARCHIVE
       CLOSE SUBSCRIBERARCHIVEFILE
       CLOSE PERSONALDATAWORKFILE
       IF SUBSCRIBERSANONYMISED > ANONYMISEDBEFOREARCHIVE
           OPEN INPUT PERSONALDATAWORKFILE
           OPEN OUTPUT SUBSCRIBERARCHIVEFILE
           READ PERSONALDATAWORKFILE
               AT END SET ENDOFPERSONALDATAWORK TO TRUE
           END-READ
           PERFORM COPYBACKONEARCHIVEDSUBSCRIBER
               UNTIL ENDOFPERSONALDATAWORK
           CLOSE PERSONALDATAWORKFILE
           CLOSE SUBSCRIBERARCHIVEFILE
       END-IF.

CHECKONEARCHIVEDSUBSCRIBER.
       MOVE SUBSCRIBERARCHIVEREC TO SUBSCRIBERDETAILS
       MOVE "N" TO REWRITENEEDEDSWITCH
       PERFORM CHECKCLOSEDSUBSCRIBER
       MOVE SUBSCRIBERDETAILS TO PERSONALDATAWORKREC
       WRITE PERSONALDATAWORKREC
       READ SUBSCRIBERARCHIVEFILE
           AT END SET ENDOFSUBSCRIBERARCHIVE TO TRUE
       END-READ.

COPYBACKONEARCHIVEDSUBSCRIBER.
       WRITE SUBSCRIBERARCHIVEREC FROM PERSONALDATAWORKREC
       READ PERSONALDATAWORKFILE
           AT END SET ENDOFPERSONALDATAWORK TO TRUE
       END-READ.

*>   A leave date on or after the cut-off, or none at all, is an
*>   account still inside its retention.
CHECKCLOSEDSUBSCRIBER.
       IF SDLEAVEDATE IS NUMERIC AND SDLEAVEDATE > ZERO
               AND SDLEAVEDATE < CUTOFFDATE
           PERFORM RECORDCLOSEDSUBSCRIBER
           IF SDSUBSCRIBERNAME = ANONYMISEDNAME
               ADD 1 TO SUBSCRIBERSALREADYDONE
           ELSE
               MOVE ANONYMISEDNAME TO SDSUBSCRIBERNAME
               MOVE SPACES TO SDSUBSCRIBERADDRESS
               MOVE ZERO TO SDBANKSORTCODE, SDBANKACCOUNT
               IF SDPAYSBYDIRECTDEBIT
                   MOVE SPACE TO SDPAYMETHOD
               END-IF
               SET REWRITENEEDED TO TRUE
               ADD 1 TO SUBSCRIBERSANONYMISED
               MOVE "S"             TO PRNACCOUNTKIND
               MOVE SDSUBSCRIBERID  TO PRNACCOUNTID
               MOVE SDLEAVEDATE     TO PRNCLOSEDDATE
               MOVE SOURCENAME      TO PRNSOURCENAME
               MOVE "NAME, ADDRESS AND BANK DETAILS"
                   TO PRNREMOVEDNOTE
               WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONDETAILLINE
                   AFTER ADVANCING 1 LINE
               PERFORM LOGSUBSCRIBERANONYMISED
           END-IF
       END-IF.

RECORDCLOSEDSUBSCRIBER.
       MOVE "N" TO FOUNDSWITCH
       PERFORM MATCHONECLOSEDSUBSCRIBER
           VARYING CLOSEDSUBSCRIBERIDX FROM 1 BY 1
           UNTIL CLOSEDSUBSCRIBERIDX > CLOSEDSUBSCRIBERCOUNT
               OR IDFOUND
       IF NOT IDFOUND
           IF CLOSEDSUBSCRIBERCOUNT < 9000
               ADD 1 TO CLOSEDSUBSCRIBERCOUNT
               MOVE SDSUBSCRIBERID
                   TO CLOSEDSUBSCRIBERID(CLOSEDSUBSCRIBERCOUNT)
           ELSE
               DISPLAY "MORE THAN 9000 CLOSED SUBSCRIBERS - LOGS NOT "
                   "CLEARED FOR " SDSUBSCRIBERID " UNTIL THE NEXT RUN"
           END-IF
       END-IF.

MATCHONECLOSEDSUBSCRIBER.
       IF CLOSEDSUBSCRIBERID(CLOSEDSUBSCRIBERIDX) = SDSUBSCRIBERID
           SET IDFOUND TO TRUE
       END-IF.

*>   Old and new values of the name, address and mandate changes go;
*>   the fact that a change was made, when and by whom, stays.
CLEARSUBSCRIBERCHANGELOG.
       OPEN INPUT SUBSCRIBERCHANGELOGFILE
       IF NOT SUBSCRIBERCHANGELOGFILEOK
           EXIT PARAGRAPH
       END-IF
       PERFORM OPENWORKFILEFOROUTPUT
       MOVE "N" TO REWRITENEEDEDSWITCH
       READ SUBSCRIBERCHANGELOGFILE
           AT END SET ENDOFSUBSCRIBERCHANGELOG TO TRUE
       END-READ
       PERFORM CHECKONESUBSCRIBERCHANGE UNTIL ENDOFSUBSCRIBERCHANGELOG
       CLOSE SUBSCRIBERCHANGELOGFILE
       CLOSE PERSONALDATAWORKFILE
       IF REWRITENEEDED
           OPEN INPUT PERSONALDATAWORKFILE
           OPEN OUTPUT SUBSCRIBERCHANGELOGFILE
           READ PERSONALDATAWORKFILE
               AT END SET ENDOFPERSONALDATAWORK TO TRUE
           END-READ
           PERFORM COPYBACKONESUBSCRIBERCHANGE
               UNTIL ENDOFPERSONALDATAWORK
           CLOSE PERSONALDATAWORKFILE
           CLOSE SUBSCRIBERCHANGELOGFILE
       END-IF.

CHECKONESUBSCRIBERCHANGE.
       IF LOGPERSONALFIELD
               AND (LOGOLDVALUE NOT = SPACES OR LOGNEWVALUE NOT = SPACES)
           MOVE LOGSUBSCRIBERID TO SDSUBSCRIBERID
           MOVE "N" TO FOUNDSWITCH
           PERFORM MATCHONECLOSEDSUBSCRIBER
               VARYING CLOSEDSUBSCRIBERIDX FROM 1 BY 1
               UNTIL CLOSEDSUBSCRIBERIDX > CLOSEDSUBSCRIBERCOUNT
                   OR IDFOUND
           IF IDFOUND
               MOVE SPACES TO LOGOLDVALUE, LOGNEWVALUE
               SET REWRITENEEDED TO TRUE
               ADD 1 TO SUBSCRIBERLOGROWSCLEARED
           END-IF
       END-IF
       WRITE PERSONALDATAWORKREC FROM SUBSCRIBERCHANGELOGREC
       READ SUBSCRIBERCHANGELOGFILE
           AT END SET ENDOFSUBSCRIBERCHANGELOG TO TRUE
       END-READ.

COPYBACKONESUBSCRIBERCHANGE.
       WRITE SUBSCRIBERCHANGELOGREC FROM PERSONALDATAWORKREC
       READ PERSONALDATAWORKFILE
           AT END SET ENDOFPERSONALDATAWORK TO TRUE
       END-READ.

*>   The anonymisation itself goes on the log like any other change -
*>   with nothing in the values that would undo it.
LOGSUBSCRIBERANONYMISED.
       OPEN EXTEND SUBSCRIBERCHANGELOGFILE
       IF NOT SUBSCRIBERCHANGELOGFILEOK
           OPEN OUTPUT SUBSCRIBERCHANGELOGFILE
       END-IF
       MOVE SPACES TO SUBSCRIBERCHANGELOGREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO LOGTIMESTAMP
       MOVE OPERATORID     TO LOGOPERATORID
       MOVE "ANONYM"       TO LOGACTION
       MOVE SDSUBSCRIBERID TO LOGSUBSCRIBERID
       MOVE "PERSONAL"     TO LOGFIELDNAME
       MOVE ANONYMISEDNAME TO LOGNEWVALUE
       WRITE SUBSCRIBERCHANGELOGREC
       CLOSE SUBSCRIBERCHANGELOGFILE.

*>   The last billing run's detail still carries a closed subscriber's
*>   name when they left within the run's cycle.
CLEARINVOICEDETAIL.
       OPEN INPUT INVOICEDETAILFILE
       IF NOT INVOICEDETAILFILEOK
           EXIT PARAGRAPH
       END-IF
       PERFORM OPENWORKFILEFOROUTPUT
       MOVE "N" TO REWRITENEEDEDSWITCH
       READ INVOICEDETAILFILE
           AT END SET ENDOFINVOICEDETAIL TO TRUE
       END-READ
       PERFORM CHECKONEINVOICEDETAIL UNTIL ENDOFINVOICEDETAIL
       CLOSE INVOICEDETAILFILE
       CLOSE PERSONALDATAWORKFILE
       IF REWRITENEEDED
           OPEN INPUT PERSONALDATAWORKFILE
           OPEN OUTPUT INVOICEDETAILFILE
           READ PERSONALDATAWORKFILE
               AT END SET ENDOFPERSONALDATAWORK TO TRUE
           END-READ
           PERFORM COPYBACKONEINVOICEDETAIL UNTIL ENDOFPERSONALDATAWORK
           CLOSE PERSONALDATAWORKFILE
           CLOSE INVOICEDETAILFILE
       END-IF.

CHECKONEINVOICEDETAIL.
       IF DETAILSUBSCRIBERID IS NUMERIC
               AND DETAILSUBSCRIBERNAME NOT = ANONYMISEDNAME
           MOVE DETAILSUBSCRIBERID TO SDSUBSCRIBERID
           MOVE "N" TO FOUNDSWITCH
           PERFORM MATCHONECLOSEDSUBSCRIBER
               VARYING CLOSEDSUBSCRIBERIDX FROM 1 BY 1
               UNTIL CLOSEDSUBSCRIBERIDX > CLOSEDSUBSCRIBERCOUNT
                   OR IDFOUND
           IF IDFOUND
               MOVE ANONYMISEDNAME TO DETAILSUBSCRIBERNAME
               SET REWRITENEEDED TO TRUE
               ADD 1 TO DETAILROWSCLEARED
           END-IF
       END-IF
       WRITE PERSONALDATAWORKREC FROM INVOICEDETAILREC
       READ INVOICEDETAILFILE
           AT END SET ENDOFINVOICEDETAIL TO TRUE
       END-READ.

COPYBACKONEINVOICEDETAIL.
       WRITE INVOICEDETAILREC FROM PERSONALDATAWORKREC
       READ PERSONALDATAWORKFILE
           AT END SET ENDOFPERSONALDATAWORK TO TRUE
       END-READ.

*> ======================================================================
*>   Aromamora customers
*> ======================================================================
*>   The customer master holds only the live customers, so the log is
*>   the record of who was deleted and when. A customer added again
*>   after a delete is live; one already anonymised by an earlier run
*>   has its ANONYM line on the log.
FINDCLOSEDCUSTOMERS.
       OPEN INPUT CUSTOMERCHANGELOGFILE
       IF NOT CUSTOMERCHANGELOGFILEOK
           EXIT PARAGRAPH
       END-IF
       READ CUSTOMERCHANGELOGFILE
           AT END SET ENDOFCUSTOMERCHANGELOG TO TRUE
       END-READ
       PERFORM NOTEONECUSTOMERCHANGE UNTIL ENDOFCUSTOMERCHANGELOG
       CLOSE CUSTOMERCHANGELOGFILE

       OPEN INPUT CUSTOMERMASTERFILE
       IF CUSTOMERMASTERFILEOK
           READ CUSTOMERMASTERFILE
               AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
           END-READ
           PERFORM NOTEONELIVECUSTOMER UNTIL ENDOFCUSTOMERMASTERFILE
           CLOSE CUSTOMERMASTERFILE
       END-IF

       PERFORM DECIDEONECUSTOMER
           VARYING LOGGEDCUSTOMERIDX FROM 1 BY 1
           UNTIL LOGGEDCUSTOMERIDX > LOGGEDCUSTOMERCOUNT.

NOTEONECUSTOMERCHANGE.
       MOVE CLOGCUSTOMERID TO CUSTOMERIDSOUGHT
       PERFORM FINDLOGGEDCUSTOMER
       IF FOUNDCUSTOMERIDX = ZERO AND LOGGEDCUSTOMERCOUNT < 5000
           ADD 1 TO LOGGEDCUSTOMERCOUNT
           MOVE LOGGEDCUSTOMERCOUNT TO FOUNDCUSTOMERIDX
           MOVE CLOGCUSTOMERID TO LCCUSTOMERID(FOUNDCUSTOMERIDX)
           MOVE ZERO TO LCDELETEDDATE(FOUNDCUSTOMERIDX)
           SET LCONMASTER(FOUNDCUSTOMERIDX) TO TRUE
           MOVE "N" TO LCANONYMISEDSWITCH(FOUNDCUSTOMERIDX)
           MOVE "N" TO LCACTIONSWITCH(FOUNDCUSTOMERIDX)
       END-IF
       IF FOUNDCUSTOMERIDX NOT = ZERO
           EVALUATE CLOGACTION
               WHEN "DELETE"
                   SET LCDELETED(FOUNDCUSTOMERIDX) TO TRUE
                   MOVE ZERO TO LCDELETEDDATE(FOUNDCUSTOMERIDX)
                   IF CLOGDATE IS NUMERIC
                       MOVE CLOGDATE TO LCDELETEDDATE(FOUNDCUSTOMERIDX)
                   END-IF
               WHEN "ADD"
                   SET LCONMASTER(FOUNDCUSTOMERIDX) TO TRUE
                   MOVE "N" TO LCANONYMISEDSWITCH(FOUNDCUSTOMERIDX)
               WHEN "ANONYM"
                   SET LCALREADYANONYMISED(FOUNDCUSTOMERIDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF
       READ CUSTOMERCHANGELOGFILE
           AT END SET ENDOFCUSTOMERCHANGELOG TO TRUE
       END-READ.

*>   A customer on the master is live whatever the log says - one
*>   loaded before the log began has no ADD line.
NOTEONELIVECUSTOMER.
       MOVE CUSTOMERID-CMF TO CUSTOMERIDSOUGHT
       PERFORM FINDLOGGEDCUSTOMER
       IF FOUNDCUSTOMERIDX NOT = ZERO
           SET LCONMASTER(FOUNDCUSTOMERIDX) TO TRUE
       END-IF
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.

FINDLOGGEDCUSTOMER.
       MOVE ZERO TO FOUNDCUSTOMERIDX
       PERFORM MATCHONELOGGEDCUSTOMER
           VARYING LOGGEDCUSTOMERIDX FROM 1 BY 1
           UNTIL LOGGEDCUSTOMERIDX > LOGGEDCUSTOMERCOUNT
               OR FOUNDCUSTOMERIDX NOT = ZERO.

MATCHONELOGGEDCUSTOMER.
       IF LCCUSTOMERID(LOGGEDCUSTOMERIDX) = CUSTOMERIDSOUGHT
           MOVE LOGGEDCUSTOMERIDX TO FOUNDCUSTOMERIDX
       END-IF.

DECIDEONECUSTOMER.
       IF LCDELETED(LOGGEDCUSTOMERIDX)
               AND LCDELETEDDATE(LOGGEDCUSTOMERIDX) > ZERO
               AND LCDELETEDDATE(LOGGEDCUSTOMERIDX) < CUTOFFDATE
           SET LCTOANONYMISE(LOGGEDCUSTOMERIDX) TO TRUE
           IF LCALREADYANONYMISED(LOGGEDCUSTOMERIDX)
               ADD 1 TO CUSTOMERSALREADYDONE
           ELSE
               ADD 1 TO CUSTOMERSANONYMISED
               MOVE "C" TO PRNACCOUNTKIND
               MOVE LCCUSTOMERID(LOGGEDCUSTOMERIDX) TO PRNACCOUNTID
               MOVE LCDELETEDDATE(LOGGEDCUSTOMERIDX) TO PRNCLOSEDDATE
               MOVE "CUSTOMER LOG" TO PRNSOURCENAME
               MOVE "NAME" TO PRNREMOVEDNOTE
               WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONDETAILLINE
                   AFTER ADVANCING 1 LINE
           END-IF
       END-IF.

*>   The customer's name goes from every line of the log; the ANONYM
*>   line for each newly done is added once the log is back in place.
CLEARCUSTOMERCHANGELOG.
       IF CUSTOMERSANONYMISED = ZERO AND CUSTOMERSALREADYDONE = ZERO
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT CUSTOMERCHANGELOGFILE
       PERFORM OPENWORKFILEFOROUTPUT
       MOVE "N" TO REWRITENEEDEDSWITCH
       READ CUSTOMERCHANGELOGFILE
           AT END SET ENDOFCUSTOMERCHANGELOG TO TRUE
       END-READ
       PERFORM CHECKONECUSTOMERCHANGE UNTIL ENDOFCUSTOMERCHANGELOG
       CLOSE CUSTOMERCHANGELOGFILE
       CLOSE PERSONALDATAWORKFILE
       IF REWRITENEEDED
           OPEN INPUT PERSONALDATAWORKFILE
           OPEN OUTPUT CUSTOMERCHANGELOGFILE
           READ PERSONALDATAWORKFILE
               AT END SET ENDOFPERSONALDATAWORK TO TRUE
           END-READ
           PERFORM COPYBACKONECUSTOMERCHANGE UNTIL ENDOFPERSONALDATAWORK
           CLOSE PERSONALDATAWORKFILE
           CLOSE CUSTOMERCHANGELOGFILE
       END-IF
       IF CUSTOMERSANONYMISED > ZERO
           OPEN EXTEND CUSTOMERCHANGELOGFILE
           PERFORM LOGCUSTOMERANONYMISED
               VARYING LOGGEDCUSTOMERIDX FROM 1 BY 1
               UNTIL LOGGEDCUSTOMERIDX > LOGGEDCUSTOMERCOUNT
           CLOSE CUSTOMERCHANGELOGFILE
       END-IF.

CHECKONECUSTOMERCHANGE.
       IF CLOGCUSTOMERNAME NOT = ANONYMISEDNAME
           MOVE CLOGCUSTOMERID TO CUSTOMERIDSOUGHT
           PERFORM FINDLOGGEDCUSTOMER
           IF FOUNDCUSTOMERIDX NOT = ZERO
               IF LCTOANONYMISE(FOUNDCUSTOMERIDX)
                   MOVE ANONYMISEDNAME TO CLOGCUSTOMERNAME
                   SET REWRITENEEDED TO TRUE
                   ADD 1 TO CUSTOMERLOGROWSCLEARED
               END-IF
           END-IF
       END-IF
       WRITE PERSONALDATAWORKREC FROM CUSTOMERCHANGELOGREC
       READ CUSTOMERCHANGELOGFILE
           AT END SET ENDOFCUSTOMERCHANGELOG TO TRUE
       END-READ.

COPYBACKONECUSTOMERCHANGE.
       WRITE CUSTOMERCHANGELOGREC FROM PERSONALDATAWORKREC
       READ PERSONALDATAWORKFILE
           AT END SET ENDOFPERSONALDATAWORK TO TRUE
       END-READ.

LOGCUSTOMERANONYMISED.
       IF LCTOANONYMISE(LOGGEDCUSTOMERIDX)
               AND NOT LCALREADYANONYMISED(LOGGEDCUSTOMERIDX)
           MOVE SPACES TO CUSTOMERCHANGELOGREC
           MOVE FUNCTION CURRENT-DATE(1:14) TO CLOGTIMESTAMP
           MOVE OPERATORID     TO CLOGOPERATORID
           MOVE "ANONYM"       TO CLOGACTION
           MOVE LCCUSTOMERID(LOGGEDCUSTOMERIDX) TO CLOGCUSTOMERID
           MOVE ANONYMISEDNAME TO CLOGCUSTOMERNAME
           WRITE CUSTOMERCHANGELOGREC
       END-IF.

*> ======================================================================
*>   Work file, totals and operator permission
*> ======================================================================
OPENWORKFILEFOROUTPUT.
       OPEN OUTPUT PERSONALDATAWORKFILE
       IF NOT PERSONALDATAWORKFILEOK
           DISPLAY "WORK FILE CANNOT BE WRITTEN (STATUS "
               PERSONALDATAWORKFILESTATUS ") - RUN ABANDONED"
           CLOSE ANONYMISATIONREPORTFILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITEANONYMISATIONTOTALS.
       MOVE "SUBSCRIBERS ANONYMISED"          TO PRNTOTALTEXT
       MOVE SUBSCRIBERSANONYMISED             TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 2 LINES
       MOVE "SUBSCRIBERS ANONYMISED BEFORE THIS RUN" TO PRNTOTALTEXT
       MOVE SUBSCRIBERSALREADYDONE            TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "SUBSCRIBER LOG LINES CLEARED"    TO PRNTOTALTEXT
       MOVE SUBSCRIBERLOGROWSCLEARED          TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "INVOICE DETAIL LINES CLEARED"    TO PRNTOTALTEXT
       MOVE DETAILROWSCLEARED                 TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "CUSTOMERS ANONYMISED"            TO PRNTOTALTEXT
       MOVE CUSTOMERSANONYMISED               TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 2 LINES
       MOVE "CUSTOMERS ANONYMISED BEFORE THIS RUN" TO PRNTOTALTEXT
       MOVE CUSTOMERSALREADYDONE              TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "CUSTOMER LOG LINES CLEARED"      TO PRNTOTALTEXT
       MOVE CUSTOMERLOGROWSCLEARED            TO PRNTOTALCOUNT
       WRITE ANONYMISATIONPRINTLINE FROM ANONYMISATIONTOTALLINE
           AFTER ADVANCING 1 LINE.

*>   No permissions file on disk means no enforcement, as for the
*>   maintenance programs.
LOADOPERATORPERMISSIONS.
       MOVE ZERO TO PERMITTEDACTIONCOUNT
       MOVE "N" TO PERMISSIONSONFILESWITCH
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF OPERATORPERMISSIONSFILEOK
           SET PERMISSIONSENFORCED TO TRUE
           READ OPERATORPERMISSIONSFILE
               AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
           END-READ
           PERFORM STOREONEPERMISSION
               UNTIL ENDOFOPERATORPERMISSIONS
           CLOSE OPERATORPERMISSIONSFILE
       END-IF.

STOREONEPERMISSION.
       IF PERMOPERATORID = OPERATORID
           ADD 1 TO PERMITTEDACTIONCOUNT
           MOVE PERMACTIONCODE
               TO PERMITTEDACTION(PERMITTEDACTIONCOUNT)
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

CHECKACTIONPERMITTED.
       IF NOT PERMISSIONSENFORCED
           MOVE "Y" TO PERMISSIONSWITCH
       ELSE
           MOVE "N" TO PERMISSIONSWITCH
           PERFORM CHECKONEPERMITTEDACTION
               VARYING PERMIDX FROM 1 BY 1
               UNTIL PERMIDX > PERMITTEDACTIONCOUNT
           IF NOT ACTIONPERMITTED
               PERFORM LOGPERMISSIONREFUSAL
           END-IF
       END-IF.

CHECKONEPERMITTEDACTION.
       IF PERMITTEDACTION(PERMIDX) = WORKACTIONCODE
           MOVE "Y" TO PERMISSIONSWITCH
       END-IF.

LOGPERMISSIONREFUSAL.
       DISPLAY "ACTION " WORKACTIONCODE " NOT PERMITTED FOR "
           "OPERATOR " OPERATORID " - REFUSED AND LOGGED"
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE OPERATORID     TO REFUSALOPERATORID
       MOVE WORKACTIONCODE TO REFUSALACTIONCODE
       MOVE "ANONYMISE"    TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
