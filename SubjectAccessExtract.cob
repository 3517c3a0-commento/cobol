IDENTIFICATION DIVISION.
PROGRAM-ID. SUBJECTACCESSEXTRACT.

*>   Everything held on one person, gathered into a single extract for
*>   a subject access request - a subscriber by SUBSCRIBERID or an
*>   Aromamora customer by CUSTOMERID. Each file searched gets its own
*>   section on the extract, saying so when nothing is held there, so
*>   the reply shows what was looked at as well as what was found.
*>   Every extract taken is logged with the operator who took it.

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

       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

*>   Ledger rows of settled leavers, moved off by the account closure
*>   run.
       SELECT CLOSEDLEDGERFILE ASSIGN TO "SubscriberLedgerArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSEDLEDGERFILESTATUS.

*>   SubscriberLedger.YYYY.dat and ReceivablesLedger.YYYY.dat, left
*>   behind by each ledger year-end close.
       SELECT YEARENDLEDGERFILE ASSIGN TO DYNAMIC YEARENDLEDGERFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS YEARENDLEDGERFILESTATUS.

       SELECT INVOICEDETAILFILE ASSIGN TO "Listing14-5Detail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICEDETAILFILESTATUS.

       SELECT CALLDETAILFILE ASSIGN TO "Listing14-5CallDetail.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALLDETAILFILESTATUS.

       SELECT SUBSCRIBERCHANGELOGFILE ASSIGN TO "SubscriberMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERCHANGELOGFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOMERMASTERFILESTATUS.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT CUSTOMERCHANGELOGFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/CustomerMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOMERCHANGELOGFILESTATUS.

       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

*>   One extract per person - SubjectAccess.S.<subscriber>.rpt or
*>   SubjectAccess.C.<customer>.rpt - so a second request from someone
*>   else does not overwrite a reply still to be sent.
       SELECT EXTRACTFILE ASSIGN TO DYNAMIC EXTRACTFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACTFILESTATUS.

       SELECT SUBJECTACCESSLOGFILE ASSIGN TO "SubjectAccessLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBJECTACCESSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  FILLER                  PIC X(103).

FD     SUBSCRIBERARCHIVEFILE.
01     SUBSCRIBERARCHIVEREC.
       88  ENDOFSUBSCRIBERARCHIVE  VALUE HIGH-VALUES.
       02  SUBSCRIBERID-SAF        PIC 9(10).
       02  FILLER                  PIC X(103).

FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       88 ENDOFSUBSCRIBERLEDGER VALUE HIGH-VALUES.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 FILLER                PIC X(18).

FD     CLOSEDLEDGERFILE.
01     CLOSEDLEDGERREC.
       88 ENDOFCLOSEDLEDGER     VALUE HIGH-VALUES.
       02 SUBSCRIBERID-CLF      PIC 9(10).
       02 FILLER                PIC X(18).

FD     YEARENDLEDGERFILE.
01     YEARENDLEDGERREC         PIC X(45).
       88 ENDOFYEARENDLEDGER    VALUE HIGH-VALUES.

FD     INVOICEDETAILFILE.
01     INVOICEDETAILREC.
       88  ENDOFINVOICEDETAIL      VALUE HIGH-VALUES.
       02  DETAILSUBSCRIBERID      PIC X(10).
       02  FILLER                  PIC X(55).

FD     CALLDETAILFILE.
01     CALLDETAILLINE.
       88  ENDOFCALLDETAIL         VALUE HIGH-VALUES.
       02  CDSUBSCRIBERID          PIC X(10).
       02  FILLER                  PIC X(90).

*>   Layout as SUBSCRIBERMAINTENANCE's.
FD     SUBSCRIBERCHANGELOGFILE.
01     SUBSCRIBERCHANGELOGREC.
       88 ENDOFSUBSCRIBERCHANGELOG VALUE HIGH-VALUES.
       02 FILLER                PIC X(31).
       02 LOGSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X(93).

FD     CUSTOMERMASTERFILE.
01     CUSTOMERMASTERREC.
       88  ENDOFCUSTOMERMASTERFILE  VALUE HIGH-VALUES.
       02  CUSTOMERID-CMF       PIC X(5).
       02  CUSTOMERNAME-CMF     PIC X(20).
       02  CREDITHOLDFLAG-CMF   PIC X.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

*>   Layout as CUSTOMERMAINTENANCE's.
FD     CUSTOMERCHANGELOGFILE.
01     CUSTOMERCHANGELOGREC.
       88 ENDOFCUSTOMERCHANGELOG VALUE HIGH-VALUES.
       02 FILLER                PIC X(31).
       02 LOGCUSTOMERID         PIC X(5).
       02 FILLER                PIC X(25).

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

FD     EXTRACTFILE.
01     EXTRACTPRINTLINE         PIC X(150).

FD     SUBJECTACCESSLOGFILE.
01     SUBJECTACCESSLOGREC.
       02 SALSTAMP              PIC X(14).
       02 FILLER                PIC X.
       02 SALOPERATORID         PIC X(8).
       02 FILLER                PIC X.
       02 SALSUBJECTKIND        PIC X.
       02 FILLER                PIC X.
       02 SALSUBJECTID          PIC X(10).
       02 FILLER                PIC X.
       02 SALRECORDCOUNT        PIC 9(7).
       02 FILLER                PIC X.
       02 SALEXTRACTFILE        PIC X(40).

WORKING-STORAGE SECTION.
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     SUBSCRIBERARCHIVEFILESTATUS PIC XX.
       88 SUBSCRIBERARCHIVEFILEOK VALUE "00".
01     SUBSCRIBERLEDGERFILESTATUS PIC XX.
       88 SUBSCRIBERLEDGERFILEOK VALUE "00".
01     CLOSEDLEDGERFILESTATUS   PIC XX.
       88 CLOSEDLEDGERFILEOK    VALUE "00".
01     YEARENDLEDGERFILESTATUS  PIC XX.
       88 YEARENDLEDGERFILEOK   VALUE "00".
01     INVOICEDETAILFILESTATUS  PIC XX.
       88 INVOICEDETAILFILEOK   VALUE "00".
01     CALLDETAILFILESTATUS     PIC XX.
       88 CALLDETAILFILEOK      VALUE "00".
01     SUBSCRIBERCHANGELOGFILESTATUS PIC XX.
       88 SUBSCRIBERCHANGELOGFILEOK  VALUE "00".
01     CUSTOMERMASTERFILESTATUS PIC XX.
       88 CUSTOMERMASTERFILEOK  VALUE "00".
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK VALUE "00".
01     CUSTOMERCHANGELOGFILESTATUS PIC XX.
       88 CUSTOMERCHANGELOGFILEOK  VALUE "00".
01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".
01     EXTRACTFILESTATUS        PIC XX.
       88 EXTRACTFILEOK         VALUE "00".
01     SUBJECTACCESSLOGFILESTATUS PIC XX.
       88 SUBJECTACCESSLOGFILEOK  VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYDATE                PIC 9(8).
01     TODAYYEAR REDEFINES TODAYDATE PIC 9(4).

01     SUBJECTKINDENTRY         PIC X VALUE SPACE.
       88 SUBJECTISSUBSCRIBER   VALUE "S" "s".
       88 SUBJECTISCUSTOMER     VALUE "C" "c".
01     SUBJECTKIND              PIC X VALUE SPACE.
01     SUBJECTIDENTRY           PIC X(10) VALUE SPACES.
01     SUBSCRIBERIDENTRYNUM REDEFINES SUBJECTIDENTRY PIC 9(10).
01     CUSTOMERIDENTRY          PIC X(5) VALUE SPACES.

01     EXTRACTFILENAME          PIC X(40) VALUE SPACES.
01     YEARENDLEDGERFILENAME    PIC X(80) VALUE SPACES.

*>   Year-end ledger archives are looked for this many years back -
*>   further than any retention the anonymisation run is given.
01     YEARENDYEARSBACK         PIC 9(2) VALUE 12.
01     YEARSBACKIDX             PIC 9(2).
01     ARCHIVEYEAR              PIC 9(4).

01     SECTIONRECORDCOUNT       PIC 9(7) VALUE ZERO.
01     EXTRACTRECORDCOUNT       PIC 9(7) VALUE ZERO.

01     LEDGERSCANSWITCH         PIC X VALUE "N".
       88 ENDOFLEDGERSCAN       VALUE "Y".

*>   A subscriber as the master and the archive both hold them.
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
        88 SDPREPAID               VALUE "P".
       02  SDBANKSORTCODE          PIC 9(6).
       02  SDBANKACCOUNT           PIC 9(8).

01     SUBSCRIBERLEDGERDETAILS.
       02 SLSUBSCRIBERID        PIC 9(10).
       02 SLENTRYTYPE           PIC X.
       02 SLAMOUNT              PIC 9(7)V99.
       02 SLENTRYDATE           PIC 9(8).

*>   Receivables year-end archives hold the indexed ledger's record.
01     RECEIVABLESLEDGERDETAILS.
       02 RLCUSTOMERID          PIC X(5).
       02 RLENTRYDATE           PIC 9(8).
       02 RLENTRYSEQUENCE       PIC 9(4).
       02 RLENTRYTYPE           PIC X.
       02 RLAMOUNT              PIC 9(7)V99.
       02 RLINVOICENUMBER       PIC 9(6).
       02 RLCURRENCYCODE        PIC X(3).
       02 RLHOMEAMOUNT          PIC 9(7)V99.

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

01     EXTRACTHEADINGLINE.
       02 FILLER                PIC X(25)
               VALUE "SUBJECT ACCESS EXTRACT - ".
       02 PRNSUBJECTTEXT        PIC X(11).
       02 PRNSUBJECTID          PIC X(10).

01     EXTRACTTAKENLINE.
       02 FILLER                PIC X(6)  VALUE "TAKEN ".
       02 PRNTAKENDATE          PIC 9(8).
       02 FILLER                PIC X(13) VALUE " BY OPERATOR ".
       02 PRNTAKENBY            PIC X(8).

01     SECTIONHEADINGLINE.
       02 FILLER                PIC X(4)  VALUE "--- ".
       02 PRNSECTIONTITLE       PIC X(60).

01     SECTIONTRAILERLINE.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNSECTIONCOUNT       PIC Z(6)9.
       02 FILLER                PIC X(13) VALUE " RECORDS HELD".

01     FIELDLINE.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNFIELDLABEL         PIC X(20).
       02 PRNFIELDVALUE         PIC X(60).

01     LEDGERLINE.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNENTRYDATE          PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNENTRYTYPE          PIC X.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNENTRYAMOUNT        PIC Z,ZZZ,ZZ9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNINVOICETEXT        PIC X(16).
       02 PRNCURRENCYCODE       PIC X(3).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNHOMEAMOUNT         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

01     RECORDIMAGELINE.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNRECORDIMAGE        PIC X(140).

01     EXTRACTTOTALLINE.
       02 FILLER                PIC X(27)
               VALUE "RECORDS HELD ACROSS FILES: ".
       02 PRNEXTRACTCOUNT       PIC Z(6)9.

01     INVOICETEXT.
       02 FILLER                PIC X(8)  VALUE "INVOICE ".
       02 ITINVOICENUMBER       PIC 9(6).

01     MANDATETEXT.
       02 MTSORTCODE            PIC 9(6).
       02 FILLER                PIC X VALUE SPACE.
       02 MTACCOUNT             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED FOR THE DISCLOSURE LOG - "
               "EXTRACT ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOPERATORPERMISSIONS
       MOVE "SUBJACCESS" TO WORKACTIONCODE
       PERFORM CHECKACTIONPERMITTED
       IF NOT ACTIONPERMITTED
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TODAYDATE FROM DATE YYYYMMDD

       DISPLAY "(S)UBSCRIBER OR (C)USTOMER - " WITH NO ADVANCING
       ACCEPT SUBJECTKINDENTRY
       DISPLAY "SUBSCRIBER OR CUSTOMER ID - " WITH NO ADVANCING
       ACCEPT SUBJECTIDENTRY
       EVALUATE TRUE
           WHEN SUBJECTISSUBSCRIBER
               IF SUBJECTIDENTRY IS NOT NUMERIC
                   DISPLAY "SUBSCRIBER ID MUST BE TEN DIGITS - "
                       "EXTRACT ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "S" TO SUBJECTKIND
               MOVE "SUBSCRIBER " TO PRNSUBJECTTEXT
           WHEN SUBJECTISCUSTOMER
               IF SUBJECTIDENTRY = SPACES
                       OR SUBJECTIDENTRY(6:5) NOT = SPACES
                   DISPLAY "CUSTOMER ID MUST BE FIVE CHARACTERS - "
                       "EXTRACT ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SUBJECTIDENTRY(1:5) TO CUSTOMERIDENTRY
               MOVE "C" TO SUBJECTKIND
               MOVE "CUSTOMER " TO PRNSUBJECTTEXT
           WHEN OTHER
               DISPLAY "ANSWER S OR C - EXTRACT ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-EVALUATE

       STRING "SubjectAccess." SUBJECTKIND "."
           FUNCTION TRIM(SUBJECTIDENTRY) ".rpt"
           DELIMITED BY SIZE INTO EXTRACTFILENAME
       OPEN OUTPUT EXTRACTFILE
       IF NOT EXTRACTFILEOK
           DISPLAY "CANNOT WRITE " FUNCTION TRIM(EXTRACTFILENAME)
               " - STATUS " EXTRACTFILESTATUS " - EXTRACT ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SUBJECTIDENTRY TO PRNSUBJECTID
       WRITE EXTRACTPRINTLINE FROM EXTRACTHEADINGLINE
           AFTER ADVANCING PAGE
       MOVE TODAYDATE  TO PRNTAKENDATE
       MOVE OPERATORID TO PRNTAKENBY
       WRITE EXTRACTPRINTLINE FROM EXTRACTTAKENLINE
           AFTER ADVANCING 1 LINE

       IF SUBJECTKIND = "S"
           PERFORM EXTRACTSUBSCRIBERMASTER
           PERFORM EXTRACTSUBSCRIBERARCHIVE
           PERFORM EXTRACTSUBSCRIBERLEDGER
           PERFORM EXTRACTCLOSEDLEDGER
           PERFORM EXTRACTSUBSCRIBERYEARENDS
           PERFORM EXTRACTINVOICEDETAIL
           PERFORM EXTRACTCALLDETAIL
           PERFORM EXTRACTSUBSCRIBERCHANGELOG
       ELSE
           PERFORM EXTRACTCUSTOMERMASTER
           PERFORM EXTRACTRECEIVABLESLEDGER
           PERFORM EXTRACTRECEIVABLESYEARENDS
           PERFORM EXTRACTCUSTOMERCHANGELOG
       END-IF

       MOVE EXTRACTRECORDCOUNT TO PRNEXTRACTCOUNT
       WRITE EXTRACTPRINTLINE FROM EXTRACTTOTALLINE
           AFTER ADVANCING 3 LINES
       CLOSE EXTRACTFILE
       PERFORM WRITESUBJECTACCESSLOG

       DISPLAY "RECORDS HELD ON " PRNSUBJECTTEXT
           FUNCTION TRIM(SUBJECTIDENTRY) ": " EXTRACTRECORDCOUNT
       DISPLAY "EXTRACT WRITTEN TO " FUNCTION TRIM(EXTRACTFILENAME)
       STOP RUN.

*> ======================================================================
*>   Sections of the extract
*> ======================================================================
STARTSECTION.
       MOVE ZERO TO SECTIONRECORDCOUNT
       WRITE EXTRACTPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES.

ENDSECTION.
       IF SECTIONRECORDCOUNT = ZERO
           MOVE "    NOTHING HELD" TO EXTRACTPRINTLINE
           WRITE EXTRACTPRINTLINE AFTER ADVANCING 1 LINE
       ELSE
           MOVE SECTIONRECORDCOUNT TO PRNSECTIONCOUNT
           WRITE EXTRACTPRINTLINE FROM SECTIONTRAILERLINE
               AFTER ADVANCING 1 LINE
           ADD SECTIONRECORDCOUNT TO EXTRACTRECORDCOUNT
       END-IF.

WRITERECORDIMAGE.
       WRITE EXTRACTPRINTLINE FROM RECORDIMAGELINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO SECTIONRECORDCOUNT.

WRITEFIELDLINE.
       WRITE EXTRACTPRINTLINE FROM FIELDLINE
           AFTER ADVANCING 1 LINE.

*> ======================================================================
*>   Subscriber
*> ======================================================================
EXTRACTSUBSCRIBERMASTER.
       MOVE "SUBSCRIBER MASTER (Subscribers.dat)" TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT SUBSCRIBERMASTERFILE
       IF SUBSCRIBERMASTERFILEOK
           MOVE SUBSCRIBERIDENTRYNUM TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SUBSCRIBERMASTERREC TO SUBSCRIBERDETAILS
                   PERFORM WRITESUBSCRIBERDETAILS
           END-READ
           CLOSE SUBSCRIBERMASTERFILE
       END-IF
       PERFORM ENDSECTION.

*>   A subscriber who left and came back under the same id can be on
*>   the archive more than once.
EXTRACTSUBSCRIBERARCHIVE.
       MOVE "CLOSED SUBSCRIBERS ARCHIVE (SubscribersArchive.dat)"
           TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT SUBSCRIBERARCHIVEFILE
       IF SUBSCRIBERARCHIVEFILEOK
           READ SUBSCRIBERARCHIVEFILE
               AT END SET ENDOFSUBSCRIBERARCHIVE TO TRUE
           END-READ
           PERFORM CHECKONEARCHIVEDSUBSCRIBER
               UNTIL ENDOFSUBSCRIBERARCHIVE
           CLOSE SUBSCRIBERARCHIVEFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONEARCHIVEDSUBSCRIBER.
       IF SUBSCRIBERID-SAF = SUBSCRIBERIDENTRYNUM
           MOVE SUBSCRIBERARCHIVEREC TO SUBSCRIBERDETAILS
           PERFORM WRITESUBSCRIBERDETAILS
       END-IF
       READ SUBSCRIBERARCHIVEFILE
           AT END SET ENDOFSUBSCRIBERARCHIVE TO TRUE
       END-READ.

WRITESUBSCRIBERDETAILS.
       ADD 1 TO SECTIONRECORDCOUNT
       MOVE "NAME"              TO PRNFIELDLABEL
       MOVE SDSUBSCRIBERNAME    TO PRNFIELDVALUE
       PERFORM WRITEFIELDLINE
       MOVE "ADDRESS"           TO PRNFIELDLABEL
       MOVE SDSUBSCRIBERADDRESS TO PRNFIELDVALUE
       PERFORM WRITEFIELDLINE
       MOVE "PLAN"              TO PRNFIELDLABEL
       MOVE SDPLANCODE          TO PRNFIELDVALUE
       PERFORM WRITEFIELDLINE
       MOVE "STATUS"            TO PRNFIELDLABEL
       MOVE SDSUBSCRIBERSTATUS  TO PRNFIELDVALUE
       PERFORM WRITEFIELDLINE
       MOVE "JOINED"            TO PRNFIELDLABEL
       MOVE SDJOINDATE          TO PRNFIELDVALUE
       PERFORM WRITEFIELDLINE
       MOVE "LEFT"              TO PRNFIELDLABEL
       MOVE SPACES              TO PRNFIELDVALUE
       IF SDLEAVEDATE > ZERO
           MOVE SDLEAVEDATE     TO PRNFIELDVALUE
       END-IF
       PERFORM WRITEFIELDLINE
       MOVE "BILL CYCLE"        TO PRNFIELDLABEL
       MOVE SDBILLCYCLE         TO PRNFIELDVALUE
       PERFORM WRITEFIELDLINE
       MOVE "PAYS BY"           TO PRNFIELDLABEL
       EVALUATE TRUE
           WHEN SDPAYSBYDIRECTDEBIT MOVE "DIRECT DEBIT" TO PRNFIELDVALUE
           WHEN SDPREPAID           MOVE "PREPAID"      TO PRNFIELDVALUE
           WHEN OTHER               MOVE "ON THE BILL"  TO PRNFIELDVALUE
       END-EVALUATE
       PERFORM WRITEFIELDLINE
       IF SDBANKSORTCODE NOT = ZERO OR SDBANKACCOUNT NOT = ZERO
           MOVE "BANK SORT/ACCOUNT" TO PRNFIELDLABEL
           MOVE SDBANKSORTCODE  TO MTSORTCODE
           MOVE SDBANKACCOUNT   TO MTACCOUNT
           MOVE MANDATETEXT     TO PRNFIELDVALUE
           PERFORM WRITEFIELDLINE
       END-IF.

EXTRACTSUBSCRIBERLEDGER.
       MOVE "SUBSCRIBER LEDGER (SubscriberLedger.dat)"
           TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT SUBSCRIBERLEDGERFILE
       IF SUBSCRIBERLEDGERFILEOK
           READ SUBSCRIBERLEDGERFILE
               AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
           END-READ
           PERFORM CHECKONESUBSCRIBERLEDGERROW
               UNTIL ENDOFSUBSCRIBERLEDGER
           CLOSE SUBSCRIBERLEDGERFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONESUBSCRIBERLEDGERROW.
       IF SUBSCRIBERID-SLF = SUBSCRIBERIDENTRYNUM
           MOVE SUBSCRIBERLEDGERREC TO SUBSCRIBERLEDGERDETAILS
           PERFORM WRITESUBSCRIBERLEDGERLINE
       END-IF
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ.

EXTRACTCLOSEDLEDGER.
       MOVE "CLOSED ACCOUNTS LEDGER (SubscriberLedgerArchive.dat)"
           TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT CLOSEDLEDGERFILE
       IF CLOSEDLEDGERFILEOK
           READ CLOSEDLEDGERFILE
               AT END SET ENDOFCLOSEDLEDGER TO TRUE
           END-READ
           PERFORM CHECKONECLOSEDLEDGERROW UNTIL ENDOFCLOSEDLEDGER
           CLOSE CLOSEDLEDGERFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONECLOSEDLEDGERROW.
       IF SUBSCRIBERID-CLF = SUBSCRIBERIDENTRYNUM
           MOVE CLOSEDLEDGERREC TO SUBSCRIBERLEDGERDETAILS
           PERFORM WRITESUBSCRIBERLEDGERLINE
       END-IF
       READ CLOSEDLEDGERFILE
           AT END SET ENDOFCLOSEDLEDGER TO TRUE
       END-READ.

*>   Only the years with an archive on disk get a section.
EXTRACTSUBSCRIBERYEARENDS.
       PERFORM EXTRACTONESUBSCRIBERYEAREND
           VARYING YEARSBACKIDX FROM 1 BY 1
           UNTIL YEARSBACKIDX > YEARENDYEARSBACK.

EXTRACTONESUBSCRIBERYEAREND.
       COMPUTE ARCHIVEYEAR = TODAYYEAR - YEARSBACKIDX
       MOVE SPACES TO YEARENDLEDGERFILENAME
       STRING "SubscriberLedger." ARCHIVEYEAR ".dat"
           DELIMITED BY SIZE INTO YEARENDLEDGERFILENAME
       OPEN INPUT YEARENDLEDGERFILE
       IF YEARENDLEDGERFILEOK
           MOVE SPACES TO PRNSECTIONTITLE
           STRING "SUBSCRIBER LEDGER YEAR END " ARCHIVEYEAR " ("
               FUNCTION TRIM(YEARENDLEDGERFILENAME) ")"
               DELIMITED BY SIZE INTO PRNSECTIONTITLE
           PERFORM STARTSECTION
           READ YEARENDLEDGERFILE
               AT END SET ENDOFYEARENDLEDGER TO TRUE
           END-READ
           PERFORM CHECKONESUBSCRIBERYEARENDROW
               UNTIL ENDOFYEARENDLEDGER
           CLOSE YEARENDLEDGERFILE
           PERFORM ENDSECTION
       END-IF.

CHECKONESUBSCRIBERYEARENDROW.
       IF YEARENDLEDGERREC(1:10) = SUBJECTIDENTRY
           MOVE YEARENDLEDGERREC TO SUBSCRIBERLEDGERDETAILS
           PERFORM WRITESUBSCRIBERLEDGERLINE
       END-IF
       READ YEARENDLEDGERFILE
           AT END SET ENDOFYEARENDLEDGER TO TRUE
       END-READ.

WRITESUBSCRIBERLEDGERLINE.
       MOVE SLENTRYDATE TO PRNENTRYDATE
       MOVE SLENTRYTYPE TO PRNENTRYTYPE
       MOVE SLAMOUNT    TO PRNENTRYAMOUNT
       MOVE SPACES      TO PRNINVOICETEXT, PRNCURRENCYCODE
       MOVE ZERO        TO PRNHOMEAMOUNT
       WRITE EXTRACTPRINTLINE FROM LEDGERLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO SECTIONRECORDCOUNT.

*>   The detail and call detail files hold the last billing run's
*>   output; earlier runs' copies are on the report archive.
EXTRACTINVOICEDETAIL.
       MOVE "INVOICE DETAIL (Listing14-5Detail.dat)" TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT INVOICEDETAILFILE
       IF INVOICEDETAILFILEOK
           READ INVOICEDETAILFILE
               AT END SET ENDOFINVOICEDETAIL TO TRUE
           END-READ
           PERFORM CHECKONEINVOICEDETAIL UNTIL ENDOFINVOICEDETAIL
           CLOSE INVOICEDETAILFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONEINVOICEDETAIL.
       IF DETAILSUBSCRIBERID = SUBJECTIDENTRY
           MOVE INVOICEDETAILREC TO PRNRECORDIMAGE
           PERFORM WRITERECORDIMAGE
       END-IF
       READ INVOICEDETAILFILE
           AT END SET ENDOFINVOICEDETAIL TO TRUE
       END-READ.

EXTRACTCALLDETAIL.
       MOVE "CALL DETAIL (Listing14-5CallDetail.rpt)" TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT CALLDETAILFILE
       IF CALLDETAILFILEOK
           READ CALLDETAILFILE
               AT END SET ENDOFCALLDETAIL TO TRUE
           END-READ
           PERFORM CHECKONECALLDETAIL UNTIL ENDOFCALLDETAIL
           CLOSE CALLDETAILFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONECALLDETAIL.
       IF CDSUBSCRIBERID = SUBJECTIDENTRY
           MOVE CALLDETAILLINE TO PRNRECORDIMAGE
           PERFORM WRITERECORDIMAGE
       END-IF
       READ CALLDETAILFILE
           AT END SET ENDOFCALLDETAIL TO TRUE
       END-READ.

EXTRACTSUBSCRIBERCHANGELOG.
       MOVE "SUBSCRIBER MAINTENANCE LOG (SubscriberMaintLog.dat)"
           TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT SUBSCRIBERCHANGELOGFILE
       IF SUBSCRIBERCHANGELOGFILEOK
           READ SUBSCRIBERCHANGELOGFILE
               AT END SET ENDOFSUBSCRIBERCHANGELOG TO TRUE
           END-READ
           PERFORM CHECKONESUBSCRIBERCHANGE
               UNTIL ENDOFSUBSCRIBERCHANGELOG
           CLOSE SUBSCRIBERCHANGELOGFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONESUBSCRIBERCHANGE.
       IF LOGSUBSCRIBERID = SUBSCRIBERIDENTRYNUM
           MOVE SUBSCRIBERCHANGELOGREC TO PRNRECORDIMAGE
           PERFORM WRITERECORDIMAGE
       END-IF
       READ SUBSCRIBERCHANGELOGFILE
           AT END SET ENDOFSUBSCRIBERCHANGELOG TO TRUE
       END-READ.

*> ======================================================================
*>   Aromamora customer
*> ======================================================================
*>   A customer deleted from the master is still on the ledger and the
*>   change log, which are searched whether or not the master has them.
EXTRACTCUSTOMERMASTER.
       MOVE "CUSTOMER MASTER (Customers.dat)" TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT CUSTOMERMASTERFILE
       IF CUSTOMERMASTERFILEOK
           READ CUSTOMERMASTERFILE
               AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
           END-READ
           PERFORM CHECKONECUSTOMER UNTIL ENDOFCUSTOMERMASTERFILE
           CLOSE CUSTOMERMASTERFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONECUSTOMER.
       IF CUSTOMERID-CMF = CUSTOMERIDENTRY
           ADD 1 TO SECTIONRECORDCOUNT
           MOVE "NAME"            TO PRNFIELDLABEL
           MOVE CUSTOMERNAME-CMF  TO PRNFIELDVALUE
           PERFORM WRITEFIELDLINE
           MOVE "CREDIT HOLD"     TO PRNFIELDLABEL
           MOVE "NO"              TO PRNFIELDVALUE
           IF CUSTOMERONHOLD-CMF
               MOVE "YES"         TO PRNFIELDVALUE
           END-IF
           PERFORM WRITEFIELDLINE
           MOVE "TAX EXEMPT"      TO PRNFIELDLABEL
           MOVE "NO"              TO PRNFIELDVALUE
           IF CUSTOMERTAXEXEMPT-CMF
               MOVE "YES"         TO PRNFIELDVALUE
           END-IF
           PERFORM WRITEFIELDLINE
           MOVE "BILLING CURRENCY" TO PRNFIELDLABEL
           MOVE CURRENCYCODE-CMF  TO PRNFIELDVALUE
           IF CURRENCYCODE-CMF = SPACES
               MOVE "GBP"         TO PRNFIELDVALUE
           END-IF
           PERFORM WRITEFIELDLINE
       END-IF
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.

EXTRACTRECEIVABLESLEDGER.
       MOVE "RECEIVABLES LEDGER (ReceivablesLedger.dat)"
           TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF RECEIVABLESLEDGERFILEOK
           MOVE "N" TO LEDGERSCANSWITCH
           MOVE CUSTOMERIDENTRY TO CUSTOMERID-RLF
           MOVE ZERO TO ENTRYDATE-RLF, ENTRYSEQUENCE-RLF
           START RECEIVABLESLEDGERFILE
                   KEY IS NOT LESS THAN LEDGERKEY-RLF
               INVALID KEY SET ENDOFLEDGERSCAN TO TRUE
           END-START
           IF NOT ENDOFLEDGERSCAN
               PERFORM READNEXTCUSTOMERENTRY
           END-IF
           PERFORM WRITEONECUSTOMERENTRY UNTIL ENDOFLEDGERSCAN
           CLOSE RECEIVABLESLEDGERFILE
       END-IF
       PERFORM ENDSECTION.

WRITEONECUSTOMERENTRY.
       MOVE RECEIVABLESLEDGERREC TO RECEIVABLESLEDGERDETAILS
       PERFORM WRITERECEIVABLESLEDGERLINE
       PERFORM READNEXTCUSTOMERENTRY.

READNEXTCUSTOMERENTRY.
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFLEDGERSCAN TO TRUE
       END-READ
       IF CUSTOMERID-RLF NOT = CUSTOMERIDENTRY
           SET ENDOFLEDGERSCAN TO TRUE
       END-IF.

EXTRACTRECEIVABLESYEARENDS.
       PERFORM EXTRACTONERECEIVABLESYEAREND
           VARYING YEARSBACKIDX FROM 1 BY 1
           UNTIL YEARSBACKIDX > YEARENDYEARSBACK.

EXTRACTONERECEIVABLESYEAREND.
       COMPUTE ARCHIVEYEAR = TODAYYEAR - YEARSBACKIDX
       MOVE SPACES TO YEARENDLEDGERFILENAME
       STRING "Chapter 12 Advanced Data Declaration/"
           "ReceivablesLedger." ARCHIVEYEAR ".dat"
           DELIMITED BY SIZE INTO YEARENDLEDGERFILENAME
       OPEN INPUT YEARENDLEDGERFILE
       IF YEARENDLEDGERFILEOK
           MOVE SPACES TO PRNSECTIONTITLE
           STRING "RECEIVABLES LEDGER YEAR END " ARCHIVEYEAR
               " (ReceivablesLedger." ARCHIVEYEAR ".dat)"
               DELIMITED BY SIZE INTO PRNSECTIONTITLE
           PERFORM STARTSECTION
           READ YEARENDLEDGERFILE
               AT END SET ENDOFYEARENDLEDGER TO TRUE
           END-READ
           PERFORM CHECKONERECEIVABLESYEARENDROW
               UNTIL ENDOFYEARENDLEDGER
           CLOSE YEARENDLEDGERFILE
           PERFORM ENDSECTION
       END-IF.

CHECKONERECEIVABLESYEARENDROW.
       IF YEARENDLEDGERREC(1:5) = CUSTOMERIDENTRY
           MOVE YEARENDLEDGERREC TO RECEIVABLESLEDGERDETAILS
           PERFORM WRITERECEIVABLESLEDGERLINE
       END-IF
       READ YEARENDLEDGERFILE
           AT END SET ENDOFYEARENDLEDGER TO TRUE
       END-READ.

*>   An entry in another currency shows its GBP value alongside.
WRITERECEIVABLESLEDGERLINE.
       MOVE RLENTRYDATE TO PRNENTRYDATE
       MOVE RLENTRYTYPE TO PRNENTRYTYPE
       MOVE RLAMOUNT    TO PRNENTRYAMOUNT
       MOVE SPACES      TO PRNINVOICETEXT, PRNCURRENCYCODE
       MOVE ZERO        TO PRNHOMEAMOUNT
       IF RLINVOICENUMBER IS NUMERIC AND RLINVOICENUMBER > ZERO
           MOVE RLINVOICENUMBER TO ITINVOICENUMBER
           MOVE INVOICETEXT     TO PRNINVOICETEXT
       END-IF
       IF RLCURRENCYCODE NOT = SPACES
           MOVE RLCURRENCYCODE TO PRNCURRENCYCODE
           IF RLHOMEAMOUNT IS NUMERIC
               MOVE RLHOMEAMOUNT TO PRNHOMEAMOUNT
           END-IF
       END-IF
       WRITE EXTRACTPRINTLINE FROM LEDGERLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO SECTIONRECORDCOUNT.

EXTRACTCUSTOMERCHANGELOG.
       MOVE "CUSTOMER MAINTENANCE LOG (CustomerMaintLog.dat)"
           TO PRNSECTIONTITLE
       PERFORM STARTSECTION
       OPEN INPUT CUSTOMERCHANGELOGFILE
       IF CUSTOMERCHANGELOGFILEOK
           READ CUSTOMERCHANGELOGFILE
               AT END SET ENDOFCUSTOMERCHANGELOG TO TRUE
           END-READ
           PERFORM CHECKONECUSTOMERCHANGE UNTIL ENDOFCUSTOMERCHANGELOG
           CLOSE CUSTOMERCHANGELOGFILE
       END-IF
       PERFORM ENDSECTION.

CHECKONECUSTOMERCHANGE.
       IF LOGCUSTOMERID = CUSTOMERIDENTRY
           MOVE CUSTOMERCHANGELOGREC TO PRNRECORDIMAGE
           PERFORM WRITERECORDIMAGE
       END-IF
       READ CUSTOMERCHANGELOGFILE
           AT END SET ENDOFCUSTOMERCHANGELOG TO TRUE
       END-READ.

*> ======================================================================
*>   Disclosure log and operator permission
*> ======================================================================
WRITESUBJECTACCESSLOG.
       OPEN EXTEND SUBJECTACCESSLOGFILE
       IF NOT SUBJECTACCESSLOGFILEOK
           OPEN OUTPUT SUBJECTACCESSLOGFILE
       END-IF
       MOVE SPACES TO SUBJECTACCESSLOGREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO SALSTAMP
       MOVE OPERATORID         TO SALOPERATORID
       MOVE SUBJECTKIND        TO SALSUBJECTKIND
       MOVE SUBJECTIDENTRY     TO SALSUBJECTID
       MOVE EXTRACTRECORDCOUNT TO SALRECORDCOUNT
       MOVE EXTRACTFILENAME    TO SALEXTRACTFILE
       WRITE SUBJECTACCESSLOGREC
       CLOSE SUBJECTACCESSLOGFILE.

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
       MOVE "SUBJACCESS"   TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
