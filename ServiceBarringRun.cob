IDENTIFICATION DIVISION.
PROGRAM-ID. SERVICEBARRINGRUN.

*>   Tells the network switch whom to bar for unpaid bills and whom to
*>   let back on. Each active postpaid subscriber's arrears are aged the
*>   way the aged-debt run ages them - payments and credits against the
*>   oldest bills first - and once what has been overdue past the
*>   outgoing-bar age (less anything under an open dispute) reaches the
*>   minimum, outgoing calls are barred; when the oldest unpaid bill
*>   passes the full-bar age, the line is barred outright. A handset on
*>   a corporate account goes with its account's arrears, since that is
*>   where its bills are posted.
*>   BarringRegister.dat holds where every barred line stands, so only
*>   a change goes to the switch: a bar, a step between bars, or an
*>   unbar once payments or direct debit collections have cleared the
*>   arrears. Every instruction sent is also kept on BarringLog.dat
*>   against the subscriber.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT DISPUTEREGISTERFILE ASSIGN TO "BillingDisputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTEREGISTERFILESTATUS.

       SELECT CORPORATEMEMBERFILE ASSIGN TO "CorporateMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEMEMBERFILESTATUS.

*>   One row per barred line: the bar in force (O outgoing only, F
*>   full), the date the line was first barred and the date of the
*>   last change. A line that is unbarred drops off.
       SELECT BARRINGREGISTERFILE ASSIGN TO "BarringRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BARRINGREGISTERFILESTATUS.

*>   The switch's instruction format: the line, BAROUT, BARALL or
*>   UNBAR, and the date it takes effect.
       SELECT NETWORKBARRINGFILE ASSIGN TO "NetworkBarring.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BARRINGLOGFILE ASSIGN TO "BarringLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BARRINGLOGFILESTATUS.

       SELECT BARRINGREPORTFILE ASSIGN TO "ServiceBarring.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "ServiceBarringRun.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       88 ENDOFSUBSCRIBERLEDGER VALUE HIGH-VALUES.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 ENTRYTYPE-SLF         PIC X.
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
        88 SUBSCRIBERACTIVE-SMF    VALUE "A".
       02  JOINDATE-SMF            PIC 9(8).
       02  LEAVEDATE-SMF           PIC 9(8).
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
        88 PREPAID-SMF             VALUE "P".
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

FD     DISPUTEREGISTERFILE.
01     DISPUTEREGISTERREC.
       88 ENDOFDISPUTEREGISTER  VALUE HIGH-VALUES.
       02 BDSUBSCRIBERID        PIC 9(10).
       02 BDBILLDATE            PIC 9(8).
       02 BDAMOUNT              PIC 9(5)V99.
       02 BDREASON              PIC X(20).
       02 BDOWNER               PIC X(8).
       02 BDOPENEDDATE          PIC 9(8).
       02 BDOPENEDBY            PIC X(8).
       02 BDSTATUS              PIC X.
        88 BDOPEN               VALUE "O".
       02 BDCLOSEDDATE          PIC 9(8).
       02 BDCLOSEDBY            PIC X(8).
       02 BDAUTHCODE            PIC X(6).

FD     CORPORATEMEMBERFILE.
01     CORPORATEMEMBERREC.
       88 ENDOFCORPORATEMEMBERS VALUE HIGH-VALUES.
       02 SUBSCRIBERID-CMF      PIC 9(10).
       02 FILLER                PIC X.
       02 ACCOUNTID-CMF         PIC 9(10).
       02 FILLER                PIC X.
       02 LINKEDDATE-CMF        PIC 9(8).

FD     BARRINGREGISTERFILE.
01     BARRINGREGISTERREC.
       88 ENDOFBARRINGREGISTER  VALUE HIGH-VALUES.
       02 BRSUBSCRIBERID        PIC 9(10).
       02 BRBARSTATE            PIC X.
       02 BRBARREDDATE          PIC 9(8).
       02 BRCHANGEDDATE         PIC 9(8).

FD     NETWORKBARRINGFILE.
01     NETWORKBARRINGREC.
       02 NBSUBSCRIBERID        PIC 9(10).
       02 FILLER                PIC X.
       02 NBINSTRUCTION         PIC X(6).
       02 FILLER                PIC X.
       02 NBEFFECTIVEDATE       PIC 9(8).

*>   The line, the date, the instruction sent, the bar it replaced and
*>   the bar now in force (space for none), the overdue amount and the
*>   age of the oldest unpaid bill it was decided on, and the account
*>   whose arrears they were.
FD     BARRINGLOGFILE.
01     BARRINGLOGREC.
       02 BLSUBSCRIBERID        PIC 9(10).
       02 BLINSTRUCTIONDATE     PIC 9(8).
       02 BLINSTRUCTION         PIC X(6).
       02 BLPREVIOUSSTATE       PIC X.
       02 BLNEWSTATE            PIC X.
       02 BLOVERDUEAMOUNT       PIC 9(7)V99.
       02 BLOLDESTBILLAGE       PIC 9(5).
       02 BLDEBTORID            PIC 9(10).

FD     BARRINGREPORTFILE.
01     BARRINGPRINTLINE         PIC X(100).

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
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS  PIC XX.
       88 SUBSCRIBERMASTERFILEOK   VALUE "00".
01     DISPUTEREGISTERFILESTATUS   PIC XX.
       88 DISPUTEREGISTERFILEOK    VALUE "00".
01     CORPORATEMEMBERFILESTATUS   PIC XX.
       88 CORPORATEMEMBERFILEOK    VALUE "00".
01     BARRINGREGISTERFILESTATUS   PIC XX.
       88 BARRINGREGISTERFILEOK    VALUE "00".
01     BARRINGLOGFILESTATUS        PIC XX.
       88 BARRINGLOGFILEOK         VALUE "00".
01     OPERATIONSLOGFILESTATUS     PIC XX.
       88 OPERATIONSLOGFILEOK      VALUE "00".
01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

01     OUTGOINGBARDAYSENTRY     PIC X(3) VALUE SPACES.
01     OUTGOINGBARDAYS          PIC 9(3) VALUE 060.
01     FULLBARDAYSENTRY         PIC X(3) VALUE SPACES.
01     FULLBARDAYS              PIC 9(3) VALUE 090.
01     MINIMUMOVERDUEENTRY      PIC X(9) VALUE SPACES.
01     MINIMUMOVERDUE           PIC 9(5)V99 VALUE 10.00.

01     LEDGERENTRYCOUNT         PIC 9(5) VALUE ZERO.
01     LEDGERTABLE.
       02 LEDGERENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON LEDGERENTRYCOUNT.
           03 LESUBSCRIBERID    PIC 9(10).
           03 LEENTRYTYPE       PIC X.
           03 LEAMOUNT          PIC 9(7)V99.
           03 LEENTRYDATE       PIC 9(8).
01     LEDGERIDX                PIC 9(5).

01     DISPUTECOUNT             PIC 9(4) VALUE ZERO.
01     DISPUTETABLE.
       02 DISPUTEENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON DISPUTECOUNT.
           03 DSSUBSCRIBERID    PIC 9(10).
           03 DSAMOUNT          PIC 9(5)V99.
01     DISPUTEIDX               PIC 9(4).

01     CORPMEMBERCOUNT          PIC 9(5) VALUE ZERO.
01     CORPMEMBERTABLE.
       02 CORPMEMBER OCCURS 0 TO 20000 TIMES
               DEPENDING ON CORPMEMBERCOUNT.
           03 CMSUBSCRIBERID    PIC 9(10).
           03 CMACCOUNTID       PIC 9(10).
01     CORPMEMBERIDX            PIC 9(5).

01     BARREDCOUNT              PIC 9(5) VALUE ZERO.
01     BARREDTABLE.
       02 BARREDENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON BARREDCOUNT.
           03 BTSUBSCRIBERID    PIC 9(10).
           03 BTBARSTATE        PIC X.
           03 BTBARREDDATE      PIC 9(8).
           03 BTCHANGEDDATE     PIC 9(8).
01     BARREDIDX                PIC 9(5).
01     CURRENTBARIDX            PIC 9(5).

01     WORKSUBSCRIBERID         PIC 9(10).
01     WORKDEBTORID             PIC 9(10).
01     PAYMENTSTOAPPLY          PIC 9(8)V99 VALUE ZERO.
01     OPENBILLAMOUNT           PIC 9(8)V99 VALUE ZERO.
01     OVERDUEAMOUNT            PIC 9(8)V99 VALUE ZERO.
01     DEBTORDISPUTED           PIC 9(8)V99 VALUE ZERO.
01     OLDESTOPENBILLDATE       PIC 9(8) VALUE ZERO.
01     AGEINDAYS                PIC S9(5) VALUE ZERO.
01     OLDESTBILLAGE            PIC S9(5) VALUE ZERO.

01     CURRENTBARSTATE          PIC X VALUE SPACE.
01     REQUIREDBARSTATE         PIC X VALUE SPACE.
       88 NOBARREQUIRED         VALUE SPACE.
       88 OUTGOINGBARREQUIRED   VALUE "O".
       88 FULLBARREQUIRED       VALUE "F".
01     INSTRUCTIONTOSEND        PIC X(6) VALUE SPACES.

01     SUBSCRIBERSREAD          PIC 9(7) VALUE ZERO.
01     INSTRUCTIONSSENT         PIC 9(7) VALUE ZERO.
01     OUTGOINGBARSSENT         PIC 9(5) VALUE ZERO.
01     FULLBARSSENT             PIC 9(5) VALUE ZERO.
01     UNBARSSENT               PIC 9(5) VALUE ZERO.
01     LINESSTILLBARRED         PIC 9(5) VALUE ZERO.

01     BARRINGHEADINGLINE.
       02 FILLER                PIC X(33)
               VALUE "NETWORK BARRING INSTRUCTIONS FOR ".
       02 PRNRUNDATE            PIC 9(8).

01     BARRINGTOPICLINE.
       02 FILLER                PIC X(12) VALUE "SUBSCRIBER".
       02 FILLER                PIC X(27) VALUE "NAME".
       02 FILLER                PIC X(8)  VALUE "SENT".
       02 FILLER                PIC X(6)  VALUE "WAS".
       02 FILLER                PIC X(14) VALUE "       OVERDUE".
       02 FILLER                PIC X(6)  VALUE "  DAYS".
       02 FILLER                PIC X(12) VALUE "  ACCOUNT".

01     BARRINGDETAILLINE.
       02 PRNSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSUBSCRIBERNAME     PIC X(25).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNINSTRUCTION        PIC X(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPREVIOUSSTATE      PIC X(6).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNOVERDUEAMOUNT      PIC $$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNOLDESTBILLAGE      PIC ZZZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDEBTORID           PIC X(10).

01     BARRINGFOOTERLINE.
       02 FILLER                PIC X(17) VALUE "OUTGOING BARS:   ".
       02 PRNOUTGOINGBARS       PIC ZZZZ9.
       02 FILLER                PIC X(14) VALUE "   FULL BARS: ".
       02 PRNFULLBARS           PIC ZZZZ9.
       02 FILLER                PIC X(11) VALUE "   UNBARS: ".
       02 PRNUNBARS             PIC ZZZZ9.

01     BARRINGSTANDINGLINE.
       02 FILLER                PIC X(17) VALUE "LINES NOW BARRED:".
       02 PRNLINESBARRED        PIC ZZZZ9.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "OUTGOING BAR AGE IN DAYS OR BLANK FOR "
           OUTGOINGBARDAYS " - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:3) TO OUTGOINGBARDAYSENTRY
       IF OUTGOINGBARDAYSENTRY NOT = SPACES
           MOVE OUTGOINGBARDAYSENTRY TO OUTGOINGBARDAYS
       END-IF
       DISPLAY "FULL BAR AGE IN DAYS OR BLANK FOR "
           FULLBARDAYS " - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:3) TO FULLBARDAYSENTRY
       IF FULLBARDAYSENTRY NOT = SPACES
           MOVE FULLBARDAYSENTRY TO FULLBARDAYS
       END-IF
       DISPLAY "MINIMUM OVERDUE AMOUNT TO BAR OR BLANK FOR "
           MINIMUMOVERDUE " - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:9) TO MINIMUMOVERDUEENTRY
       IF MINIMUMOVERDUEENTRY NOT = SPACES
           MOVE MINIMUMOVERDUEENTRY TO MINIMUMOVERDUE
       END-IF
       PERFORM CLOSERUNPARAMETERFILE

       IF FULLBARDAYS < OUTGOINGBARDAYS
           DISPLAY "FULL BAR AGE IS BELOW THE OUTGOING BAR AGE - "
               "RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADSUBSCRIBERLEDGER
       PERFORM LOADOPENDISPUTES
       PERFORM LOADCORPORATEMEMBERS
       PERFORM LOADBARRINGREGISTER

       OPEN INPUT SUBSCRIBERMASTERFILE
       IF NOT SUBSCRIBERMASTERFILEOK
           DISPLAY "NO SUBSCRIBER MASTER ON DISK - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT NETWORKBARRINGFILE
       OPEN OUTPUT BARRINGREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       WRITE BARRINGPRINTLINE FROM BARRINGHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE BARRINGPRINTLINE FROM BARRINGTOPICLINE
           AFTER ADVANCING 2 LINES
       OPEN EXTEND BARRINGLOGFILE
       IF NOT BARRINGLOGFILEOK
           OPEN OUTPUT BARRINGLOGFILE
       END-IF

       READ SUBSCRIBERMASTERFILE NEXT
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ
       PERFORM CONSIDERONESUBSCRIBER UNTIL ENDOFSUBSCRIBERMASTERFILE
       CLOSE SUBSCRIBERMASTERFILE

       CLOSE NETWORKBARRINGFILE, BARRINGLOGFILE
       PERFORM REWRITEBARRINGREGISTER

       MOVE OUTGOINGBARSSENT TO PRNOUTGOINGBARS
       MOVE FULLBARSSENT     TO PRNFULLBARS
       MOVE UNBARSSENT       TO PRNUNBARS
       WRITE BARRINGPRINTLINE FROM BARRINGFOOTERLINE
           AFTER ADVANCING 2 LINES
       MOVE LINESSTILLBARRED TO PRNLINESBARRED
       WRITE BARRINGPRINTLINE FROM BARRINGSTANDINGLINE
           AFTER ADVANCING 1 LINE
       CLOSE BARRINGREPORTFILE

       DISPLAY "BARRING INSTRUCTIONS SENT: " INSTRUCTIONSSENT
           "  LINES NOW BARRED: " LINESSTILLBARRED
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   Only an active postpaid line is barred for arrears. A prepaid line
*>   is held by its balance, not its bills, so a prepaid line still on
*>   the register (from before it moved to prepaid) is unbarred. A line
*>   that has ceased or left is not touched - it is not let back on for
*>   having gone.
CONSIDERONESUBSCRIBER.
       ADD 1 TO SUBSCRIBERSREAD
       MOVE SUBSCRIBERID-SMF TO WORKSUBSCRIBERID
       PERFORM FINDCURRENTBAR
       IF SUBSCRIBERACTIVE-SMF
               AND (LEAVEDATE-SMF = ZERO OR LEAVEDATE-SMF > RUNDATE)
           MOVE SPACE TO REQUIREDBARSTATE
           MOVE ZERO TO OVERDUEAMOUNT, OLDESTBILLAGE
           MOVE WORKSUBSCRIBERID TO WORKDEBTORID
           PERFORM CHECKONECORPORATEMEMBER
               VARYING CORPMEMBERIDX FROM 1 BY 1
               UNTIL CORPMEMBERIDX > CORPMEMBERCOUNT
           IF NOT PREPAID-SMF
               PERFORM AGEDEBTORARREARS
           END-IF
           IF REQUIREDBARSTATE NOT = CURRENTBARSTATE
               PERFORM SENDONEINSTRUCTION
           END-IF
       END-IF
       READ SUBSCRIBERMASTERFILE NEXT
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ.

CHECKONECORPORATEMEMBER.
       IF CMSUBSCRIBERID(CORPMEMBERIDX) = WORKSUBSCRIBERID
           MOVE CMACCOUNTID(CORPMEMBERIDX) TO WORKDEBTORID
       END-IF.

FINDCURRENTBAR.
       MOVE ZERO  TO CURRENTBARIDX
       MOVE SPACE TO CURRENTBARSTATE
       PERFORM CHECKONEBARREDLINE
           VARYING BARREDIDX FROM 1 BY 1 UNTIL BARREDIDX > BARREDCOUNT.

CHECKONEBARREDLINE.
       IF BTSUBSCRIBERID(BARREDIDX) = WORKSUBSCRIBERID
           MOVE BARREDIDX             TO CURRENTBARIDX
           MOVE BTBARSTATE(BARREDIDX) TO CURRENTBARSTATE
       END-IF.

*>   Payments and credits are set against the oldest bills first; what
*>   is left open on a bill older than the outgoing-bar age is overdue.
*>   An open dispute holds its amount off the overdue total.
AGEDEBTORARREARS.
       MOVE ZERO TO PAYMENTSTOAPPLY, OLDESTOPENBILLDATE, DEBTORDISPUTED
       PERFORM SUMONEDEBTORPAYMENT
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT
       PERFORM AGEONEDEBTORBILL
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT
       PERFORM SUMONEOPENDISPUTE
           VARYING DISPUTEIDX FROM 1 BY 1 UNTIL DISPUTEIDX > DISPUTECOUNT
       IF DEBTORDISPUTED < OVERDUEAMOUNT
           SUBTRACT DEBTORDISPUTED FROM OVERDUEAMOUNT
       ELSE
           MOVE ZERO TO OVERDUEAMOUNT
       END-IF
       IF OLDESTOPENBILLDATE NOT = ZERO
           COMPUTE OLDESTBILLAGE =
               FUNCTION INTEGER-OF-DATE(RUNDATE) -
               FUNCTION INTEGER-OF-DATE(OLDESTOPENBILLDATE)
       END-IF
       IF OVERDUEAMOUNT > ZERO AND OVERDUEAMOUNT NOT < MINIMUMOVERDUE
           IF OLDESTBILLAGE NOT < FULLBARDAYS
               SET FULLBARREQUIRED TO TRUE
           ELSE
               SET OUTGOINGBARREQUIRED TO TRUE
           END-IF
       END-IF.

SUMONEDEBTORPAYMENT.
       IF LESUBSCRIBERID(LEDGERIDX) = WORKDEBTORID
               AND (LEENTRYTYPE(LEDGERIDX) = "P"
                   OR LEENTRYTYPE(LEDGERIDX) = "C")
           ADD LEAMOUNT(LEDGERIDX) TO PAYMENTSTOAPPLY
       END-IF.

AGEONEDEBTORBILL.
       IF LESUBSCRIBERID(LEDGERIDX) = WORKDEBTORID
               AND (LEENTRYTYPE(LEDGERIDX) = "B"
                   OR LEENTRYTYPE(LEDGERIDX) = "R"
                   OR LEENTRYTYPE(LEDGERIDX) = "F")
           MOVE LEAMOUNT(LEDGERIDX) TO OPENBILLAMOUNT
           IF PAYMENTSTOAPPLY NOT < OPENBILLAMOUNT
               SUBTRACT OPENBILLAMOUNT FROM PAYMENTSTOAPPLY
               MOVE ZERO TO OPENBILLAMOUNT
           ELSE
               SUBTRACT PAYMENTSTOAPPLY FROM OPENBILLAMOUNT
               MOVE ZERO TO PAYMENTSTOAPPLY
           END-IF
           IF OPENBILLAMOUNT > ZERO
               IF OLDESTOPENBILLDATE = ZERO
                   MOVE LEENTRYDATE(LEDGERIDX) TO OLDESTOPENBILLDATE
               END-IF
               COMPUTE AGEINDAYS =
                   FUNCTION INTEGER-OF-DATE(RUNDATE) -
                   FUNCTION INTEGER-OF-DATE(LEENTRYDATE(LEDGERIDX))
               IF AGEINDAYS NOT < OUTGOINGBARDAYS
                   ADD OPENBILLAMOUNT TO OVERDUEAMOUNT
               END-IF
           END-IF
       END-IF.

SUMONEOPENDISPUTE.
       IF DSSUBSCRIBERID(DISPUTEIDX) = WORKDEBTORID
           ADD DSAMOUNT(DISPUTEIDX) TO DEBTORDISPUTED
       END-IF.

SENDONEINSTRUCTION.
       EVALUATE TRUE
           WHEN FULLBARREQUIRED
               MOVE "BARALL" TO INSTRUCTIONTOSEND
               ADD 1 TO FULLBARSSENT
           WHEN OUTGOINGBARREQUIRED
               MOVE "BAROUT" TO INSTRUCTIONTOSEND
               ADD 1 TO OUTGOINGBARSSENT
           WHEN OTHER
               MOVE "UNBAR"  TO INSTRUCTIONTOSEND
               ADD 1 TO UNBARSSENT
       END-EVALUATE
       ADD 1 TO INSTRUCTIONSSENT

       MOVE SPACES             TO NETWORKBARRINGREC
       MOVE WORKSUBSCRIBERID   TO NBSUBSCRIBERID
       MOVE INSTRUCTIONTOSEND  TO NBINSTRUCTION
       MOVE RUNDATE            TO NBEFFECTIVEDATE
       WRITE NETWORKBARRINGREC

       MOVE WORKSUBSCRIBERID   TO BLSUBSCRIBERID
       MOVE RUNDATE            TO BLINSTRUCTIONDATE
       MOVE INSTRUCTIONTOSEND  TO BLINSTRUCTION
       MOVE CURRENTBARSTATE    TO BLPREVIOUSSTATE
       MOVE REQUIREDBARSTATE   TO BLNEWSTATE
       MOVE OVERDUEAMOUNT      TO BLOVERDUEAMOUNT
       MOVE OLDESTBILLAGE      TO BLOLDESTBILLAGE
       MOVE WORKDEBTORID       TO BLDEBTORID
       WRITE BARRINGLOGREC

       MOVE WORKSUBSCRIBERID   TO PRNSUBSCRIBERID
       MOVE SUBSCRIBERNAME-SMF TO PRNSUBSCRIBERNAME
       MOVE INSTRUCTIONTOSEND  TO PRNINSTRUCTION
       EVALUATE CURRENTBARSTATE
           WHEN "O"   MOVE "BAROUT" TO PRNPREVIOUSSTATE
           WHEN "F"   MOVE "BARALL" TO PRNPREVIOUSSTATE
           WHEN OTHER MOVE "-"      TO PRNPREVIOUSSTATE
       END-EVALUATE
       MOVE OVERDUEAMOUNT      TO PRNOVERDUEAMOUNT
       MOVE OLDESTBILLAGE      TO PRNOLDESTBILLAGE
       IF WORKDEBTORID = WORKSUBSCRIBERID
           MOVE SPACES       TO PRNDEBTORID
       ELSE
           MOVE WORKDEBTORID TO PRNDEBTORID
       END-IF
       WRITE BARRINGPRINTLINE FROM BARRINGDETAILLINE
           AFTER ADVANCING 1 LINE

       IF CURRENTBARIDX = ZERO
           ADD 1 TO BARREDCOUNT
           MOVE BARREDCOUNT      TO CURRENTBARIDX
           MOVE WORKSUBSCRIBERID TO BTSUBSCRIBERID(CURRENTBARIDX)
           MOVE RUNDATE          TO BTBARREDDATE(CURRENTBARIDX)
       END-IF
       MOVE REQUIREDBARSTATE TO BTBARSTATE(CURRENTBARIDX)
       MOVE RUNDATE          TO BTCHANGEDDATE(CURRENTBARIDX).

LOADSUBSCRIBERLEDGER.
       OPEN INPUT SUBSCRIBERLEDGERFILE
       IF SUBSCRIBERLEDGERFILEOK
           READ SUBSCRIBERLEDGERFILE
               AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
           END-READ
           PERFORM STOREONELEDGERENTRY UNTIL ENDOFSUBSCRIBERLEDGER
           CLOSE SUBSCRIBERLEDGERFILE
       END-IF.

STOREONELEDGERENTRY.
       ADD 1 TO LEDGERENTRYCOUNT
       MOVE SUBSCRIBERID-SLF TO LESUBSCRIBERID(LEDGERENTRYCOUNT)
       MOVE ENTRYTYPE-SLF    TO LEENTRYTYPE(LEDGERENTRYCOUNT)
       MOVE AMOUNT-SLF       TO LEAMOUNT(LEDGERENTRYCOUNT)
       MOVE ENTRYDATE-SLF    TO LEENTRYDATE(LEDGERENTRYCOUNT)
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ.

LOADOPENDISPUTES.
       OPEN INPUT DISPUTEREGISTERFILE
       IF DISPUTEREGISTERFILEOK
           READ DISPUTEREGISTERFILE
               AT END SET ENDOFDISPUTEREGISTER TO TRUE
           END-READ
           PERFORM STOREONEOPENDISPUTE UNTIL ENDOFDISPUTEREGISTER
           CLOSE DISPUTEREGISTERFILE
       END-IF.

STOREONEOPENDISPUTE.
       IF BDOPEN
           ADD 1 TO DISPUTECOUNT
           MOVE BDSUBSCRIBERID TO DSSUBSCRIBERID(DISPUTECOUNT)
           MOVE BDAMOUNT       TO DSAMOUNT(DISPUTECOUNT)
       END-IF
       READ DISPUTEREGISTERFILE
           AT END SET ENDOFDISPUTEREGISTER TO TRUE
       END-READ.

LOADCORPORATEMEMBERS.
       OPEN INPUT CORPORATEMEMBERFILE
       IF CORPORATEMEMBERFILEOK
           READ CORPORATEMEMBERFILE
               AT END SET ENDOFCORPORATEMEMBERS TO TRUE
           END-READ
           PERFORM STOREONECORPORATEMEMBER UNTIL ENDOFCORPORATEMEMBERS
           CLOSE CORPORATEMEMBERFILE
       END-IF.

STOREONECORPORATEMEMBER.
       ADD 1 TO CORPMEMBERCOUNT
       MOVE SUBSCRIBERID-CMF TO CMSUBSCRIBERID(CORPMEMBERCOUNT)
       MOVE ACCOUNTID-CMF    TO CMACCOUNTID(CORPMEMBERCOUNT)
       READ CORPORATEMEMBERFILE
           AT END SET ENDOFCORPORATEMEMBERS TO TRUE
       END-READ.

LOADBARRINGREGISTER.
       OPEN INPUT BARRINGREGISTERFILE
       IF BARRINGREGISTERFILEOK
           READ BARRINGREGISTERFILE
               AT END SET ENDOFBARRINGREGISTER TO TRUE
           END-READ
           PERFORM STOREONEBARREDLINE UNTIL ENDOFBARRINGREGISTER
           CLOSE BARRINGREGISTERFILE
       END-IF.

STOREONEBARREDLINE.
       ADD 1 TO BARREDCOUNT
       MOVE BRSUBSCRIBERID TO BTSUBSCRIBERID(BARREDCOUNT)
       MOVE BRBARSTATE     TO BTBARSTATE(BARREDCOUNT)
       MOVE BRBARREDDATE   TO BTBARREDDATE(BARREDCOUNT)
       MOVE BRCHANGEDDATE  TO BTCHANGEDDATE(BARREDCOUNT)
       READ BARRINGREGISTERFILE
           AT END SET ENDOFBARRINGREGISTER TO TRUE
       END-READ.

REWRITEBARRINGREGISTER.
       OPEN OUTPUT BARRINGREGISTERFILE
       PERFORM WRITEONEBARREDLINE
           VARYING BARREDIDX FROM 1 BY 1 UNTIL BARREDIDX > BARREDCOUNT
       CLOSE BARRINGREGISTERFILE.

WRITEONEBARREDLINE.
       IF BTBARSTATE(BARREDIDX) NOT = SPACE
           MOVE BTSUBSCRIBERID(BARREDIDX) TO BRSUBSCRIBERID
           MOVE BTBARSTATE(BARREDIDX)     TO BRBARSTATE
           MOVE BTBARREDDATE(BARREDIDX)   TO BRBARREDDATE
           MOVE BTCHANGEDDATE(BARREDIDX)  TO BRCHANGEDDATE
           WRITE BARRINGREGISTERREC
           ADD 1 TO LINESSTILLBARRED
       END-IF.

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
       MOVE "SVCBARRING"          TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE SUBSCRIBERSREAD       TO OPLOGRECORDSIN
       MOVE INSTRUCTIONSSENT      TO OPLOGRECORDSOUT
       MOVE ZERO                  TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
