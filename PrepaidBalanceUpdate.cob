IDENTIFICATION DIVISION.
PROGRAM-ID. PREPAIDBALANCEUPDATE.

*>   Keeps the prepaid subscribers' balances. Top-ups taken by the
*>   retail and online channels arrive in PrepaidTopups.dat, and the
*>   usage LISTING14-5 has rated for prepaid subscribers (instead of
*>   billing it) arrives in PrepaidUsage.dat. Both are applied to
*>   PrepaidBalances.dat in date and time order, subscriber by
*>   subscriber, so a call made before a top-up is taken from the
*>   balance as it stood then. A balance never goes below zero - the
*>   part of an event the balance could not cover was taken with no
*>   credit and is listed on PrepaidBalance.rpt for the network team,
*>   with the subscribers whose balance has run low. Every top-up and
*>   deduction is also written to PrepaidMovements.dat, which
*>   GLJOURNALEXTRACT posts the prepaid credit liability from.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   One line per top-up from the channels: the subscriber, when the
*>   money was taken, the channel (R retail, O online), the amount and
*>   the channel's own reference.
       SELECT PREPAIDTOPUPFILE ASSIGN TO "PrepaidTopups.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PREPAIDTOPUPFILESTATUS.

       SELECT PREPAIDUSAGEFILE ASSIGN TO "PrepaidUsage.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PREPAIDUSAGEFILESTATUS.

       SELECT PREPAIDBALANCEFILE ASSIGN TO "PrepaidBalances.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PREPAIDBALANCEFILESTATUS.

       SELECT PREPAIDMOVEMENTSFILE ASSIGN TO "PrepaidMovements.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PREPAIDMOVEMENTSFILESTATUS.

       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT PREPAIDSORTWORK ASSIGN TO "PREPAID.TMP".

       SELECT PREPAIDBALANCEREPORT ASSIGN TO "PrepaidBalance.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     PREPAIDTOPUPFILE.
01     PREPAIDTOPUPREC.
       88 ENDOFPREPAIDTOPUPFILE VALUE HIGH-VALUES.
       02 SUBSCRIBERID-TUF      PIC 9(10).
       02 SUBSCRIBERIDTEXT-TUF REDEFINES SUBSCRIBERID-TUF PIC X(10).
       02 TOPUPDATETIME-TUF     PIC 9(12).
       02 TOPUPDATETIMETEXT-TUF REDEFINES TOPUPDATETIME-TUF PIC X(12).
       02 CHANNEL-TUF           PIC X.
           88 RETAILTOPUP-TUF   VALUE "R".
           88 ONLINETOPUP-TUF   VALUE "O".
       02 AMOUNT-TUF            PIC 9(5)V99.
       02 AMOUNTTEXT-TUF REDEFINES AMOUNT-TUF PIC X(7).
       02 REFERENCE-TUF         PIC X(12).

FD     PREPAIDUSAGEFILE.
01     PREPAIDUSAGEREC.
       88 ENDOFPREPAIDUSAGEFILE VALUE HIGH-VALUES.
       02 SUBSCRIBERID-PUF      PIC 9(10).
       02 EVENTDATETIME-PUF     PIC 9(12).
       02 SERVICETYPECODE-PUF   PIC 9.
       02 UNITSUSED-PUF         PIC 9(6).
       02 CHARGEABLEUNITS-PUF   PIC 9(6).
       02 SERVICECOST-PUF       PIC 9(7)V99.
       02 RATEDDATE-PUF         PIC 9(8).

*>   One row per prepaid subscriber, rewritten whole each run in
*>   subscriber order. The two stamps are the latest top-up and the
*>   latest event already on the balance - anything on the input
*>   files at or before them was applied on an earlier night.
FD     PREPAIDBALANCEFILE.
01     PREPAIDBALANCEREC.
       88 ENDOFPREPAIDBALANCEFILE VALUE HIGH-VALUES.
       02 SUBSCRIBERID-PBF      PIC 9(10).
       02 BALANCE-PBF           PIC 9(7)V99.
       02 LASTTOPUPSTAMP-PBF    PIC 9(12).
       02 LASTUSAGESTAMP-PBF    PIC 9(12).
       02 NOCREDITTOTAL-PBF     PIC 9(7)V99.

*>   Append-only, dated with the night the movement was applied:
*>   T a top-up, U usage taken off the balance, N usage the balance
*>   could not cover.
FD     PREPAIDMOVEMENTSFILE.
01     PREPAIDMOVEMENTREC.
       02 PMMOVEDATE            PIC 9(8).
       02 PMSUBSCRIBERID        PIC 9(10).
       02 PMMOVETYPE            PIC X.
           88 PMTOPUP           VALUE "T".
           88 PMUSAGE           VALUE "U".
           88 PMNOCREDIT        VALUE "N".
       02 PMCHANNEL             PIC X.
       02 PMAMOUNT              PIC 9(7)V99.
       02 PMEVENTSTAMP          PIC 9(12).

FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  SUBSCRIBERNAME-SMF      PIC X(25).
       02  SUBSCRIBERADDRESS-SMF   PIC X(40).
       02  PLANCODE-SMF            PIC X(4).
       02  SUBSCRIBERSTATUS-SMF    PIC X.
       02  JOINDATE-SMF            PIC 9(8).
       02  LEAVEDATE-SMF           PIC 9(8).
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
        88 PAYSBYDIRECTDEBIT-SMF   VALUE "D".
        88 PREPAID-SMF             VALUE "P".
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

*>   Top-ups sort ahead of usage stamped the same minute, so money
*>   paid in just before a call is there for it.
SD     PREPAIDSORTWORK.
01     PREPAIDSORTREC.
       88 ENDOFPREPAIDSORT      VALUE HIGH-VALUES.
       02 SORTSUBSCRIBERID      PIC 9(10).
       02 SORTSTAMP             PIC 9(12).
       02 SORTKIND              PIC X.
           88 SORTISTOPUP       VALUE "1".
           88 SORTISUSAGE       VALUE "2".
       02 SORTCHANNEL           PIC X.
       02 SORTSERVICETYPE       PIC 9.
       02 SORTUNITS             PIC 9(6).
       02 SORTAMOUNT            PIC 9(7)V99.

FD     PREPAIDBALANCEREPORT.
01     PREPAIDPRINTLINE         PIC X(100).

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
01     PREPAIDTOPUPFILESTATUS   PIC XX.
       88 PREPAIDTOPUPFILEOK    VALUE "00".
01     PREPAIDUSAGEFILESTATUS   PIC XX.
       88 PREPAIDUSAGEFILEOK    VALUE "00".
01     PREPAIDBALANCEFILESTATUS PIC XX.
       88 PREPAIDBALANCEFILEOK  VALUE "00".
01     PREPAIDMOVEMENTSFILESTATUS PIC XX.
       88 PREPAIDMOVEMENTSFILEOK VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
*>   Held apart from the file status, which an unknown id's keyed
*>   read leaves at 23 for every read after it.
01     MASTEROPENSWITCH         PIC X VALUE "N".
       88 MASTERISOPEN          VALUE "Y".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   A balance under this is listed for a top-up reminder.
01     LOWBALANCELEVEL          PIC 9(5)V99 VALUE 5.00.

*>   SEARCH ALL needs the table in subscriber order, so a subscriber
*>   seen for the first time is slotted into place.
01     BALANCECOUNT             PIC 9(5) VALUE ZERO.
01     BALANCETABLE.
       02 PREPAIDBALANCE OCCURS 0 TO 20000 TIMES
               DEPENDING ON BALANCECOUNT
               ASCENDING KEY IS BTSUBSCRIBERID
               INDEXED BY BTIDX.
           03 BTSUBSCRIBERID    PIC 9(10).
           03 BTBALANCE         PIC 9(7)V99.
           03 BTLASTTOPUPSTAMP  PIC 9(12).
           03 BTLASTUSAGESTAMP  PIC 9(12).
           03 BTNOCREDITTOTAL   PIC 9(7)V99.
*>   The stamps as they stood when the run started - what was
*>   applied before tonight - so that two events in the same minute
*>   tonight are both taken.
           03 BTAPPLIEDTOPUPSTAMP PIC 9(12).
           03 BTAPPLIEDUSAGESTAMP PIC 9(12).
01     BALANCEIDX               PIC 9(5).
01     FOUNDBALANCEIDX          PIC 9(5) VALUE ZERO.
01     WORKSUBSCRIBERID         PIC 9(10).

01     USAGECOST                PIC 9(7)V99.
01     COVEREDAMOUNT            PIC 9(7)V99.
01     UNCOVEREDAMOUNT          PIC 9(7)V99.
01     REFUSEREASON             PIC X(30).

01     TOPUPSREAD               PIC 9(7) VALUE ZERO.
01     TOPUPSAPPLIED            PIC 9(7) VALUE ZERO.
01     TOPUPSREFUSED            PIC 9(5) VALUE ZERO.
01     TOPUPSALREADYAPPLIED     PIC 9(7) VALUE ZERO.
01     USAGEREAD                PIC 9(7) VALUE ZERO.
01     USAGEAPPLIED             PIC 9(7) VALUE ZERO.
01     USAGEALREADYAPPLIED      PIC 9(7) VALUE ZERO.
01     NOCREDITEVENTS           PIC 9(5) VALUE ZERO.
01     LOWBALANCECOUNT          PIC 9(5) VALUE ZERO.
01     MOVEMENTSWRITTEN         PIC 9(7) VALUE ZERO.
01     TOPUPTOTAL               PIC 9(9)V99 VALUE ZERO.
01     USAGETOTAL               PIC 9(9)V99 VALUE ZERO.
01     NOCREDITTOTAL            PIC 9(9)V99 VALUE ZERO.
01     BALANCESHELD             PIC 9(9)V99 VALUE ZERO.

01     SERVICETYPENAMES.
       02 FILLER PIC X(32) VALUE "TEXT    VOICE   DATA    ROAMING ".
01     FILLER REDEFINES SERVICETYPENAMES.
       02 SERVICETYPENAME       PIC X(8) OCCURS 4 TIMES.

01     UPDATEHEADINGLINE.
       02 FILLER                PIC X(35)
           VALUE "PREPAID BALANCE UPDATE RUN ".
       02 PRNRUNDATE            PIC 9(8).

01     SECTIONHEADINGLINE       PIC X(60).

01     REFUSEDTOPICLINE.
       02 FILLER                PIC X(12) VALUE "SUBSCRIBER".
       02 FILLER                PIC X(18) VALUE "TAKEN".
       02 FILLER                PIC X(6)  VALUE "CHNL".
       02 FILLER                PIC X(14) VALUE "REFERENCE".
       02 FILLER                PIC X(12) VALUE "      AMOUNT".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(30) VALUE "REASON".

01     REFUSEDDETAILLINE.
       02 PRNREFSUBSCRIBERID    PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNREFSTAMP           PIC X(12).
       02 FILLER                PIC X(6)  VALUE SPACES.
       02 PRNREFCHANNEL         PIC X.
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNREFREFERENCE       PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNREFAMOUNT          PIC $$$,$$9.99.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNREFREASON          PIC X(30).

01     NOCREDITTOPICLINE.
       02 FILLER                PIC X(12) VALUE "SUBSCRIBER".
       02 FILLER                PIC X(10) VALUE "DATE".
       02 FILLER                PIC X(6)  VALUE "TIME".
       02 FILLER                PIC X(10) VALUE "SERVICE".
       02 FILLER                PIC X(9)  VALUE "    UNITS".
       02 FILLER                PIC X(12) VALUE "        COST".
       02 FILLER                PIC X(14) VALUE "   NOT COVERED".

01     NOCREDITDETAILLINE.
       02 PRNNCSUBSCRIBERID     PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNCDATE             PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNCTIME             PIC 9(4).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNCSERVICE          PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNCUNITS            PIC ZZZ,ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNCCOST             PIC $$$,$$9.99.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNNCUNCOVERED        PIC $$$,$$9.99.

01     LOWBALANCETOPICLINE.
       02 FILLER                PIC X(12) VALUE "SUBSCRIBER".
       02 FILLER                PIC X(27) VALUE "NAME".
       02 FILLER                PIC X(12) VALUE "     BALANCE".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(14) VALUE "LAST TOP-UP".
       02 FILLER                PIC X(16) VALUE "   NO CREDIT".

01     LOWBALANCEDETAILLINE.
       02 PRNLBSUBSCRIBERID     PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNLBNAME             PIC X(25).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNLBBALANCE          PIC $$$,$$9.99.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNLBLASTTOPUP        PIC X(8).
       02 FILLER                PIC X(6)  VALUE SPACES.
       02 PRNLBNOCREDIT         PIC $$$,$$9.99.

01     TOTALSLINE.
       02 PRNTOTALTEXT          PIC X(36).
       02 PRNTOTALCOUNT         PIC ZZZ,ZZ9.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNTOTALAMOUNT        PIC $$$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM LOADPREPAIDBALANCES
       OPEN INPUT SUBSCRIBERMASTERFILE
       IF SUBSCRIBERMASTERFILEOK
           SET MASTERISOPEN TO TRUE
       END-IF

       OPEN OUTPUT PREPAIDBALANCEREPORT
       MOVE RUNDATE TO PRNRUNDATE
       WRITE PREPAIDPRINTLINE FROM UPDATEHEADINGLINE
           AFTER ADVANCING 1 LINE

       OPEN EXTEND PREPAIDMOVEMENTSFILE
       IF NOT PREPAIDMOVEMENTSFILEOK
           OPEN OUTPUT PREPAIDMOVEMENTSFILE
       END-IF
       SORT PREPAIDSORTWORK
           ON ASCENDING KEY SORTSUBSCRIBERID
                            SORTSTAMP
                            SORTKIND
           INPUT PROCEDURE IS RELEASEPREPAIDTRANSACTIONS
           OUTPUT PROCEDURE IS APPLYPREPAIDTRANSACTIONS
       CLOSE PREPAIDMOVEMENTSFILE

       PERFORM REWRITEPREPAIDBALANCES
       PERFORM LISTLOWBALANCES
       PERFORM WRITEUPDATETOTALS
       CLOSE PREPAIDBALANCEREPORT
       IF MASTERISOPEN
           CLOSE SUBSCRIBERMASTERFILE
       END-IF

       DISPLAY "TOP-UPS APPLIED: " TOPUPSAPPLIED
           "  REFUSED: " TOPUPSREFUSED
           "  USAGE EVENTS TAKEN: " USAGEAPPLIED
       DISPLAY "EVENTS WITH NO CREDIT: " NOCREDITEVENTS
           "  LOW BALANCES: " LOWBALANCECOUNT
       IF TOPUPSALREADYAPPLIED > ZERO OR USAGEALREADYAPPLIED > ZERO
           DISPLAY "ALREADY ON THE BALANCES, NOT APPLIED AGAIN - "
               "TOP-UPS: " TOPUPSALREADYAPPLIED
               "  USAGE: " USAGEALREADYAPPLIED
       END-IF
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   Either file may be missing - a night with no top-ups, or with
*>   no prepaid usage rated - and the other is still applied.
RELEASEPREPAIDTRANSACTIONS.
       MOVE "TOP-UPS REFUSED - NOT APPLIED TO ANY BALANCE"
           TO SECTIONHEADINGLINE
       WRITE PREPAIDPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE PREPAIDPRINTLINE FROM REFUSEDTOPICLINE
           AFTER ADVANCING 1 LINE
       OPEN INPUT PREPAIDTOPUPFILE
       IF PREPAIDTOPUPFILEOK
           READ PREPAIDTOPUPFILE
               AT END SET ENDOFPREPAIDTOPUPFILE TO TRUE
           END-READ
           PERFORM RELEASEONETOPUP UNTIL ENDOFPREPAIDTOPUPFILE
           CLOSE PREPAIDTOPUPFILE
       END-IF
       OPEN INPUT PREPAIDUSAGEFILE
       IF PREPAIDUSAGEFILEOK
           READ PREPAIDUSAGEFILE
               AT END SET ENDOFPREPAIDUSAGEFILE TO TRUE
           END-READ
           PERFORM RELEASEONEUSAGEEVENT UNTIL ENDOFPREPAIDUSAGEFILE
           CLOSE PREPAIDUSAGEFILE
       END-IF.

*>   The channels have taken the money by the time it reaches here,
*>   so a top-up that cannot be applied is listed for customer
*>   services to put right rather than silently dropped.
RELEASEONETOPUP.
       ADD 1 TO TOPUPSREAD
       MOVE SPACES TO REFUSEREASON
       EVALUATE TRUE
           WHEN SUBSCRIBERIDTEXT-TUF NOT NUMERIC
               MOVE "SUBSCRIBER ID NOT NUMERIC" TO REFUSEREASON
           WHEN TOPUPDATETIMETEXT-TUF NOT NUMERIC
               MOVE "DATE AND TIME NOT NUMERIC" TO REFUSEREASON
           WHEN AMOUNTTEXT-TUF NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO REFUSEREASON
           WHEN AMOUNT-TUF = ZERO
               MOVE "ZERO AMOUNT" TO REFUSEREASON
           WHEN NOT RETAILTOPUP-TUF AND NOT ONLINETOPUP-TUF
               MOVE "CHANNEL NOT R OR O" TO REFUSEREASON
           WHEN OTHER
               PERFORM CHECKTOPUPSUBSCRIBER
       END-EVALUATE
       IF REFUSEREASON NOT = SPACES
           PERFORM LISTONEREFUSEDTOPUP
       ELSE
           MOVE SUBSCRIBERID-TUF TO WORKSUBSCRIBERID
           PERFORM FINDPREPAIDBALANCE
           IF FOUNDBALANCEIDX > ZERO
                   AND TOPUPDATETIME-TUF NOT >
                       BTAPPLIEDTOPUPSTAMP(FOUNDBALANCEIDX)
               ADD 1 TO TOPUPSALREADYAPPLIED
           ELSE
               MOVE SPACES            TO PREPAIDSORTREC
               MOVE SUBSCRIBERID-TUF  TO SORTSUBSCRIBERID
               MOVE TOPUPDATETIME-TUF TO SORTSTAMP
               SET SORTISTOPUP        TO TRUE
               MOVE CHANNEL-TUF       TO SORTCHANNEL
               MOVE ZERO              TO SORTSERVICETYPE SORTUNITS
               MOVE AMOUNT-TUF        TO SORTAMOUNT
               RELEASE PREPAIDSORTREC
           END-IF
       END-IF
       READ PREPAIDTOPUPFILE
           AT END SET ENDOFPREPAIDTOPUPFILE TO TRUE
       END-READ.

CHECKTOPUPSUBSCRIBER.
       IF NOT MASTERISOPEN
           MOVE "SUBSCRIBER MASTER NOT AVAILABLE" TO REFUSEREASON
           EXIT PARAGRAPH
       END-IF
       MOVE SUBSCRIBERID-TUF TO SUBSCRIBERID-SMF
       READ SUBSCRIBERMASTERFILE
           INVALID KEY
               MOVE "UNKNOWN SUBSCRIBER" TO REFUSEREASON
           NOT INVALID KEY
               IF NOT PREPAID-SMF
                   MOVE "SUBSCRIBER IS NOT PREPAID" TO REFUSEREASON
               END-IF
       END-READ.

LISTONEREFUSEDTOPUP.
       MOVE SUBSCRIBERIDTEXT-TUF  TO PRNREFSUBSCRIBERID
       MOVE TOPUPDATETIMETEXT-TUF TO PRNREFSTAMP
       MOVE CHANNEL-TUF           TO PRNREFCHANNEL
       MOVE REFERENCE-TUF         TO PRNREFREFERENCE
       IF AMOUNTTEXT-TUF IS NUMERIC
           MOVE AMOUNT-TUF TO PRNREFAMOUNT
       ELSE
           MOVE ZERO TO PRNREFAMOUNT
       END-IF
       MOVE REFUSEREASON          TO PRNREFREASON
       WRITE PREPAIDPRINTLINE FROM REFUSEDDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO TOPUPSREFUSED.

*>   LISTING14-5 only hands on usage for subscribers the master
*>   shows as prepaid, so the event is taken on trust here.
RELEASEONEUSAGEEVENT.
       ADD 1 TO USAGEREAD
       MOVE SUBSCRIBERID-PUF TO WORKSUBSCRIBERID
       PERFORM FINDPREPAIDBALANCE
       IF FOUNDBALANCEIDX > ZERO
               AND EVENTDATETIME-PUF NOT >
                   BTAPPLIEDUSAGESTAMP(FOUNDBALANCEIDX)
           ADD 1 TO USAGEALREADYAPPLIED
       ELSE
           MOVE SPACES              TO PREPAIDSORTREC
           MOVE SUBSCRIBERID-PUF    TO SORTSUBSCRIBERID
           MOVE EVENTDATETIME-PUF   TO SORTSTAMP
           SET SORTISUSAGE          TO TRUE
           MOVE SPACE               TO SORTCHANNEL
           MOVE SERVICETYPECODE-PUF TO SORTSERVICETYPE
           MOVE UNITSUSED-PUF       TO SORTUNITS
           MOVE SERVICECOST-PUF     TO SORTAMOUNT
           RELEASE PREPAIDSORTREC
       END-IF
       READ PREPAIDUSAGEFILE
           AT END SET ENDOFPREPAIDUSAGEFILE TO TRUE
       END-READ.

APPLYPREPAIDTRANSACTIONS.
       MOVE "USAGE TAKEN WITH NO CREDIT ON THE BALANCE"
           TO SECTIONHEADINGLINE
       WRITE PREPAIDPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE PREPAIDPRINTLINE FROM NOCREDITTOPICLINE
           AFTER ADVANCING 1 LINE
       RETURN PREPAIDSORTWORK
           AT END SET ENDOFPREPAIDSORT TO TRUE
       END-RETURN
       PERFORM APPLYONETRANSACTION UNTIL ENDOFPREPAIDSORT.

APPLYONETRANSACTION.
       MOVE SORTSUBSCRIBERID TO WORKSUBSCRIBERID
       PERFORM FINDPREPAIDBALANCE
       IF FOUNDBALANCEIDX = ZERO
           PERFORM INSERTBALANCEINKEYORDER
           MOVE BALANCEIDX TO FOUNDBALANCEIDX
       END-IF
       IF SORTISTOPUP
           PERFORM APPLYONETOPUP
       ELSE
           PERFORM APPLYONEUSAGEEVENT
       END-IF
       RETURN PREPAIDSORTWORK
           AT END SET ENDOFPREPAIDSORT TO TRUE
       END-RETURN.

APPLYONETOPUP.
       ADD SORTAMOUNT TO BTBALANCE(FOUNDBALANCEIDX)
       MOVE SORTSTAMP TO BTLASTTOPUPSTAMP(FOUNDBALANCEIDX)
       ADD 1 TO TOPUPSAPPLIED
       ADD SORTAMOUNT TO TOPUPTOTAL
       SET PMTOPUP TO TRUE
       MOVE SORTCHANNEL TO PMCHANNEL
       MOVE SORTAMOUNT  TO PMAMOUNT
       PERFORM WRITEONEMOVEMENT.

*>   What the balance can cover comes off it; the rest of the event
*>   was taken with no credit - the balance stops at zero rather than
*>   going into debt the prepaid customer never agreed to.
APPLYONEUSAGEEVENT.
       MOVE SORTAMOUNT TO USAGECOST
       IF USAGECOST > BTBALANCE(FOUNDBALANCEIDX)
           MOVE BTBALANCE(FOUNDBALANCEIDX) TO COVEREDAMOUNT
       ELSE
           MOVE USAGECOST TO COVEREDAMOUNT
       END-IF
       COMPUTE UNCOVEREDAMOUNT = USAGECOST - COVEREDAMOUNT
       SUBTRACT COVEREDAMOUNT FROM BTBALANCE(FOUNDBALANCEIDX)
       MOVE SORTSTAMP TO BTLASTUSAGESTAMP(FOUNDBALANCEIDX)
       ADD 1 TO USAGEAPPLIED
       ADD COVEREDAMOUNT TO USAGETOTAL
       MOVE SPACE TO PMCHANNEL
       IF COVEREDAMOUNT > ZERO
           SET PMUSAGE TO TRUE
           MOVE COVEREDAMOUNT TO PMAMOUNT
           PERFORM WRITEONEMOVEMENT
       END-IF
       IF UNCOVEREDAMOUNT > ZERO
           ADD UNCOVEREDAMOUNT TO BTNOCREDITTOTAL(FOUNDBALANCEIDX)
           ADD UNCOVEREDAMOUNT TO NOCREDITTOTAL
           ADD 1 TO NOCREDITEVENTS
           SET PMNOCREDIT TO TRUE
           MOVE UNCOVEREDAMOUNT TO PMAMOUNT
           PERFORM WRITEONEMOVEMENT
           PERFORM LISTONENOCREDITEVENT
       END-IF.

LISTONENOCREDITEVENT.
       MOVE SORTSUBSCRIBERID  TO PRNNCSUBSCRIBERID
       MOVE SORTSTAMP(1:8)    TO PRNNCDATE
       MOVE SORTSTAMP(9:4)    TO PRNNCTIME
       IF SORTSERVICETYPE > ZERO AND SORTSERVICETYPE < 5
           MOVE SERVICETYPENAME(SORTSERVICETYPE) TO PRNNCSERVICE
       ELSE
           MOVE "OTHER" TO PRNNCSERVICE
       END-IF
       MOVE SORTUNITS         TO PRNNCUNITS
       MOVE USAGECOST         TO PRNNCCOST
       MOVE UNCOVEREDAMOUNT   TO PRNNCUNCOVERED
       WRITE PREPAIDPRINTLINE FROM NOCREDITDETAILLINE
           AFTER ADVANCING 1 LINE.

WRITEONEMOVEMENT.
       MOVE RUNDATE          TO PMMOVEDATE
       MOVE SORTSUBSCRIBERID TO PMSUBSCRIBERID
       MOVE SORTSTAMP        TO PMEVENTSTAMP
       WRITE PREPAIDMOVEMENTREC
       ADD 1 TO MOVEMENTSWRITTEN.

*>   A balance that has run low is listed while the subscriber is
*>   still with us; one who has left, or moved to a billed payment
*>   method, is not chased for a top-up.
LISTLOWBALANCES.
       MOVE "BALANCES UNDER THE LOW BALANCE LEVEL"
           TO SECTIONHEADINGLINE
       WRITE PREPAIDPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE PREPAIDPRINTLINE FROM LOWBALANCETOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM CHECKONEBALANCEFORLOW
           VARYING BALANCEIDX FROM 1 BY 1 UNTIL BALANCEIDX > BALANCECOUNT.

CHECKONEBALANCEFORLOW.
       ADD BTBALANCE(BALANCEIDX) TO BALANCESHELD
       IF BTBALANCE(BALANCEIDX) NOT < LOWBALANCELEVEL
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PRNLBNAME
       IF MASTERISOPEN
           MOVE BTSUBSCRIBERID(BALANCEIDX) TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO PRNLBNAME
               NOT INVALID KEY
                   IF NOT PREPAID-SMF
                       EXIT PARAGRAPH
                   END-IF
                   IF LEAVEDATE-SMF NOT = ZERO
                           AND LEAVEDATE-SMF NOT > RUNDATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SUBSCRIBERNAME-SMF TO PRNLBNAME
           END-READ
       END-IF
       MOVE BTSUBSCRIBERID(BALANCEIDX) TO PRNLBSUBSCRIBERID
       MOVE BTBALANCE(BALANCEIDX)      TO PRNLBBALANCE
       IF BTLASTTOPUPSTAMP(BALANCEIDX) = ZERO
           MOVE "NEVER" TO PRNLBLASTTOPUP
       ELSE
           MOVE BTLASTTOPUPSTAMP(BALANCEIDX)(1:8) TO PRNLBLASTTOPUP
       END-IF
       MOVE BTNOCREDITTOTAL(BALANCEIDX) TO PRNLBNOCREDIT
       WRITE PREPAIDPRINTLINE FROM LOWBALANCEDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO LOWBALANCECOUNT.

WRITEUPDATETOTALS.
       MOVE "TOTALS" TO SECTIONHEADINGLINE
       WRITE PREPAIDPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       MOVE "TOP-UPS APPLIED"            TO PRNTOTALTEXT
       MOVE TOPUPSAPPLIED                TO PRNTOTALCOUNT
       MOVE TOPUPTOTAL                   TO PRNTOTALAMOUNT
       PERFORM WRITEONETOTALSLINE
       MOVE "USAGE TAKEN OFF BALANCES"   TO PRNTOTALTEXT
       MOVE USAGEAPPLIED                 TO PRNTOTALCOUNT
       MOVE USAGETOTAL                   TO PRNTOTALAMOUNT
       PERFORM WRITEONETOTALSLINE
       MOVE "USAGE WITH NO CREDIT"       TO PRNTOTALTEXT
       MOVE NOCREDITEVENTS               TO PRNTOTALCOUNT
       MOVE NOCREDITTOTAL                TO PRNTOTALAMOUNT
       PERFORM WRITEONETOTALSLINE
       MOVE "PREPAID CREDIT HELD"        TO PRNTOTALTEXT
       MOVE BALANCECOUNT                 TO PRNTOTALCOUNT
       MOVE BALANCESHELD                 TO PRNTOTALAMOUNT
       PERFORM WRITEONETOTALSLINE.

WRITEONETOTALSLINE.
       WRITE PREPAIDPRINTLINE FROM TOTALSLINE
           AFTER ADVANCING 1 LINE.

FINDPREPAIDBALANCE.
       MOVE ZERO TO FOUNDBALANCEIDX
       IF BALANCECOUNT > ZERO
           SEARCH ALL PREPAIDBALANCE
               AT END CONTINUE
               WHEN BTSUBSCRIBERID(BTIDX) = WORKSUBSCRIBERID
                   SET FOUNDBALANCEIDX TO BTIDX
           END-SEARCH
       END-IF.

INSERTBALANCEINKEYORDER.
       ADD 1 TO BALANCECOUNT
       MOVE BALANCECOUNT TO BALANCEIDX
       PERFORM SHIFTONEBALANCEUP
           UNTIL BALANCEIDX = 1
           OR BTSUBSCRIBERID(BALANCEIDX - 1) < WORKSUBSCRIBERID
       INITIALIZE PREPAIDBALANCE(BALANCEIDX)
       MOVE WORKSUBSCRIBERID TO BTSUBSCRIBERID(BALANCEIDX).

SHIFTONEBALANCEUP.
       MOVE PREPAIDBALANCE(BALANCEIDX - 1) TO PREPAIDBALANCE(BALANCEIDX)
       SUBTRACT 1 FROM BALANCEIDX.

LOADPREPAIDBALANCES.
       OPEN INPUT PREPAIDBALANCEFILE
       IF PREPAIDBALANCEFILEOK
           READ PREPAIDBALANCEFILE
               AT END SET ENDOFPREPAIDBALANCEFILE TO TRUE
           END-READ
           PERFORM STOREONEBALANCE UNTIL ENDOFPREPAIDBALANCEFILE
           CLOSE PREPAIDBALANCEFILE
       END-IF.

STOREONEBALANCE.
       ADD 1 TO BALANCECOUNT
       MOVE SUBSCRIBERID-PBF   TO BTSUBSCRIBERID(BALANCECOUNT)
       MOVE BALANCE-PBF        TO BTBALANCE(BALANCECOUNT)
       MOVE LASTTOPUPSTAMP-PBF TO BTLASTTOPUPSTAMP(BALANCECOUNT)
                                  BTAPPLIEDTOPUPSTAMP(BALANCECOUNT)
       MOVE LASTUSAGESTAMP-PBF TO BTLASTUSAGESTAMP(BALANCECOUNT)
                                  BTAPPLIEDUSAGESTAMP(BALANCECOUNT)
       MOVE NOCREDITTOTAL-PBF  TO BTNOCREDITTOTAL(BALANCECOUNT)
       READ PREPAIDBALANCEFILE
           AT END SET ENDOFPREPAIDBALANCEFILE TO TRUE
       END-READ.

REWRITEPREPAIDBALANCES.
       OPEN OUTPUT PREPAIDBALANCEFILE
       PERFORM WRITEONEBALANCE
           VARYING BALANCEIDX FROM 1 BY 1 UNTIL BALANCEIDX > BALANCECOUNT
       CLOSE PREPAIDBALANCEFILE.

WRITEONEBALANCE.
       MOVE BTSUBSCRIBERID(BALANCEIDX)   TO SUBSCRIBERID-PBF
       MOVE BTBALANCE(BALANCEIDX)        TO BALANCE-PBF
       MOVE BTLASTTOPUPSTAMP(BALANCEIDX) TO LASTTOPUPSTAMP-PBF
       MOVE BTLASTUSAGESTAMP(BALANCEIDX) TO LASTUSAGESTAMP-PBF
       MOVE BTNOCREDITTOTAL(BALANCEIDX)  TO NOCREDITTOTAL-PBF
       WRITE PREPAIDBALANCEREC.

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "PREPAIDBAL"          TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       COMPUTE OPLOGRECORDSIN = TOPUPSREAD + USAGEREAD
       MOVE MOVEMENTSWRITTEN      TO OPLOGRECORDSOUT
       MOVE TOPUPSREFUSED         TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
