IDENTIFICATION DIVISION.
PROGRAM-ID. CHARGEBACKREGISTERUPDATE.

*>   Keeps the card dispute register. The acquirer's chargeback notices
*>   arrive in AcquirerChargebacks.dat - a new chargeback against a
*>   shop's card sale, or the outcome of one already disputed - and
*>   each is loaded into ChargebackRegister.dat against the shop and
*>   business date of the original sale, with the date the acquirer
*>   needs our evidence by. Responses the cards office has sent are
*>   keyed through CHARGEBACKRESPONSEENTRY and recorded here. Every
*>   night ChargebackRegister.rpt lists what came in and every case
*>   still open, the ones nearest their deadline first, so nothing
*>   runs out of time unseen. A lost case is dated with the night its
*>   outcome was loaded, and GLJOURNALEXTRACT posts the loss from that.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   The acquirer's notice file: one line per chargeback raised (N)
*>   or decided in our favour (W) or theirs (L), quoting their case
*>   reference, the shop and sale date the card payment was taken on,
*>   the amount clawed back and their reason code. A new chargeback
*>   usually carries the date they need our response by.
       SELECT CHARGEBACKNOTICEFILE ASSIGN TO "AcquirerChargebacks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHARGEBACKNOTICEFILESTATUS.

       SELECT CHARGEBACKREGISTERFILE ASSIGN TO "ChargebackRegister.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHARGEBACKREGISTERFILESTATUS.

       SELECT CHARGEBACKRESPONSEFILE ASSIGN TO "ChargebackResponses.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHARGEBACKRESPONSEFILESTATUS.

       SELECT TILLLINEHISTORYFILE ASSIGN TO "TillLineHistory.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TILLLINEHISTORYFILESTATUS.

       SELECT CHARGEBACKDEADLINESORTWORK ASSIGN TO "CHGBKREG.TMP".

       SELECT CHARGEBACKREPORT ASSIGN TO "ChargebackRegister.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     CHARGEBACKNOTICEFILE.
01     CHARGEBACKNOTICEREC.
       88 ENDOFCHARGEBACKNOTICES VALUE HIGH-VALUES.
       02 CNNOTICETYPE          PIC X.
           88 CNNEWCHARGEBACK   VALUE "N".
           88 CNCHARGEBACKWON   VALUE "W".
           88 CNCHARGEBACKLOST  VALUE "L".
       02 FILLER                PIC X.
       02 CNCASEREF             PIC X(12).
       02 FILLER                PIC X.
       02 CNSHOPID              PIC X(5).
       02 FILLER                PIC X.
       02 CNSALEDATE            PIC X(8).
       02 FILLER                PIC X.
       02 CNNOTICEDATE          PIC X(8).
       02 FILLER                PIC X.
       02 CNAMOUNT              PIC 9(7)V99.
       02 CNAMOUNTTEXT REDEFINES CNAMOUNT PIC X(9).
       02 FILLER                PIC X.
       02 CNREASONCODE          PIC X(4).
       02 FILLER                PIC X.
       02 CNRESPONSEDUE         PIC X(8).

*>   One row per case, rewritten whole each run in case reference
*>   order. Open is waiting on our response, Responded is waiting on
*>   the acquirer's decision; Won and Lost are final.
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
       02 DROUTCOMEDATE         PIC 9(8).
       02 DRDAYCARDSALES        PIC 9(7)V99.

FD     CHARGEBACKRESPONSEFILE.
01     CHARGEBACKRESPONSEREC.
       88 ENDOFCHARGEBACKRESPONSES VALUE HIGH-VALUES.
       02 RSCASEREF             PIC X(12).
       02 FILLER                PIC X.
       02 RSRESPONSEDATE        PIC X(8).
       02 FILLER                PIC X.
       02 RSOPERATORID          PIC X(8).

FD     TILLLINEHISTORYFILE.
01     TILLLINEHISTORYREC.
       88 ENDOFTILLLINEHISTORY  VALUE HIGH-VALUES.
       02 TLSHOPID             PIC X(5).
       02 TLBUSINESSDATE       PIC X(8).
       02 TLLINETYPE           PIC X.
           88 TLSALE           VALUE "S".
           88 TLVOID           VALUE "V".
           88 TLREFUND         VALUE "R".
       02 TLITEMID             PIC X(8).
       02 TLQTYSOLD            PIC 9(3).
       02 TLLINEVALUE          PIC 9(5)V99.
       02 TLTENDERTYPE         PIC X.
           88 TLCARDTENDER     VALUE "D".
       02 TLRECEIPTREF         PIC X(8).
       02 TLTILLOPERATOR       PIC X(6).
       02 TLORIGRECEIPTREF     PIC X(8).

SD     CHARGEBACKDEADLINESORTWORK.
01     CHARGEBACKDEADLINESORTREC.
       88 ENDOFCHARGEBACKDEADLINESORT VALUE HIGH-VALUES.
       02 SORTSTATUS            PIC X.
       02 SORTRESPONSEDUE       PIC 9(8).
       02 SORTCASEREF           PIC X(12).
       02 SORTSHOPID            PIC X(5).
       02 SORTSALEDATE          PIC 9(8).
       02 SORTAMOUNT            PIC 9(7)V99.
       02 SORTREASONCODE        PIC X(4).
       02 SORTRESPONDEDDATE     PIC 9(8).

FD     CHARGEBACKREPORT.
01     CHARGEBACKPRINTLINE      PIC X(132).

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
01     CHARGEBACKNOTICEFILESTATUS PIC XX.
       88 CHARGEBACKNOTICEFILEOK VALUE "00".
01     CHARGEBACKREGISTERFILESTATUS PIC XX.
       88 CHARGEBACKREGISTERFILEOK VALUE "00".
01     CHARGEBACKRESPONSEFILESTATUS PIC XX.
       88 CHARGEBACKRESPONSEFILEOK VALUE "00".
01     TILLLINEHISTORYFILESTATUS PIC XX.
       88 TILLLINEHISTORYFILEOK VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   The acquirer's scheme rules give us this many days from the
*>   notice when they do not quote a response date of their own, and
*>   a case this close to its deadline is flagged for action today.
01     RESPONSEWINDOWDAYS       PIC 9(3) VALUE 14.
01     RESPONDNOWDAYS           PIC 9(3) VALUE 3.

*>   SEARCH ALL needs the table in case reference order, so a new
*>   case is slotted into place rather than added at the end.
01     CASECOUNT                PIC 9(5) VALUE ZERO.
01     CASETABLE.
       02 CHARGEBACKCASE OCCURS 0 TO 20000 TIMES
               DEPENDING ON CASECOUNT
               ASCENDING KEY IS CBCASEREF
               INDEXED BY CBIDX.
           03 CBCASEREF         PIC X(12).
           03 CBSHOPID          PIC X(5).
           03 CBSALEDATE        PIC 9(8).
           03 CBNOTIFIEDDATE    PIC 9(8).
           03 CBAMOUNT          PIC 9(7)V99.
           03 CBREASONCODE      PIC X(4).
           03 CBRESPONSEDUE     PIC 9(8).
           03 CBRESPONDEDDATE   PIC 9(8).
           03 CBRESPONDEDBY     PIC X(8).
           03 CBSTATUS          PIC X.
               88 CBOPEN        VALUE "O".
               88 CBRESPONDED   VALUE "R".
               88 CBWON         VALUE "W".
               88 CBLOST        VALUE "L".
               88 CBDECIDED     VALUE "W" "L".
           03 CBOUTCOMEDATE     PIC 9(8).
           03 CBDAYCARDSALES    PIC 9(7)V99.
01     CASEIDX                  PIC 9(5).
01     FOUNDCASEIDX             PIC 9(5) VALUE ZERO.
01     REGISTERCHANGED          PIC X VALUE "N".
       88 REGISTERWASCHANGED    VALUE "Y".

*>   The night's notices are held so the till history - which only
*>   grows - is read once for every shop-day they name, however many
*>   notices there are.
01     NOTICECOUNT              PIC 9(4) VALUE ZERO.
01     NOTICETABLE.
       02 NOTICE OCCURS 0 TO 2000 TIMES
               DEPENDING ON NOTICECOUNT.
           03 NTNOTICELINE      PIC X(62).
           03 NTSHOPID          PIC X(5).
           03 NTSALEDATE        PIC X(8).
           03 NTDAYCARDSALES    PIC 9(7)V99.
           03 NTDAYTRADED       PIC X.
               88 NTSHOPTRADED  VALUE "Y".
01     NOTICEIDX                PIC 9(4).

01     WORKCASEREF              PIC X(12).
01     WORKNOTICEDATE           PIC 9(8).
01     WORKRESPONSEDUE          PIC 9(8).
01     DAYSTODEADLINE           PIC S9(5).

01     NOTICESREAD              PIC 9(7) VALUE ZERO.
01     RESPONSESREAD            PIC 9(7) VALUE ZERO.
01     EXCEPTIONCOUNT           PIC 9(5) VALUE ZERO.
01     NEWCASECOUNT             PIC 9(5) VALUE ZERO.
01     NOTICESALREADYLOADED     PIC 9(5) VALUE ZERO.
01     RESPONSESRECORDED        PIC 9(5) VALUE ZERO.
01     WONTONIGHTCOUNT          PIC 9(5) VALUE ZERO.
01     LOSTTONIGHTCOUNT         PIC 9(5) VALUE ZERO.
01     LOSTTONIGHTAMOUNT        PIC 9(9)V99 VALUE ZERO.
01     OVERDUECOUNT             PIC 9(5) VALUE ZERO.
01     RESPONDNOWCOUNT          PIC 9(5) VALUE ZERO.

*>   Cases and money on the register by status, for the closing
*>   totals.
01     STATUSTOTALS.
       02 OPENCASECOUNT         PIC 9(5) VALUE ZERO.
       02 OPENCASEAMOUNT        PIC 9(9)V99 VALUE ZERO.
       02 RESPONDEDCASECOUNT    PIC 9(5) VALUE ZERO.
       02 RESPONDEDCASEAMOUNT   PIC 9(9)V99 VALUE ZERO.
       02 WONCASECOUNT          PIC 9(5) VALUE ZERO.
       02 WONCASEAMOUNT         PIC 9(9)V99 VALUE ZERO.
       02 LOSTCASECOUNT         PIC 9(5) VALUE ZERO.
       02 LOSTCASEAMOUNT        PIC 9(9)V99 VALUE ZERO.

01     REGISTERHEADINGLINE.
       02 FILLER                PIC X(35)
           VALUE "CARD CHARGEBACK REGISTER RUN ".
       02 PRNRUNDATE            PIC 9(8).

01     SECTIONHEADINGLINE       PIC X(60).

01     NOTICETOPICLINE.
       02 FILLER                PIC X(6)  VALUE "TYPE".
       02 FILLER                PIC X(14) VALUE "CASE REF".
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(10) VALUE "SALE DATE".
       02 FILLER                PIC X(13) VALUE "       AMOUNT".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(6)  VALUE "REASON".
       02 FILLER                PIC X(12) VALUE "  RESPOND".
       02 FILLER                PIC X(13) VALUE "DAY CARD SALE".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(35) VALUE "NOTE".

01     NOTICEDETAILLINE.
       02 PRNNOTICETYPE         PIC X.
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNNOTICECASEREF      PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTICESHOPID       PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTICESALEDATE     PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTICEAMOUNT       PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTICEREASON       PIC X(4).
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNNOTICEDUE          PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTICEDAYCARD      PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTICENOTE         PIC X(35).

01     RESPONSETOPICLINE.
       02 FILLER                PIC X(14) VALUE "CASE REF".
       02 FILLER                PIC X(10) VALUE "RESPONDED".
       02 FILLER                PIC X(10) VALUE "BY".
       02 FILLER                PIC X(10) VALUE "DUE BY".
       02 FILLER                PIC X(35) VALUE "NOTE".

01     RESPONSEDETAILLINE.
       02 PRNRESPCASEREF        PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRESPDATE           PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRESPOPERATOR       PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRESPDUE            PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRESPNOTE           PIC X(35).

01     OPENCASETOPICLINE.
       02 FILLER                PIC X(14) VALUE "CASE REF".
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(10) VALUE "SALE DATE".
       02 FILLER                PIC X(13) VALUE "       AMOUNT".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(6)  VALUE "REASON".
       02 FILLER                PIC X(10) VALUE "  RESPOND".
       02 FILLER                PIC X(10) VALUE " DAYS LEFT".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(40) VALUE "ACTION".

01     OPENCASEDETAILLINE.
       02 PRNOPENCASEREF        PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPENSHOPID         PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPENSALEDATE       PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPENAMOUNT         PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPENREASON         PIC X(4).
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNOPENDUE            PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPENDAYSLEFT       PIC ZZ,ZZ9-.
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNOPENACTION         PIC X(40).

01     NOOPENCASESLINE          PIC X(40)
           VALUE "NO CHARGEBACKS OPEN".

01     STATUSTOTALLINE.
       02 PRNSTATUSLABEL        PIC X(32).
       02 PRNSTATUSCOUNT        PIC ZZ,ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSTATUSAMOUNT       PIC $$$,$$$,$$9.99.

01     REGISTERCOUNTSLINE.
       02 FILLER                PIC X(17) VALUE "NEW CHARGEBACKS: ".
       02 PRNNEWCOUNT           PIC ZZ,ZZ9.
       02 FILLER                PIC X(13) VALUE "  RESPONSES: ".
       02 PRNRESPONSECOUNT      PIC ZZ,ZZ9.
       02 FILLER                PIC X(7)  VALUE "  WON: ".
       02 PRNWONCOUNT           PIC ZZ,ZZ9.
       02 FILLER                PIC X(8)  VALUE "  LOST: ".
       02 PRNLOSTCOUNT          PIC ZZ,ZZ9.
       02 FILLER                PIC X(14) VALUE "  EXCEPTIONS: ".
       02 PRNEXCEPTIONCOUNT     PIC ZZ,ZZ9.

01     DEADLINEWARNINGLINE.
       02 FILLER                PIC X(32)
           VALUE "CHARGEBACK RESPONSES OVERDUE: ".
       02 PRNOVERDUECOUNT       PIC ZZ,ZZ9.
       02 FILLER                PIC X(13) VALUE "  DUE WITHIN ".
       02 PRNRESPONDNOWDAYS     PIC Z9.
       02 FILLER                PIC X(7)  VALUE " DAYS: ".
       02 PRNRESPONDNOWCOUNT    PIC ZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM LOADCHARGEBACKREGISTER
       PERFORM LOADACQUIRERNOTICES
       IF NOTICECOUNT > ZERO
           PERFORM LOADDAYCARDSALES
       END-IF

       OPEN OUTPUT CHARGEBACKREPORT
       MOVE RUNDATE TO PRNRUNDATE
       WRITE CHARGEBACKPRINTLINE FROM REGISTERHEADINGLINE
           AFTER ADVANCING 1 LINE

       MOVE "NOTICES FROM THE ACQUIRER" TO SECTIONHEADINGLINE
       WRITE CHARGEBACKPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE CHARGEBACKPRINTLINE FROM NOTICETOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM APPLYONENOTICE
           VARYING NOTICEIDX FROM 1 BY 1 UNTIL NOTICEIDX > NOTICECOUNT

       MOVE "RESPONSES SENT BY THE CARDS OFFICE" TO SECTIONHEADINGLINE
       WRITE CHARGEBACKPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE CHARGEBACKPRINTLINE FROM RESPONSETOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM APPLYRESPONSES

       MOVE "CHARGEBACKS OPEN - NEAREST DEADLINE FIRST"
           TO SECTIONHEADINGLINE
       WRITE CHARGEBACKPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE CHARGEBACKPRINTLINE FROM OPENCASETOPICLINE
           AFTER ADVANCING 1 LINE
       SORT CHARGEBACKDEADLINESORTWORK
           ON ASCENDING KEY SORTSTATUS
                            SORTRESPONSEDUE
                            SORTCASEREF
           INPUT PROCEDURE IS RELEASEUNDECIDEDCASES
           OUTPUT PROCEDURE IS PRINTUNDECIDEDCASES

       PERFORM PRINTSTATUSTOTALS

       IF REGISTERWASCHANGED
           PERFORM REWRITECHARGEBACKREGISTER
       END-IF

       MOVE NEWCASECOUNT      TO PRNNEWCOUNT
       MOVE RESPONSESRECORDED TO PRNRESPONSECOUNT
       MOVE WONTONIGHTCOUNT   TO PRNWONCOUNT
       MOVE LOSTTONIGHTCOUNT  TO PRNLOSTCOUNT
       MOVE EXCEPTIONCOUNT    TO PRNEXCEPTIONCOUNT
       MOVE OVERDUECOUNT      TO PRNOVERDUECOUNT
       MOVE RESPONDNOWDAYS    TO PRNRESPONDNOWDAYS
       MOVE RESPONDNOWCOUNT   TO PRNRESPONDNOWCOUNT
       WRITE CHARGEBACKPRINTLINE FROM REGISTERCOUNTSLINE
           AFTER ADVANCING 2 LINES
       WRITE CHARGEBACKPRINTLINE FROM DEADLINEWARNINGLINE
           AFTER ADVANCING 1 LINE
       CLOSE CHARGEBACKREPORT

*>   The deadline line goes to the console as well - the morning
*>   operator sees it without opening the report.
       DISPLAY REGISTERCOUNTSLINE
       DISPLAY DEADLINEWARNINGLINE
       IF NOTICESALREADYLOADED > ZERO
           DISPLAY "NOTICES ALREADY ON THE REGISTER, NOT APPLIED: "
               NOTICESALREADYLOADED
       END-IF
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A missing notice file is a night the acquirer sent nothing.
LOADACQUIRERNOTICES.
       OPEN INPUT CHARGEBACKNOTICEFILE
       IF NOT CHARGEBACKNOTICEFILEOK
           EXIT PARAGRAPH
       END-IF
       READ CHARGEBACKNOTICEFILE
           AT END SET ENDOFCHARGEBACKNOTICES TO TRUE
       END-READ
       PERFORM STOREONENOTICE UNTIL ENDOFCHARGEBACKNOTICES
       CLOSE CHARGEBACKNOTICEFILE.

STOREONENOTICE.
       ADD 1 TO NOTICESREAD
       IF NOTICECOUNT < 2000
           ADD 1 TO NOTICECOUNT
           MOVE CHARGEBACKNOTICEREC TO NTNOTICELINE(NOTICECOUNT)
           MOVE CNSHOPID            TO NTSHOPID(NOTICECOUNT)
           MOVE CNSALEDATE          TO NTSALEDATE(NOTICECOUNT)
           MOVE ZERO                TO NTDAYCARDSALES(NOTICECOUNT)
           MOVE "N"                 TO NTDAYTRADED(NOTICECOUNT)
       END-IF
       READ CHARGEBACKNOTICEFILE
           AT END SET ENDOFCHARGEBACKNOTICES TO TRUE
       END-READ.

*>   What the shop took on card on the day of the original sale, off
*>   the till line history - the evidence the cards office starts
*>   from, and a chargeback bigger than the whole day's card sales is
*>   one to question before anything else.
LOADDAYCARDSALES.
       OPEN INPUT TILLLINEHISTORYFILE
       IF NOT TILLLINEHISTORYFILEOK
           EXIT PARAGRAPH
       END-IF
       READ TILLLINEHISTORYFILE
           AT END SET ENDOFTILLLINEHISTORY TO TRUE
       END-READ
       PERFORM SUMONEHISTORYLINE UNTIL ENDOFTILLLINEHISTORY
       CLOSE TILLLINEHISTORYFILE.

SUMONEHISTORYLINE.
       PERFORM SUMHISTORYLINEFORNOTICE
           VARYING NOTICEIDX FROM 1 BY 1 UNTIL NOTICEIDX > NOTICECOUNT
       READ TILLLINEHISTORYFILE
           AT END SET ENDOFTILLLINEHISTORY TO TRUE
       END-READ.

SUMHISTORYLINEFORNOTICE.
       IF NTSHOPID(NOTICEIDX) = TLSHOPID
               AND NTSALEDATE(NOTICEIDX) = TLBUSINESSDATE
           SET NTSHOPTRADED(NOTICEIDX) TO TRUE
           IF TLSALE AND TLCARDTENDER
               ADD TLLINEVALUE TO NTDAYCARDSALES(NOTICEIDX)
           END-IF
       END-IF.

APPLYONENOTICE.
       MOVE NTNOTICELINE(NOTICEIDX) TO CHARGEBACKNOTICEREC
       MOVE CNCASEREF TO WORKCASEREF
       IF CNNOTICEDATE IS NUMERIC
           MOVE CNNOTICEDATE TO WORKNOTICEDATE
       ELSE
           MOVE RUNDATE TO WORKNOTICEDATE
       END-IF
       MOVE ZERO TO WORKRESPONSEDUE
       MOVE SPACES TO PRNNOTICEDUE
       MOVE ZERO TO PRNNOTICEDAYCARD
       PERFORM FINDCASEONREGISTER
       EVALUATE TRUE
           WHEN CNAMOUNTTEXT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC - NOT LOADED" TO PRNNOTICENOTE
               ADD 1 TO EXCEPTIONCOUNT
           WHEN CNNEWCHARGEBACK
               PERFORM LOADNEWCHARGEBACK
           WHEN CNCHARGEBACKWON OR CNCHARGEBACKLOST
               PERFORM APPLYCHARGEBACKOUTCOME
           WHEN OTHER
               MOVE "NOTICE TYPE NOT N, W OR L" TO PRNNOTICENOTE
               ADD 1 TO EXCEPTIONCOUNT
       END-EVALUATE
       PERFORM LISTONENOTICE.

*>   A case the register already holds is the same notice sent again
*>   or the same file run a second night - it is not loaded twice.
LOADNEWCHARGEBACK.
       IF FOUNDCASEIDX > ZERO
           MOVE "ALREADY ON THE REGISTER - IGNORED" TO PRNNOTICENOTE
           ADD 1 TO NOTICESALREADYLOADED
           EXIT PARAGRAPH
       END-IF
       IF CNSALEDATE NOT NUMERIC
           MOVE "SALE DATE NOT A DATE - NOT LOADED" TO PRNNOTICENOTE
           ADD 1 TO EXCEPTIONCOUNT
           EXIT PARAGRAPH
       END-IF
       IF CNRESPONSEDUE IS NUMERIC AND CNRESPONSEDUE NOT = ZERO
           MOVE CNRESPONSEDUE TO WORKRESPONSEDUE
       ELSE
           COMPUTE WORKRESPONSEDUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WORKNOTICEDATE)
               + RESPONSEWINDOWDAYS)
       END-IF
       PERFORM INSERTCASEINKEYORDER
       PERFORM FILLNEWCASE
       SET CBOPEN(CASEIDX) TO TRUE
       ADD 1 TO NEWCASECOUNT
       MOVE WORKRESPONSEDUE TO PRNNOTICEDUE
       MOVE NTDAYCARDSALES(NOTICEIDX) TO PRNNOTICEDAYCARD
       EVALUATE TRUE
           WHEN NOT NTSHOPTRADED(NOTICEIDX)
               MOVE "NEW - NO TILL HISTORY FOR THAT DAY" TO PRNNOTICENOTE
               ADD 1 TO EXCEPTIONCOUNT
           WHEN CNAMOUNT > NTDAYCARDSALES(NOTICEIDX)
               MOVE "NEW - OVER THE DAY'S CARD SALES" TO PRNNOTICENOTE
               ADD 1 TO EXCEPTIONCOUNT
           WHEN OTHER
               MOVE "NEW CHARGEBACK - RESPONSE NEEDED" TO PRNNOTICENOTE
       END-EVALUATE.

*>   The acquirer has already taken the money on a lost case, so a
*>   loss for a case we were never told about is still put on the
*>   register - and reaches the ledger - as well as being flagged.
APPLYCHARGEBACKOUTCOME.
       IF FOUNDCASEIDX = ZERO
           IF CNCHARGEBACKLOST AND CNSALEDATE IS NUMERIC
               PERFORM INSERTCASEINKEYORDER
               PERFORM FILLNEWCASE
               MOVE CASEIDX TO FOUNDCASEIDX
               PERFORM RECORDLOSTCASE
               MOVE "LOST - NO NOTICE OF CHARGEBACK HAD"
                   TO PRNNOTICENOTE
           ELSE
               MOVE "OUTCOME FOR A CASE NOT ON REGISTER"
                   TO PRNNOTICENOTE
           END-IF
           ADD 1 TO EXCEPTIONCOUNT
           EXIT PARAGRAPH
       END-IF
       IF CBRESPONSEDUE(FOUNDCASEIDX) NOT = ZERO
           MOVE CBRESPONSEDUE(FOUNDCASEIDX) TO PRNNOTICEDUE
       END-IF
       MOVE CBDAYCARDSALES(FOUNDCASEIDX) TO PRNNOTICEDAYCARD
       IF CBDECIDED(FOUNDCASEIDX)
           MOVE "OUTCOME ALREADY RECORDED - IGNORED" TO PRNNOTICENOTE
           ADD 1 TO NOTICESALREADYLOADED
           EXIT PARAGRAPH
       END-IF
       IF CNCHARGEBACKWON
           SET CBWON(FOUNDCASEIDX) TO TRUE
           MOVE RUNDATE TO CBOUTCOMEDATE(FOUNDCASEIDX)
           SET REGISTERWASCHANGED TO TRUE
           ADD 1 TO WONTONIGHTCOUNT
           MOVE "WON - ACQUIRER PAYS IT BACK" TO PRNNOTICENOTE
       ELSE
           PERFORM RECORDLOSTCASE
           IF CBRESPONDEDDATE(FOUNDCASEIDX) = ZERO
               MOVE "LOST - WE NEVER RESPONDED" TO PRNNOTICENOTE
           ELSE
               MOVE "LOST - POSTED TO CHARGEBACK LOSSES"
                   TO PRNNOTICENOTE
           END-IF
       END-IF.

RECORDLOSTCASE.
       SET CBLOST(FOUNDCASEIDX) TO TRUE
       MOVE RUNDATE TO CBOUTCOMEDATE(FOUNDCASEIDX)
       SET REGISTERWASCHANGED TO TRUE
       ADD 1 TO LOSTTONIGHTCOUNT
       ADD CBAMOUNT(FOUNDCASEIDX) TO LOSTTONIGHTAMOUNT.

FILLNEWCASE.
       MOVE CNSHOPID          TO CBSHOPID(CASEIDX)
       MOVE CNSALEDATE        TO CBSALEDATE(CASEIDX)
       MOVE WORKNOTICEDATE    TO CBNOTIFIEDDATE(CASEIDX)
       MOVE CNAMOUNT          TO CBAMOUNT(CASEIDX)
       MOVE CNREASONCODE      TO CBREASONCODE(CASEIDX)
       MOVE WORKRESPONSEDUE   TO CBRESPONSEDUE(CASEIDX)
       MOVE NTDAYCARDSALES(NOTICEIDX) TO CBDAYCARDSALES(CASEIDX)
       SET REGISTERWASCHANGED TO TRUE.

LISTONENOTICE.
       MOVE CNNOTICETYPE  TO PRNNOTICETYPE
       MOVE CNCASEREF     TO PRNNOTICECASEREF
       MOVE CNSHOPID      TO PRNNOTICESHOPID
       MOVE CNSALEDATE    TO PRNNOTICESALEDATE
       IF CNAMOUNTTEXT IS NUMERIC
           MOVE CNAMOUNT  TO PRNNOTICEAMOUNT
       ELSE
           MOVE ZERO      TO PRNNOTICEAMOUNT
       END-IF
       MOVE CNREASONCODE  TO PRNNOTICEREASON
       WRITE CHARGEBACKPRINTLINE FROM NOTICEDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   The response file is kept, not cleared, so a response already on
*>   the register is passed over quietly - only the first response to
*>   a case is recorded, later evidence goes under the same date.
APPLYRESPONSES.
       OPEN INPUT CHARGEBACKRESPONSEFILE
       IF NOT CHARGEBACKRESPONSEFILEOK
           EXIT PARAGRAPH
       END-IF
       READ CHARGEBACKRESPONSEFILE
           AT END SET ENDOFCHARGEBACKRESPONSES TO TRUE
       END-READ
       PERFORM APPLYONERESPONSE UNTIL ENDOFCHARGEBACKRESPONSES
       CLOSE CHARGEBACKRESPONSEFILE.

APPLYONERESPONSE.
       ADD 1 TO RESPONSESREAD
       MOVE RSCASEREF TO WORKCASEREF
       PERFORM FINDCASEONREGISTER
       MOVE SPACES TO PRNRESPDUE
       EVALUATE TRUE
           WHEN FOUNDCASEIDX = ZERO
               MOVE "RESPONSE FOR A CASE NOT ON REGISTER"
                   TO PRNRESPNOTE
               ADD 1 TO EXCEPTIONCOUNT
               PERFORM LISTONERESPONSE
           WHEN CBRESPONDEDDATE(FOUNDCASEIDX) NOT = ZERO
               CONTINUE
           WHEN RSRESPONSEDATE NOT NUMERIC
               MOVE "RESPONSE DATE NOT A DATE" TO PRNRESPNOTE
               ADD 1 TO EXCEPTIONCOUNT
               PERFORM LISTONERESPONSE
           WHEN OTHER
               PERFORM RECORDONERESPONSE
       END-EVALUATE
       READ CHARGEBACKRESPONSEFILE
           AT END SET ENDOFCHARGEBACKRESPONSES TO TRUE
       END-READ.

RECORDONERESPONSE.
       MOVE RSRESPONSEDATE TO CBRESPONDEDDATE(FOUNDCASEIDX)
       MOVE RSOPERATORID   TO CBRESPONDEDBY(FOUNDCASEIDX)
       MOVE CBRESPONSEDUE(FOUNDCASEIDX) TO PRNRESPDUE
       SET REGISTERWASCHANGED TO TRUE
       ADD 1 TO RESPONSESRECORDED
       EVALUATE TRUE
           WHEN CBDECIDED(FOUNDCASEIDX)
               MOVE "RESPONSE SENT AFTER THE DECISION" TO PRNRESPNOTE
               ADD 1 TO EXCEPTIONCOUNT
           WHEN CBRESPONDEDDATE(FOUNDCASEIDX)
                   > CBRESPONSEDUE(FOUNDCASEIDX)
               SET CBRESPONDED(FOUNDCASEIDX) TO TRUE
               MOVE "RESPONDED AFTER THE DEADLINE" TO PRNRESPNOTE
               ADD 1 TO EXCEPTIONCOUNT
           WHEN OTHER
               SET CBRESPONDED(FOUNDCASEIDX) TO TRUE
               MOVE "RESPONSE RECORDED" TO PRNRESPNOTE
       END-EVALUATE
       PERFORM LISTONERESPONSE.

LISTONERESPONSE.
       MOVE RSCASEREF      TO PRNRESPCASEREF
       MOVE RSRESPONSEDATE TO PRNRESPDATE
       MOVE RSOPERATORID   TO PRNRESPOPERATOR
       WRITE CHARGEBACKPRINTLINE FROM RESPONSEDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   Every case not yet decided goes to the sort - open ones ahead of
*>   those already answered, each by deadline - and the whole register
*>   is totalled by status on the way through.
RELEASEUNDECIDEDCASES.
       PERFORM RELEASEONECASE
           VARYING CASEIDX FROM 1 BY 1 UNTIL CASEIDX > CASECOUNT.

RELEASEONECASE.
       EVALUATE TRUE
           WHEN CBOPEN(CASEIDX)
               ADD 1 TO OPENCASECOUNT
               ADD CBAMOUNT(CASEIDX) TO OPENCASEAMOUNT
           WHEN CBRESPONDED(CASEIDX)
               ADD 1 TO RESPONDEDCASECOUNT
               ADD CBAMOUNT(CASEIDX) TO RESPONDEDCASEAMOUNT
           WHEN CBWON(CASEIDX)
               ADD 1 TO WONCASECOUNT
               ADD CBAMOUNT(CASEIDX) TO WONCASEAMOUNT
           WHEN CBLOST(CASEIDX)
               ADD 1 TO LOSTCASECOUNT
               ADD CBAMOUNT(CASEIDX) TO LOSTCASEAMOUNT
       END-EVALUATE
       IF CBDECIDED(CASEIDX)
           EXIT PARAGRAPH
       END-IF
       MOVE CBSTATUS(CASEIDX)        TO SORTSTATUS
       MOVE CBRESPONSEDUE(CASEIDX)   TO SORTRESPONSEDUE
       MOVE CBCASEREF(CASEIDX)       TO SORTCASEREF
       MOVE CBSHOPID(CASEIDX)        TO SORTSHOPID
       MOVE CBSALEDATE(CASEIDX)      TO SORTSALEDATE
       MOVE CBAMOUNT(CASEIDX)        TO SORTAMOUNT
       MOVE CBREASONCODE(CASEIDX)    TO SORTREASONCODE
       MOVE CBRESPONDEDDATE(CASEIDX) TO SORTRESPONDEDDATE
       RELEASE CHARGEBACKDEADLINESORTREC.

PRINTUNDECIDEDCASES.
       RETURN CHARGEBACKDEADLINESORTWORK
           AT END SET ENDOFCHARGEBACKDEADLINESORT TO TRUE
       END-RETURN
       IF ENDOFCHARGEBACKDEADLINESORT
           WRITE CHARGEBACKPRINTLINE FROM NOOPENCASESLINE
               AFTER ADVANCING 1 LINE
       END-IF
       PERFORM PRINTONEUNDECIDEDCASE
           UNTIL ENDOFCHARGEBACKDEADLINESORT.

PRINTONEUNDECIDEDCASE.
       COMPUTE DAYSTODEADLINE =
           FUNCTION INTEGER-OF-DATE(SORTRESPONSEDUE) -
           FUNCTION INTEGER-OF-DATE(RUNDATE)
       MOVE SPACES TO PRNOPENACTION
       EVALUATE TRUE
           WHEN SORTSTATUS = "R"
               STRING "RESPONDED " DELIMITED BY SIZE
                   SORTRESPONDEDDATE DELIMITED BY SIZE
                   " - AWAITING DECISION" DELIMITED BY SIZE
                   INTO PRNOPENACTION
           WHEN DAYSTODEADLINE < ZERO
               MOVE "*** OVERDUE - NO RESPONSE SENT ***" TO PRNOPENACTION
               ADD 1 TO OVERDUECOUNT
           WHEN DAYSTODEADLINE NOT > RESPONDNOWDAYS
               MOVE "*** RESPOND NOW ***" TO PRNOPENACTION
               ADD 1 TO RESPONDNOWCOUNT
           WHEN OTHER
               MOVE "AWAITING OUR RESPONSE" TO PRNOPENACTION
       END-EVALUATE
       MOVE SORTCASEREF      TO PRNOPENCASEREF
       MOVE SORTSHOPID       TO PRNOPENSHOPID
       MOVE SORTSALEDATE     TO PRNOPENSALEDATE
       MOVE SORTAMOUNT       TO PRNOPENAMOUNT
       MOVE SORTREASONCODE   TO PRNOPENREASON
       MOVE SORTRESPONSEDUE  TO PRNOPENDUE
       MOVE DAYSTODEADLINE   TO PRNOPENDAYSLEFT
       WRITE CHARGEBACKPRINTLINE FROM OPENCASEDETAILLINE
           AFTER ADVANCING 1 LINE
       RETURN CHARGEBACKDEADLINESORTWORK
           AT END SET ENDOFCHARGEBACKDEADLINESORT TO TRUE
       END-RETURN.

PRINTSTATUSTOTALS.
       MOVE "REGISTER BY STATUS" TO SECTIONHEADINGLINE
       WRITE CHARGEBACKPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       MOVE "OPEN - AWAITING OUR RESPONSE" TO PRNSTATUSLABEL
       MOVE OPENCASECOUNT  TO PRNSTATUSCOUNT
       MOVE OPENCASEAMOUNT TO PRNSTATUSAMOUNT
       WRITE CHARGEBACKPRINTLINE FROM STATUSTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "RESPONDED - AWAITING DECISION" TO PRNSTATUSLABEL
       MOVE RESPONDEDCASECOUNT  TO PRNSTATUSCOUNT
       MOVE RESPONDEDCASEAMOUNT TO PRNSTATUSAMOUNT
       WRITE CHARGEBACKPRINTLINE FROM STATUSTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "WON" TO PRNSTATUSLABEL
       MOVE WONCASECOUNT  TO PRNSTATUSCOUNT
       MOVE WONCASEAMOUNT TO PRNSTATUSAMOUNT
       WRITE CHARGEBACKPRINTLINE FROM STATUSTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "LOST" TO PRNSTATUSLABEL
       MOVE LOSTCASECOUNT  TO PRNSTATUSCOUNT
       MOVE LOSTCASEAMOUNT TO PRNSTATUSAMOUNT
       WRITE CHARGEBACKPRINTLINE FROM STATUSTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "LOST TONIGHT - TO THE LEDGER" TO PRNSTATUSLABEL
       MOVE LOSTTONIGHTCOUNT  TO PRNSTATUSCOUNT
       MOVE LOSTTONIGHTAMOUNT TO PRNSTATUSAMOUNT
       WRITE CHARGEBACKPRINTLINE FROM STATUSTOTALLINE
           AFTER ADVANCING 1 LINE.

FINDCASEONREGISTER.
       MOVE ZERO TO FOUNDCASEIDX
       IF CASECOUNT > ZERO
           SEARCH ALL CHARGEBACKCASE
               AT END CONTINUE
               WHEN CBCASEREF(CBIDX) = WORKCASEREF
                   SET FOUNDCASEIDX TO CBIDX
           END-SEARCH
       END-IF.

INSERTCASEINKEYORDER.
       ADD 1 TO CASECOUNT
       MOVE CASECOUNT TO CASEIDX
       PERFORM SHIFTONECASEUP
           UNTIL CASEIDX = 1
           OR CBCASEREF(CASEIDX - 1) < WORKCASEREF
       INITIALIZE CHARGEBACKCASE(CASEIDX)
       MOVE WORKCASEREF TO CBCASEREF(CASEIDX).

SHIFTONECASEUP.
       MOVE CHARGEBACKCASE(CASEIDX - 1) TO CHARGEBACKCASE(CASEIDX)
       SUBTRACT 1 FROM CASEIDX.

LOADCHARGEBACKREGISTER.
       OPEN INPUT CHARGEBACKREGISTERFILE
       IF CHARGEBACKREGISTERFILEOK
           READ CHARGEBACKREGISTERFILE
               AT END SET ENDOFCHARGEBACKREGISTER TO TRUE
           END-READ
           PERFORM STOREONECASE UNTIL ENDOFCHARGEBACKREGISTER
           CLOSE CHARGEBACKREGISTERFILE
       END-IF.

STOREONECASE.
       ADD 1 TO CASECOUNT
       MOVE DRCASEREF       TO CBCASEREF(CASECOUNT)
       MOVE DRSHOPID        TO CBSHOPID(CASECOUNT)
       MOVE DRSALEDATE      TO CBSALEDATE(CASECOUNT)
       MOVE DRNOTIFIEDDATE  TO CBNOTIFIEDDATE(CASECOUNT)
       MOVE DRAMOUNT        TO CBAMOUNT(CASECOUNT)
       MOVE DRREASONCODE    TO CBREASONCODE(CASECOUNT)
       MOVE DRRESPONSEDUE   TO CBRESPONSEDUE(CASECOUNT)
       MOVE DRRESPONDEDDATE TO CBRESPONDEDDATE(CASECOUNT)
       MOVE DRRESPONDEDBY   TO CBRESPONDEDBY(CASECOUNT)
       MOVE DRSTATUS        TO CBSTATUS(CASECOUNT)
       MOVE DROUTCOMEDATE   TO CBOUTCOMEDATE(CASECOUNT)
       MOVE DRDAYCARDSALES  TO CBDAYCARDSALES(CASECOUNT)
       READ CHARGEBACKREGISTERFILE
           AT END SET ENDOFCHARGEBACKREGISTER TO TRUE
       END-READ.

REWRITECHARGEBACKREGISTER.
       OPEN OUTPUT CHARGEBACKREGISTERFILE
       PERFORM WRITEONECASE
           VARYING CASEIDX FROM 1 BY 1 UNTIL CASEIDX > CASECOUNT
       CLOSE CHARGEBACKREGISTERFILE.

WRITEONECASE.
       MOVE CBCASEREF(CASEIDX)       TO DRCASEREF
       MOVE CBSHOPID(CASEIDX)        TO DRSHOPID
       MOVE CBSALEDATE(CASEIDX)      TO DRSALEDATE
       MOVE CBNOTIFIEDDATE(CASEIDX)  TO DRNOTIFIEDDATE
       MOVE CBAMOUNT(CASEIDX)        TO DRAMOUNT
       MOVE CBREASONCODE(CASEIDX)    TO DRREASONCODE
       MOVE CBRESPONSEDUE(CASEIDX)   TO DRRESPONSEDUE
       MOVE CBRESPONDEDDATE(CASEIDX) TO DRRESPONDEDDATE
       MOVE CBRESPONDEDBY(CASEIDX)   TO DRRESPONDEDBY
       MOVE CBSTATUS(CASEIDX)        TO DRSTATUS
       MOVE CBOUTCOMEDATE(CASEIDX)   TO DROUTCOMEDATE
       MOVE CBDAYCARDSALES(CASEIDX)  TO DRDAYCARDSALES
       WRITE CHARGEBACKREGISTERREC.

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "CHARGEBACKS"         TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       COMPUTE OPLOGRECORDSIN = NOTICESREAD + RESPONSESREAD
       MOVE CASECOUNT             TO OPLOGRECORDSOUT
       MOVE EXCEPTIONCOUNT        TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
