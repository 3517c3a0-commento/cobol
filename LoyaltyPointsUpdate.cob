IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTYPOINTSUPDATE.

*>   Nightly loyalty points run. Every item sale in the day's
*>   Listing8-2-ItemDetail.dat rung to a loyalty card earns points on
*>   the card in LoyaltyMembers.dat, every sale paid for with points
*>   takes them off, and every refund to a card takes back the points
*>   its goods earned. Each movement is also written to
*>   LoyaltyPoints.dat, which the monthly statement and the points
*>   liability are worked from. A card the master has never seen was
*>   handed out at the till - it is enrolled here with its details to
*>   follow through LOYALTYMEMBERMAINTENANCE - and anything the master
*>   disagrees with is listed on LoyaltyPointsUpdate.rpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ITEMSALESDETAILFILE ASSIGN TO "Listing8-2-ItemDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ITEMSALESDETAILFILESTATUS.

       SELECT LOYALTYMEMBERFILE ASSIGN TO "LoyaltyMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOYALTYMEMBERFILESTATUS.

       SELECT LOYALTYPOINTSFILE ASSIGN TO "LoyaltyPoints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOYALTYPOINTSFILESTATUS.

       SELECT LOYALTYUPDATEREPORT ASSIGN TO "LoyaltyPointsUpdate.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     ITEMSALESDETAILFILE.
01     ITEMSALESDETAILREC.
       88 ENDOFITEMSALESDETAIL  VALUE HIGH-VALUES.
       02 DETAILITEMID          PIC X(8).
       02 DETAILSALEVALUE       PIC 9(7)V99.
       02 DETAILQTYSOLD         PIC 9(3).
       02 DETAILSHOPID          PIC X(5).
       02 DETAILBUSINESSDATE    PIC X(8).
       02 DETAILTENDERTYPE      PIC X.
           88 DETAILPOINTSTENDER VALUE "P".
       02 DETAILLOYALTYCARDNO   PIC X(10).
       02 DETAILLINETYPE        PIC X.
           88 DETAILREFUNDLINE  VALUE "R".

*>   One row per card in card number order. The balance is what the
*>   member can spend tonight; earned and redeemed run from joining.
FD     LOYALTYMEMBERFILE.
01     LOYALTYMEMBERREC.
       88 ENDOFLOYALTYMEMBERS   VALUE HIGH-VALUES.
       02 LMCARDNO              PIC X(10).
       02 LMMEMBERNAME          PIC X(30).
       02 LMPOSTCODE            PIC X(8).
       02 LMJOINDATE            PIC 9(8).
       02 LMSTATUS              PIC X.
       02 LMPOINTSBALANCE       PIC 9(7).
       02 LMPOINTSEARNED        PIC 9(9).
       02 LMPOINTSREDEEMED      PIC 9(9).
       02 LMLASTVISITDATE       PIC 9(8).
       02 LMVISITCOUNT          PIC 9(5).

*>   Append-only, one row per item line that moved points, dated with
*>   the business date it was rung on.
FD     LOYALTYPOINTSFILE.
01     LOYALTYPOINTSREC.
       88 ENDOFLOYALTYPOINTS    VALUE HIGH-VALUES.
       02 LPMOVEDATE            PIC 9(8).
       02 LPSHOPID              PIC X(5).
       02 LPCARDNO              PIC X(10).
       02 LPMOVETYPE            PIC X.
           88 LPAWARD           VALUE "A".
           88 LPREDEEM          VALUE "R".
           88 LPREVERSE         VALUE "V".
       02 LPPOINTS              PIC 9(7).
       02 LPSALEVALUE           PIC 9(7)V99.

FD     LOYALTYUPDATEREPORT.
01     LOYALTYPRINTLINE         PIC X(100).

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
01     ITEMSALESDETAILFILESTATUS PIC XX.
       88 ITEMSALESDETAILFILEOK VALUE "00".
01     LOYALTYMEMBERFILESTATUS  PIC XX.
       88 LOYALTYMEMBERFILEOK   VALUE "00".
01     LOYALTYPOINTSFILESTATUS  PIC XX.
       88 LOYALTYPOINTSFILEOK   VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   The scheme: a point for every whole pound of an item sale, and a
*>   point is worth a penny when it is spent. A sale paid for with
*>   points earns nothing.
01     POINTSPERPOUND           PIC 9(3) VALUE 1.
01     POINTVALUE               PIC 9V99 VALUE 0.01.

01     MEMBERCOUNT              PIC 9(5) VALUE ZERO.
01     MEMBERTABLE.
       02 MEMBER OCCURS 0 TO 20000 TIMES
               DEPENDING ON MEMBERCOUNT
               ASCENDING KEY IS MTCARDNO
               INDEXED BY MTIDX.
           03 MTCARDNO          PIC X(10).
           03 MTMEMBERNAME      PIC X(30).
           03 MTPOSTCODE        PIC X(8).
           03 MTJOINDATE        PIC 9(8).
           03 MTSTATUS          PIC X.
               88 MTACTIVE      VALUE "A".
               88 MTCLOSED      VALUE "C".
           03 MTPOINTSBALANCE   PIC 9(7).
           03 MTPOINTSEARNED    PIC 9(9).
           03 MTPOINTSREDEEMED  PIC 9(9).
           03 MTLASTVISITDATE   PIC 9(8).
           03 MTVISITCOUNT      PIC 9(5).
01     MEMBERIDX                PIC 9(5).
01     FOUNDMEMBERIDX           PIC 9(5) VALUE ZERO.
01     WORKCARDNO               PIC X(10).
01     MEMBERSCHANGED           PIC X VALUE "N".
       88 MEMBERSWERECHANGED    VALUE "Y".

*>   Shop-days whose points are already on LoyaltyPoints.dat, so an
*>   item detail file left in place for a second night earns nothing
*>   twice.
01     APPLIEDDAYCOUNT          PIC 9(5) VALUE ZERO.
01     APPLIEDDAYTABLE.
       02 APPLIEDDAY OCCURS 0 TO 9000 TIMES
               DEPENDING ON APPLIEDDAYCOUNT.
           03 ADSHOPID          PIC X(5).
           03 ADBUSINESSDATE    PIC 9(8).
01     APPLIEDDAYIDX            PIC 9(5).

01     GROUPSHOPID              PIC X(5) VALUE HIGH-VALUES.
01     GROUPBUSINESSDATE        PIC X(8) VALUE HIGH-VALUES.
01     GROUPMOVEDATE            PIC 9(8) VALUE ZERO.
01     GROUPSKIPSWITCH          PIC X VALUE "N".
       88 GROUPSKIPPED          VALUE "Y".
       88 GROUPTOAPPLY          VALUE "N".

01     LINEPOINTS               PIC 9(7).
01     WHOLEPOUNDS              PIC 9(7).

01     DETAILLINESREAD          PIC 9(7) VALUE ZERO.
01     MOVEMENTSWRITTEN         PIC 9(7) VALUE ZERO.
01     EXCEPTIONCOUNT           PIC 9(5) VALUE ZERO.
01     CARDSENROLLED            PIC 9(5) VALUE ZERO.
01     POINTSAWARDED            PIC 9(9) VALUE ZERO.
01     POINTSREDEEMED           PIC 9(9) VALUE ZERO.
01     POINTSREVERSED           PIC 9(9) VALUE ZERO.
01     REFUNDREVERSALS          PIC 9(5) VALUE ZERO.
01     SHOPDAYSALREADYAPPLIED   PIC 9(5) VALUE ZERO.

01     UPDATEHEADINGLINE.
       02 FILLER                PIC X(33)
           VALUE "LOYALTY POINTS UPDATE RUN ".
       02 PRNRUNDATE            PIC 9(8).

01     EXCEPTIONTOPICLINE.
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(10) VALUE "DATE".
       02 FILLER                PIC X(12) VALUE "CARD".
       02 FILLER                PIC X(10) VALUE "ITEM".
       02 FILLER                PIC X(10) VALUE "    POINTS".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(40) VALUE "EXCEPTION".

01     EXCEPTIONDETAILLINE.
       02 PRNEXCSHOPID          PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCDATE            PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCCARDNO          PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCITEMID          PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCPOINTS          PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNEXCREASON          PIC X(40).

01     UPDATECOUNTSLINE.
       02 FILLER                PIC X(15) VALUE "POINTS AWARDED ".
       02 PRNAWARDED            PIC ZZZ,ZZZ,ZZ9.
       02 FILLER                PIC X(11) VALUE "  REDEEMED ".
       02 PRNREDEEMED           PIC ZZZ,ZZZ,ZZ9.
       02 FILLER                PIC X(17) VALUE "  CARDS ENROLLED ".
       02 PRNENROLLED           PIC ZZ,ZZ9.
       02 FILLER                PIC X(13) VALUE "  EXCEPTIONS ".
       02 PRNEXCEPTIONS         PIC ZZ,ZZ9.

01     REVERSALCOUNTSLINE.
       02 FILLER                PIC X(29)
           VALUE "POINTS TAKEN BACK ON REFUNDS ".
       02 PRNREVERSED           PIC ZZZ,ZZZ,ZZ9.
       02 FILLER                PIC X(15) VALUE "  REFUND LINES ".
       02 PRNREVERSALS          PIC ZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM LOADLOYALTYMEMBERS
       PERFORM LOADAPPLIEDDAYS

       OPEN OUTPUT LOYALTYUPDATEREPORT
       MOVE RUNDATE TO PRNRUNDATE
       WRITE LOYALTYPRINTLINE FROM UPDATEHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE LOYALTYPRINTLINE FROM EXCEPTIONTOPICLINE
           AFTER ADVANCING 2 LINES

       PERFORM APPLYITEMDETAILTOCARDS

       IF MEMBERSWERECHANGED
           PERFORM REWRITELOYALTYMEMBERS
       END-IF

       MOVE POINTSAWARDED  TO PRNAWARDED
       MOVE POINTSREDEEMED TO PRNREDEEMED
       MOVE CARDSENROLLED  TO PRNENROLLED
       MOVE EXCEPTIONCOUNT TO PRNEXCEPTIONS
       MOVE POINTSREVERSED  TO PRNREVERSED
       MOVE REFUNDREVERSALS TO PRNREVERSALS
       WRITE LOYALTYPRINTLINE FROM UPDATECOUNTSLINE
           AFTER ADVANCING 2 LINES
       WRITE LOYALTYPRINTLINE FROM REVERSALCOUNTSLINE
           AFTER ADVANCING 1 LINE
       CLOSE LOYALTYUPDATEREPORT

       DISPLAY UPDATECOUNTSLINE
       DISPLAY REVERSALCOUNTSLINE
       IF SHOPDAYSALREADYAPPLIED > ZERO
           DISPLAY "SHOP-DAYS ALREADY ON THE POINTS FILE, NOT APPLIED: "
               SHOPDAYSALREADYAPPLIED
       END-IF
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A missing item detail file is a night with no till files in -
*>   there is nothing to award.
APPLYITEMDETAILTOCARDS.
       OPEN INPUT ITEMSALESDETAILFILE
       IF NOT ITEMSALESDETAILFILEOK
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND LOYALTYPOINTSFILE
       IF NOT LOYALTYPOINTSFILEOK
           OPEN OUTPUT LOYALTYPOINTSFILE
       END-IF
       READ ITEMSALESDETAILFILE
           AT END SET ENDOFITEMSALESDETAIL TO TRUE
       END-READ
       PERFORM APPLYONEDETAILLINE UNTIL ENDOFITEMSALESDETAIL
       CLOSE ITEMSALESDETAILFILE, LOYALTYPOINTSFILE.

APPLYONEDETAILLINE.
       ADD 1 TO DETAILLINESREAD
       IF DETAILSHOPID NOT = GROUPSHOPID
               OR DETAILBUSINESSDATE NOT = GROUPBUSINESSDATE
           PERFORM STARTSHOPDAY
       END-IF
       IF GROUPTOAPPLY AND DETAILLOYALTYCARDNO NOT = SPACES
           PERFORM APPLYONECARDLINE
       END-IF
       READ ITEMSALESDETAILFILE
           AT END SET ENDOFITEMSALESDETAIL TO TRUE
       END-READ.

STARTSHOPDAY.
       MOVE DETAILSHOPID       TO GROUPSHOPID
       MOVE DETAILBUSINESSDATE TO GROUPBUSINESSDATE
       IF DETAILBUSINESSDATE IS NUMERIC
           MOVE DETAILBUSINESSDATE TO GROUPMOVEDATE
       ELSE
           MOVE RUNDATE TO GROUPMOVEDATE
       END-IF
       SET GROUPTOAPPLY TO TRUE
       PERFORM CHECKONEAPPLIEDDAY
           VARYING APPLIEDDAYIDX FROM 1 BY 1
           UNTIL APPLIEDDAYIDX > APPLIEDDAYCOUNT OR GROUPSKIPPED
       IF GROUPSKIPPED
           ADD 1 TO SHOPDAYSALREADYAPPLIED
       END-IF.

CHECKONEAPPLIEDDAY.
       IF ADSHOPID(APPLIEDDAYIDX) = GROUPSHOPID
               AND ADBUSINESSDATE(APPLIEDDAYIDX) = GROUPMOVEDATE
           SET GROUPSKIPPED TO TRUE
       END-IF.

*>   The till has already let the customer have the goods, so points
*>   tendered are always taken - but never below nothing on the card,
*>   and the shortfall is listed for marketing to chase. A refund takes
*>   back what the goods earned at the same rate, again never below
*>   nothing; goods bought with points earned none, so their refund
*>   takes none back.
APPLYONECARDLINE.
       MOVE DETAILLOYALTYCARDNO TO WORKCARDNO
       PERFORM FINDMEMBERCARD
       IF FOUNDMEMBERIDX = ZERO
           PERFORM ENROLCARDATTILL
       END-IF
       IF MTLASTVISITDATE(FOUNDMEMBERIDX) NOT = GROUPMOVEDATE
           ADD 1 TO MTVISITCOUNT(FOUNDMEMBERIDX)
           MOVE GROUPMOVEDATE TO MTLASTVISITDATE(FOUNDMEMBERIDX)
       END-IF
       SET MEMBERSWERECHANGED TO TRUE
       IF DETAILREFUNDLINE
           PERFORM TAKEBACKREFUNDPOINTS
       ELSE
           PERFORM APPLYONESALELINE
       END-IF
       MOVE GROUPMOVEDATE   TO LPMOVEDATE
       MOVE GROUPSHOPID     TO LPSHOPID
       MOVE WORKCARDNO      TO LPCARDNO
       MOVE LINEPOINTS      TO LPPOINTS
       MOVE DETAILSALEVALUE TO LPSALEVALUE
       WRITE LOYALTYPOINTSREC
       ADD 1 TO MOVEMENTSWRITTEN.

APPLYONESALELINE.
       IF DETAILPOINTSTENDER
           COMPUTE LINEPOINTS = DETAILSALEVALUE / POINTVALUE
           IF MTCLOSED(FOUNDMEMBERIDX)
               MOVE "POINTS TAKEN ON A CLOSED CARD" TO PRNEXCREASON
               PERFORM LISTONEEXCEPTION
           END-IF
           IF LINEPOINTS > MTPOINTSBALANCE(FOUNDMEMBERIDX)
               MOVE "POINTS TENDERED OVER THE CARD BALANCE"
                   TO PRNEXCREASON
               PERFORM LISTONEEXCEPTION
               MOVE MTPOINTSBALANCE(FOUNDMEMBERIDX) TO LINEPOINTS
           END-IF
           SUBTRACT LINEPOINTS FROM MTPOINTSBALANCE(FOUNDMEMBERIDX)
           ADD LINEPOINTS TO MTPOINTSREDEEMED(FOUNDMEMBERIDX)
           ADD LINEPOINTS TO POINTSREDEEMED
           SET LPREDEEM TO TRUE
       ELSE
           IF MTCLOSED(FOUNDMEMBERIDX)
               MOVE ZERO TO LINEPOINTS
               MOVE "SALE ON A CLOSED CARD - NO POINTS" TO PRNEXCREASON
               PERFORM LISTONEEXCEPTION
           ELSE
               MOVE DETAILSALEVALUE TO WHOLEPOUNDS
               COMPUTE LINEPOINTS = WHOLEPOUNDS * POINTSPERPOUND
               ADD LINEPOINTS TO MTPOINTSBALANCE(FOUNDMEMBERIDX)
               ADD LINEPOINTS TO MTPOINTSEARNED(FOUNDMEMBERIDX)
               ADD LINEPOINTS TO POINTSAWARDED
           END-IF
           SET LPAWARD TO TRUE
       END-IF.

TAKEBACKREFUNDPOINTS.
       IF DETAILPOINTSTENDER
           MOVE ZERO TO LINEPOINTS
       ELSE
           MOVE DETAILSALEVALUE TO WHOLEPOUNDS
           COMPUTE LINEPOINTS = WHOLEPOUNDS * POINTSPERPOUND
       END-IF
       IF LINEPOINTS > MTPOINTSBALANCE(FOUNDMEMBERIDX)
           MOVE "REFUND POINTS OVER THE CARD BALANCE" TO PRNEXCREASON
           PERFORM LISTONEEXCEPTION
           MOVE MTPOINTSBALANCE(FOUNDMEMBERIDX) TO LINEPOINTS
       END-IF
       IF LINEPOINTS > MTPOINTSEARNED(FOUNDMEMBERIDX)
           MOVE MTPOINTSEARNED(FOUNDMEMBERIDX) TO LINEPOINTS
       END-IF
       SUBTRACT LINEPOINTS FROM MTPOINTSBALANCE(FOUNDMEMBERIDX)
       SUBTRACT LINEPOINTS FROM MTPOINTSEARNED(FOUNDMEMBERIDX)
       ADD LINEPOINTS TO POINTSREVERSED
       ADD 1 TO REFUNDREVERSALS
       SET LPREVERSE TO TRUE.

ENROLCARDATTILL.
       PERFORM INSERTMEMBERINKEYORDER
       MOVE MEMBERIDX     TO FOUNDMEMBERIDX
       MOVE GROUPMOVEDATE TO MTJOINDATE(FOUNDMEMBERIDX)
       SET MTACTIVE(FOUNDMEMBERIDX) TO TRUE
       ADD 1 TO CARDSENROLLED
       MOVE ZERO TO LINEPOINTS
       MOVE "ENROLLED AT TILL - DETAILS TO FOLLOW" TO PRNEXCREASON
       PERFORM LISTONEEXCEPTION.

LISTONEEXCEPTION.
       MOVE GROUPSHOPID       TO PRNEXCSHOPID
       MOVE GROUPBUSINESSDATE TO PRNEXCDATE
       MOVE WORKCARDNO        TO PRNEXCCARDNO
       MOVE DETAILITEMID      TO PRNEXCITEMID
       MOVE LINEPOINTS        TO PRNEXCPOINTS
       WRITE LOYALTYPRINTLINE FROM EXCEPTIONDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO EXCEPTIONCOUNT.

FINDMEMBERCARD.
       MOVE ZERO TO FOUNDMEMBERIDX
       IF MEMBERCOUNT > ZERO
           SEARCH ALL MEMBER
               AT END CONTINUE
               WHEN MTCARDNO(MTIDX) = WORKCARDNO
                   SET FOUNDMEMBERIDX TO MTIDX
           END-SEARCH
       END-IF.

INSERTMEMBERINKEYORDER.
       ADD 1 TO MEMBERCOUNT
       MOVE MEMBERCOUNT TO MEMBERIDX
       PERFORM SHIFTONEMEMBERUP
           UNTIL MEMBERIDX = 1
           OR MTCARDNO(MEMBERIDX - 1) < WORKCARDNO
       INITIALIZE MEMBER(MEMBERIDX)
       MOVE WORKCARDNO TO MTCARDNO(MEMBERIDX).

SHIFTONEMEMBERUP.
       MOVE MEMBER(MEMBERIDX - 1) TO MEMBER(MEMBERIDX)
       SUBTRACT 1 FROM MEMBERIDX.

LOADLOYALTYMEMBERS.
       OPEN INPUT LOYALTYMEMBERFILE
       IF LOYALTYMEMBERFILEOK
           READ LOYALTYMEMBERFILE
               AT END SET ENDOFLOYALTYMEMBERS TO TRUE
           END-READ
           PERFORM STOREONEMEMBER UNTIL ENDOFLOYALTYMEMBERS
           CLOSE LOYALTYMEMBERFILE
       END-IF.

STOREONEMEMBER.
       ADD 1 TO MEMBERCOUNT
       MOVE LMCARDNO         TO MTCARDNO(MEMBERCOUNT)
       MOVE LMMEMBERNAME     TO MTMEMBERNAME(MEMBERCOUNT)
       MOVE LMPOSTCODE       TO MTPOSTCODE(MEMBERCOUNT)
       MOVE LMJOINDATE       TO MTJOINDATE(MEMBERCOUNT)
       MOVE LMSTATUS         TO MTSTATUS(MEMBERCOUNT)
       MOVE LMPOINTSBALANCE  TO MTPOINTSBALANCE(MEMBERCOUNT)
       MOVE LMPOINTSEARNED   TO MTPOINTSEARNED(MEMBERCOUNT)
       MOVE LMPOINTSREDEEMED TO MTPOINTSREDEEMED(MEMBERCOUNT)
       MOVE LMLASTVISITDATE  TO MTLASTVISITDATE(MEMBERCOUNT)
       MOVE LMVISITCOUNT     TO MTVISITCOUNT(MEMBERCOUNT)
       READ LOYALTYMEMBERFILE
           AT END SET ENDOFLOYALTYMEMBERS TO TRUE
       END-READ.

REWRITELOYALTYMEMBERS.
       OPEN OUTPUT LOYALTYMEMBERFILE
       PERFORM WRITEONEMEMBER
           VARYING MEMBERIDX FROM 1 BY 1 UNTIL MEMBERIDX > MEMBERCOUNT
       CLOSE LOYALTYMEMBERFILE.

WRITEONEMEMBER.
       MOVE MTCARDNO(MEMBERIDX)         TO LMCARDNO
       MOVE MTMEMBERNAME(MEMBERIDX)     TO LMMEMBERNAME
       MOVE MTPOSTCODE(MEMBERIDX)       TO LMPOSTCODE
       MOVE MTJOINDATE(MEMBERIDX)       TO LMJOINDATE
       MOVE MTSTATUS(MEMBERIDX)         TO LMSTATUS
       MOVE MTPOINTSBALANCE(MEMBERIDX)  TO LMPOINTSBALANCE
       MOVE MTPOINTSEARNED(MEMBERIDX)   TO LMPOINTSEARNED
       MOVE MTPOINTSREDEEMED(MEMBERIDX) TO LMPOINTSREDEEMED
       MOVE MTLASTVISITDATE(MEMBERIDX)  TO LMLASTVISITDATE
       MOVE MTVISITCOUNT(MEMBERIDX)     TO LMVISITCOUNT
       WRITE LOYALTYMEMBERREC.

LOADAPPLIEDDAYS.
       OPEN INPUT LOYALTYPOINTSFILE
       IF LOYALTYPOINTSFILEOK
           READ LOYALTYPOINTSFILE
               AT END SET ENDOFLOYALTYPOINTS TO TRUE
           END-READ
           PERFORM STOREONEAPPLIEDDAY UNTIL ENDOFLOYALTYPOINTS
           CLOSE LOYALTYPOINTSFILE
       END-IF.

STOREONEAPPLIEDDAY.
       IF APPLIEDDAYCOUNT = ZERO
           PERFORM ADDONEAPPLIEDDAY
       ELSE
           IF ADSHOPID(APPLIEDDAYCOUNT) NOT = LPSHOPID
               OR ADBUSINESSDATE(APPLIEDDAYCOUNT) NOT = LPMOVEDATE
               PERFORM ADDONEAPPLIEDDAY
           END-IF
       END-IF
       READ LOYALTYPOINTSFILE
           AT END SET ENDOFLOYALTYPOINTS TO TRUE
       END-READ.

ADDONEAPPLIEDDAY.
       ADD 1 TO APPLIEDDAYCOUNT
       MOVE LPSHOPID   TO ADSHOPID(APPLIEDDAYCOUNT)
       MOVE LPMOVEDATE TO ADBUSINESSDATE(APPLIEDDAYCOUNT).

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "LOYALTYPTS"          TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE DETAILLINESREAD       TO OPLOGRECORDSIN
       MOVE MOVEMENTSWRITTEN      TO OPLOGRECORDSOUT
       MOVE EXCEPTIONCOUNT        TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
