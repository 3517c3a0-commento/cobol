IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTYSTATEMENT.

*>   Monthly loyalty member statements and the points liability. Each
*>   member who used their card in the month, or still holds points at
*>   the end of it, gets a statement page: points brought forward,
*>   earned, spent and carried forward, with what they spent and how
*>   many days they came in. The last page is marketing's summary -
*>   the points still owed across the scheme and their money value,
*>   and how many members were regulars against one-off shoppers.
*>   Everything is worked from LoyaltyPoints.dat, so a past month can
*>   be cut again and reads as it did at the time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LOYALTYMEMBERFILE ASSIGN TO "LoyaltyMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOYALTYMEMBERFILESTATUS.

       SELECT LOYALTYPOINTSFILE ASSIGN TO "LoyaltyPoints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOYALTYPOINTSFILESTATUS.

       SELECT LOYALTYSTATEMENTREPORT ASSIGN TO "LoyaltyStatements.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "LoyaltyStatement.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
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

FD     LOYALTYSTATEMENTREPORT.
01     STATEMENTPRINTLINE       PIC X(80).

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
01     LOYALTYMEMBERFILESTATUS  PIC XX.
       88 LOYALTYMEMBERFILEOK   VALUE "00".
01     LOYALTYPOINTSFILESTATUS  PIC XX.
       88 LOYALTYPOINTSFILEOK   VALUE "00".
01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   What a point is worth when it is spent - the same penny
*>   LOYALTYPOINTSUPDATE takes them off the card at.
01     POINTVALUE               PIC 9V99 VALUE 0.01.

*>   A member in four or more days of the month is a regular; one day
*>   is a one-off shopper.
01     REGULARVISITDAYS         PIC 9(3) VALUE 4.

01     MONTHENTRY               PIC X(6) VALUE SPACES.
01     REPORTMONTHTEXT          PIC X(6).
01     REPORTMONTHPARTS REDEFINES REPORTMONTHTEXT.
       02 REPORTYEAR            PIC 9(4).
       02 REPORTMONTH           PIC 99.
01     MONTHSTARTDATE           PIC 9(8).
01     MONTHENDDATE             PIC 9(8).

01     MEMBERCOUNT              PIC 9(5) VALUE ZERO.
01     MEMBERTABLE.
       02 MEMBER OCCURS 0 TO 20000 TIMES
               DEPENDING ON MEMBERCOUNT
               ASCENDING KEY IS MTCARDNO
               INDEXED BY MTIDX.
           03 MTCARDNO          PIC X(10).
           03 MTMEMBERNAME      PIC X(30).
           03 MTPOSTCODE        PIC X(8).
           03 MTSTATUS          PIC X.
               88 MTCLOSED      VALUE "C".
           03 MTOPENINGPOINTS   PIC S9(9).
           03 MTEARNEDPOINTS    PIC 9(9).
           03 MTREDEEMEDPOINTS  PIC 9(9).
           03 MTREVERSEDPOINTS  PIC 9(9).
           03 MTCLOSINGPOINTS   PIC S9(9).
           03 MTMONTHSPEND      PIC 9(9)V99.
           03 MTMONTHVISITS     PIC 9(3).
           03 MTLASTMOVEDATE    PIC 9(8).
01     MEMBERIDX                PIC 9(5).
01     FOUNDMEMBERIDX           PIC 9(5) VALUE ZERO.

01     MOVEMENTSREAD            PIC 9(7) VALUE ZERO.
01     UNKNOWNCARDMOVEMENTS     PIC 9(7) VALUE ZERO.
01     STATEMENTSPRINTED        PIC 9(5) VALUE ZERO.

01     SCHEMETOTALS.
       02 SCHEMEOPENINGPOINTS   PIC S9(11) VALUE ZERO.
       02 SCHEMEEARNEDPOINTS    PIC 9(11) VALUE ZERO.
       02 SCHEMEREDEEMEDPOINTS  PIC 9(11) VALUE ZERO.
       02 SCHEMEREVERSEDPOINTS  PIC 9(11) VALUE ZERO.
       02 SCHEMECLOSINGPOINTS   PIC S9(11) VALUE ZERO.
       02 SCHEMEMONTHSPEND      PIC 9(11)V99 VALUE ZERO.
       02 REGULARMEMBERS        PIC 9(7) VALUE ZERO.
       02 OCCASIONALMEMBERS     PIC 9(7) VALUE ZERO.
       02 ONEVISITMEMBERS       PIC 9(7) VALUE ZERO.
       02 LAPSEDMEMBERS         PIC 9(7) VALUE ZERO.
01     POINTSLIABILITYVALUE     PIC S9(9)V99 VALUE ZERO.

01     STATEMENTHEADINGLINE.
       02 FILLER                PIC X(35)
           VALUE "LOYALTY STATEMENT FOR THE MONTH ".
       02 PRNHEADINGMONTH       PIC X(6).

01     STATEMENTMEMBERLINE.
       02 FILLER                PIC X(6)  VALUE "CARD  ".
       02 PRNCARDNO             PIC X(10).
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNMEMBERNAME         PIC X(30).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPOSTCODE           PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCARDSTATUS         PIC X(12).

01     STATEMENTFIGURELINE.
       02 PRNFIGUREDESC         PIC X(30).
       02 PRNFIGUREPOINTS       PIC ZZZ,ZZZ,ZZ9-.

01     STATEMENTSPENDLINE.
       02 FILLER                PIC X(30) VALUE "SPENT IN THE MONTH".
       02 PRNMONTHSPEND         PIC $$$$,$$$,$$9.99.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 FILLER                PIC X(12) VALUE "DAYS IN".
       02 PRNMONTHVISITS        PIC ZZ9.

01     SUMMARYHEADINGLINE.
       02 FILLER                PIC X(35)
           VALUE "LOYALTY SCHEME SUMMARY FOR MONTH ".
       02 PRNSUMMARYMONTH       PIC X(6).

01     SUMMARYPOINTSLINE.
       02 PRNSUMMARYDESC        PIC X(40).
       02 PRNSUMMARYPOINTS      PIC ZZ,ZZZ,ZZZ,ZZ9-.

01     SUMMARYVALUELINE.
       02 PRNVALUEDESC          PIC X(40).
       02 PRNSUMMARYVALUE       PIC $$$$,$$$,$$9.99-.

01     SUMMARYCOUNTLINE.
       02 PRNCOUNTDESC          PIC X(40).
       02 PRNSUMMARYCOUNT       PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "MONTH TO STATE (YYYYMM) OR BLANK FOR THIS MONTH - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:6) TO MONTHENTRY
       PERFORM CLOSERUNPARAMETERFILE

       IF MONTHENTRY = SPACES
           MOVE RUNDATE(1:6) TO REPORTMONTHTEXT
       ELSE
           MOVE MONTHENTRY TO REPORTMONTHTEXT
       END-IF
       IF REPORTMONTHTEXT IS NOT NUMERIC
               OR REPORTMONTH < 1 OR REPORTMONTH > 12
           DISPLAY "MONTH MUST BE YYYYMM - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE MONTHSTARTDATE = REPORTYEAR * 10000 + REPORTMONTH * 100 + 1
       COMPUTE MONTHENDDATE   = REPORTYEAR * 10000 + REPORTMONTH * 100 + 31

       PERFORM LOADLOYALTYMEMBERS
       PERFORM GATHERPOINTSMOVEMENTS

       OPEN OUTPUT LOYALTYSTATEMENTREPORT
       PERFORM PRINTONESTATEMENT
           VARYING MEMBERIDX FROM 1 BY 1 UNTIL MEMBERIDX > MEMBERCOUNT
       PERFORM PRINTSCHEMESUMMARY
       CLOSE LOYALTYSTATEMENTREPORT

       DISPLAY "LOYALTY STATEMENTS FOR " REPORTMONTHTEXT
           " IN LoyaltyStatements.rpt - STATEMENTS: " STATEMENTSPRINTED
       IF UNKNOWNCARDMOVEMENTS > ZERO
           DISPLAY "POINTS MOVEMENTS FOR CARDS NOT ON THE MASTER: "
               UNKNOWNCARDMOVEMENTS
       END-IF
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   Movements before the month make the points brought forward, those
*>   in it are the month's activity, and anything later is left out so
*>   a past month reads as it did then. The nightly run appends in
*>   date order, so a change of date on a card is a new day in. Points
*>   taken back on a refund are shown on their own line, and the
*>   refund comes off the month's spend, though never below nothing
*>   when the goods were bought in an earlier month.
GATHERPOINTSMOVEMENTS.
       OPEN INPUT LOYALTYPOINTSFILE
       IF NOT LOYALTYPOINTSFILEOK
           EXIT PARAGRAPH
       END-IF
       READ LOYALTYPOINTSFILE
           AT END SET ENDOFLOYALTYPOINTS TO TRUE
       END-READ
       PERFORM ADDONEPOINTSMOVEMENT UNTIL ENDOFLOYALTYPOINTS
       CLOSE LOYALTYPOINTSFILE.

ADDONEPOINTSMOVEMENT.
       ADD 1 TO MOVEMENTSREAD
       IF LPMOVEDATE NOT > MONTHENDDATE
           PERFORM FINDMEMBERCARD
           IF FOUNDMEMBERIDX = ZERO
               ADD 1 TO UNKNOWNCARDMOVEMENTS
           ELSE
               IF LPMOVEDATE < MONTHSTARTDATE
                   IF LPAWARD
                       ADD LPPOINTS TO MTOPENINGPOINTS(FOUNDMEMBERIDX)
                   ELSE
                       SUBTRACT LPPOINTS
                           FROM MTOPENINGPOINTS(FOUNDMEMBERIDX)
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN LPAWARD
                           ADD LPPOINTS TO MTEARNEDPOINTS(FOUNDMEMBERIDX)
                           ADD LPSALEVALUE TO MTMONTHSPEND(FOUNDMEMBERIDX)
                       WHEN LPREVERSE
                           ADD LPPOINTS
                               TO MTREVERSEDPOINTS(FOUNDMEMBERIDX)
                           IF LPSALEVALUE > MTMONTHSPEND(FOUNDMEMBERIDX)
                               MOVE ZERO TO MTMONTHSPEND(FOUNDMEMBERIDX)
                           ELSE
                               SUBTRACT LPSALEVALUE
                                   FROM MTMONTHSPEND(FOUNDMEMBERIDX)
                           END-IF
                       WHEN OTHER
                           ADD LPPOINTS
                               TO MTREDEEMEDPOINTS(FOUNDMEMBERIDX)
                           ADD LPSALEVALUE TO MTMONTHSPEND(FOUNDMEMBERIDX)
                   END-EVALUATE
                   IF LPMOVEDATE NOT = MTLASTMOVEDATE(FOUNDMEMBERIDX)
                       ADD 1 TO MTMONTHVISITS(FOUNDMEMBERIDX)
                       MOVE LPMOVEDATE TO MTLASTMOVEDATE(FOUNDMEMBERIDX)
                   END-IF
               END-IF
           END-IF
       END-IF
       READ LOYALTYPOINTSFILE
           AT END SET ENDOFLOYALTYPOINTS TO TRUE
       END-READ.

*>   A member with no card use in the month and nothing left to spend
*>   gets no statement, but still counts as lapsed in the summary.
PRINTONESTATEMENT.
       COMPUTE MTCLOSINGPOINTS(MEMBERIDX) = MTOPENINGPOINTS(MEMBERIDX)
           + MTEARNEDPOINTS(MEMBERIDX) - MTREDEEMEDPOINTS(MEMBERIDX)
           - MTREVERSEDPOINTS(MEMBERIDX)
       ADD MTOPENINGPOINTS(MEMBERIDX)  TO SCHEMEOPENINGPOINTS
       ADD MTEARNEDPOINTS(MEMBERIDX)   TO SCHEMEEARNEDPOINTS
       ADD MTREDEEMEDPOINTS(MEMBERIDX) TO SCHEMEREDEEMEDPOINTS
       ADD MTREVERSEDPOINTS(MEMBERIDX) TO SCHEMEREVERSEDPOINTS
       ADD MTCLOSINGPOINTS(MEMBERIDX)  TO SCHEMECLOSINGPOINTS
       ADD MTMONTHSPEND(MEMBERIDX)     TO SCHEMEMONTHSPEND
       EVALUATE TRUE
           WHEN MTMONTHVISITS(MEMBERIDX) = ZERO
               ADD 1 TO LAPSEDMEMBERS
           WHEN MTMONTHVISITS(MEMBERIDX) = 1
               ADD 1 TO ONEVISITMEMBERS
           WHEN MTMONTHVISITS(MEMBERIDX) < REGULARVISITDAYS
               ADD 1 TO OCCASIONALMEMBERS
           WHEN OTHER
               ADD 1 TO REGULARMEMBERS
       END-EVALUATE
       IF MTMONTHVISITS(MEMBERIDX) = ZERO
               AND MTCLOSINGPOINTS(MEMBERIDX) = ZERO
           EXIT PARAGRAPH
       END-IF

       MOVE REPORTMONTHTEXT TO PRNHEADINGMONTH
       IF STATEMENTSPRINTED = ZERO
           WRITE STATEMENTPRINTLINE FROM STATEMENTHEADINGLINE
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE STATEMENTPRINTLINE FROM STATEMENTHEADINGLINE
               AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO STATEMENTSPRINTED
       MOVE MTCARDNO(MEMBERIDX)     TO PRNCARDNO
       MOVE MTMEMBERNAME(MEMBERIDX) TO PRNMEMBERNAME
       IF MTMEMBERNAME(MEMBERIDX) = SPACES
           MOVE "** DETAILS TO FOLLOW **" TO PRNMEMBERNAME
       END-IF
       MOVE MTPOSTCODE(MEMBERIDX)   TO PRNPOSTCODE
       IF MTCLOSED(MEMBERIDX)
           MOVE "CARD CLOSED" TO PRNCARDSTATUS
       ELSE
           MOVE SPACES TO PRNCARDSTATUS
       END-IF
       WRITE STATEMENTPRINTLINE FROM STATEMENTMEMBERLINE
           AFTER ADVANCING 2 LINES
       MOVE "POINTS BROUGHT FORWARD" TO PRNFIGUREDESC
       MOVE MTOPENINGPOINTS(MEMBERIDX) TO PRNFIGUREPOINTS
       WRITE STATEMENTPRINTLINE FROM STATEMENTFIGURELINE
           AFTER ADVANCING 2 LINES
       MOVE "POINTS EARNED" TO PRNFIGUREDESC
       MOVE MTEARNEDPOINTS(MEMBERIDX) TO PRNFIGUREPOINTS
       WRITE STATEMENTPRINTLINE FROM STATEMENTFIGURELINE
           AFTER ADVANCING 1 LINE
       MOVE "POINTS SPENT" TO PRNFIGUREDESC
       MOVE MTREDEEMEDPOINTS(MEMBERIDX) TO PRNFIGUREPOINTS
       WRITE STATEMENTPRINTLINE FROM STATEMENTFIGURELINE
           AFTER ADVANCING 1 LINE
       IF MTREVERSEDPOINTS(MEMBERIDX) > ZERO
           MOVE "POINTS TAKEN BACK ON REFUNDS" TO PRNFIGUREDESC
           MOVE MTREVERSEDPOINTS(MEMBERIDX) TO PRNFIGUREPOINTS
           WRITE STATEMENTPRINTLINE FROM STATEMENTFIGURELINE
               AFTER ADVANCING 1 LINE
       END-IF
       MOVE "POINTS CARRIED FORWARD" TO PRNFIGUREDESC
       MOVE MTCLOSINGPOINTS(MEMBERIDX) TO PRNFIGUREPOINTS
       WRITE STATEMENTPRINTLINE FROM STATEMENTFIGURELINE
           AFTER ADVANCING 1 LINE
       MOVE MTMONTHSPEND(MEMBERIDX)  TO PRNMONTHSPEND
       MOVE MTMONTHVISITS(MEMBERIDX) TO PRNMONTHVISITS
       WRITE STATEMENTPRINTLINE FROM STATEMENTSPENDLINE
           AFTER ADVANCING 2 LINES.

*>   The points liability is what the scheme would cost if every point
*>   carried forward were spent tomorrow.
PRINTSCHEMESUMMARY.
       COMPUTE POINTSLIABILITYVALUE = SCHEMECLOSINGPOINTS * POINTVALUE
       MOVE REPORTMONTHTEXT TO PRNSUMMARYMONTH
       IF STATEMENTSPRINTED = ZERO
           WRITE STATEMENTPRINTLINE FROM SUMMARYHEADINGLINE
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE STATEMENTPRINTLINE FROM SUMMARYHEADINGLINE
               AFTER ADVANCING PAGE
       END-IF
       MOVE "POINTS BROUGHT FORWARD" TO PRNSUMMARYDESC
       MOVE SCHEMEOPENINGPOINTS TO PRNSUMMARYPOINTS
       WRITE STATEMENTPRINTLINE FROM SUMMARYPOINTSLINE
           AFTER ADVANCING 2 LINES
       MOVE "POINTS EARNED" TO PRNSUMMARYDESC
       MOVE SCHEMEEARNEDPOINTS TO PRNSUMMARYPOINTS
       WRITE STATEMENTPRINTLINE FROM SUMMARYPOINTSLINE
           AFTER ADVANCING 1 LINE
       MOVE "POINTS SPENT" TO PRNSUMMARYDESC
       MOVE SCHEMEREDEEMEDPOINTS TO PRNSUMMARYPOINTS
       WRITE STATEMENTPRINTLINE FROM SUMMARYPOINTSLINE
           AFTER ADVANCING 1 LINE
       MOVE "POINTS TAKEN BACK ON REFUNDS" TO PRNSUMMARYDESC
       MOVE SCHEMEREVERSEDPOINTS TO PRNSUMMARYPOINTS
       WRITE STATEMENTPRINTLINE FROM SUMMARYPOINTSLINE
           AFTER ADVANCING 1 LINE
       MOVE "POINTS UNREDEEMED AT MONTH END" TO PRNSUMMARYDESC
       MOVE SCHEMECLOSINGPOINTS TO PRNSUMMARYPOINTS
       WRITE STATEMENTPRINTLINE FROM SUMMARYPOINTSLINE
           AFTER ADVANCING 1 LINE
       MOVE "UNREDEEMED POINTS LIABILITY" TO PRNVALUEDESC
       MOVE POINTSLIABILITYVALUE TO PRNSUMMARYVALUE
       WRITE STATEMENTPRINTLINE FROM SUMMARYVALUELINE
           AFTER ADVANCING 2 LINES
       MOVE "SPENT ON LOYALTY CARDS IN THE MONTH" TO PRNVALUEDESC
       MOVE SCHEMEMONTHSPEND TO PRNSUMMARYVALUE
       WRITE STATEMENTPRINTLINE FROM SUMMARYVALUELINE
           AFTER ADVANCING 1 LINE
       MOVE "REGULARS - IN 4 OR MORE DAYS" TO PRNCOUNTDESC
       MOVE REGULARMEMBERS TO PRNSUMMARYCOUNT
       WRITE STATEMENTPRINTLINE FROM SUMMARYCOUNTLINE
           AFTER ADVANCING 2 LINES
       MOVE "OCCASIONAL - IN 2 OR 3 DAYS" TO PRNCOUNTDESC
       MOVE OCCASIONALMEMBERS TO PRNSUMMARYCOUNT
       WRITE STATEMENTPRINTLINE FROM SUMMARYCOUNTLINE
           AFTER ADVANCING 1 LINE
       MOVE "ONE-OFF - IN ON 1 DAY" TO PRNCOUNTDESC
       MOVE ONEVISITMEMBERS TO PRNSUMMARYCOUNT
       WRITE STATEMENTPRINTLINE FROM SUMMARYCOUNTLINE
           AFTER ADVANCING 1 LINE
       MOVE "NOT IN THIS MONTH" TO PRNCOUNTDESC
       MOVE LAPSEDMEMBERS TO PRNSUMMARYCOUNT
       WRITE STATEMENTPRINTLINE FROM SUMMARYCOUNTLINE
           AFTER ADVANCING 1 LINE.

FINDMEMBERCARD.
       MOVE ZERO TO FOUNDMEMBERIDX
       IF MEMBERCOUNT > ZERO
           SEARCH ALL MEMBER
               AT END CONTINUE
               WHEN MTCARDNO(MTIDX) = LPCARDNO
                   SET FOUNDMEMBERIDX TO MTIDX
           END-SEARCH
       END-IF.

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
       INITIALIZE MEMBER(MEMBERCOUNT)
       MOVE LMCARDNO     TO MTCARDNO(MEMBERCOUNT)
       MOVE LMMEMBERNAME TO MTMEMBERNAME(MEMBERCOUNT)
       MOVE LMPOSTCODE   TO MTPOSTCODE(MEMBERCOUNT)
       MOVE LMSTATUS     TO MTSTATUS(MEMBERCOUNT)
       READ LOYALTYMEMBERFILE
           AT END SET ENDOFLOYALTYMEMBERS TO TRUE
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
       MOVE "LOYALTYSTMT"         TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE MOVEMENTSREAD         TO OPLOGRECORDSIN
       MOVE STATEMENTSPRINTED     TO OPLOGRECORDSOUT
       MOVE UNKNOWNCARDMOVEMENTS  TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
