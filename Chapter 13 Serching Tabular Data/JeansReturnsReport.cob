IDENTIFICATION DIVISION.
PROGRAM-ID. JEANSRETURNSREPORT.

*>   The month's customer returns set against the month's sales, color
*>   by color and size by size, split by why the pair came back - fit,
*>   fault or changed mind. Buying takes it to the denim supplier: a
*>   size that comes back for fit points at the pattern, a color that
*>   comes back faulty points at the mill. Both the returns and the
*>   sales under them come from the till files JEANSPOSIMPORT accepted,
*>   by the period each file was for.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT JEANSCOLORFILE ASSIGN TO "JeansColors.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSCOLORFILESTATUS.

       SELECT JEANSSIZEFILE ASSIGN TO "JeansSizes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSIZEFILESTATUS.

       SELECT JEANSRETURNSFILE ASSIGN TO "JeansReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSRETURNSFILESTATUS.

       SELECT JEANSSALESHISTORYFILE ASSIGN TO "JeansSalesHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSALESHISTORYFILESTATUS.

       SELECT RETURNSREPORT ASSIGN TO "JeansReturns.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     JEANSCOLORFILE.
01     JEANSCOLORREC.
       88  ENDOFJEANSCOLORFILE    VALUE HIGH-VALUES.
       02  COLORCODE-JCF          PIC X(3).
       02  COLORNAME-JCF          PIC X(10).

FD     JEANSSIZEFILE.
01     JEANSSIZEREC.
       88  ENDOFJEANSSIZEFILE     VALUE HIGH-VALUES.
       02  SIZECODE-JSZ           PIC X(3).
       02  SIZENAME-JSZ           PIC X(10).

FD     JEANSRETURNSFILE.
01     JEANSRETURNSREC.
       88  ENDOFJEANSRETURNSFILE  VALUE HIGH-VALUES.
       02  SHOPID-JRT             PIC 9(5).
       02  PERIODDATE-JRT         PIC 9(8).
       02  PERIODPARTS-JRT REDEFINES PERIODDATE-JRT.
           03 PERIODMONTH-JRT     PIC 9(6).
           03 FILLER              PIC 9(2).
       02  COLORCODE-JRT          PIC X(3).
       02  SIZECODE-JRT           PIC X(3).
       02  REASON-JRT             PIC X(3).
       02  UNITS-JRT              PIC 9(5).
       02  LOADDATE-JRT           PIC 9(8).

FD     JEANSSALESHISTORYFILE.
01     JEANSSALESHISTORYREC.
       88  ENDOFJEANSSALESHISTORY VALUE HIGH-VALUES.
       02  SHOPID-JSH             PIC 9(5).
       02  PERIODDATE-JSH         PIC 9(8).
       02  PERIODPARTS-JSH REDEFINES PERIODDATE-JSH.
           03 PERIODMONTH-JSH     PIC 9(6).
           03 FILLER              PIC 9(2).
       02  COLORCODE-JSH          PIC X(3).
       02  SIZECODE-JSH           PIC X(3).
       02  UNITS-JSH              PIC 9(5).

FD     RETURNSREPORT.
01     RETURNSPRINTLINE           PIC X(100).

WORKING-STORAGE SECTION.
01     JEANSCOLORFILESTATUS        PIC XX.
       88 JEANSCOLORFILEOK         VALUE "00".
01     JEANSSIZEFILESTATUS         PIC XX.
       88 JEANSSIZEFILEOK          VALUE "00".
01     JEANSRETURNSFILESTATUS      PIC XX.
       88 JEANSRETURNSFILEOK       VALUE "00".
01     JEANSSALESHISTORYFILESTATUS PIC XX.
       88 JEANSSALESHISTORYFILEOK  VALUE "00".

01     COLORCOUNT                  PIC 9(2)    VALUE ZERO.
01     COLORREFERENCETABLE.
       02 COLORREFERENCE OCCURS 10 TIMES.
           03 COLORCODE            PIC X(3).
           03 COLORNAME            PIC X(10).

01     SIZECOUNT                   PIC 9(2)    VALUE ZERO.
01     SIZEREFERENCETABLE.
       02 SIZEREFERENCE OCCURS 6 TIMES.
           03 SIZECODE             PIC X(3).
           03 SIZENAME             PIC X(10).

01     RETURNREASONCODES.
       02 FILLER                   PIC X(9) VALUE "FITFLTCHM".
01     RETURNREASONTABLE REDEFINES RETURNREASONCODES.
       02 RETURNREASONCODE         PIC X(3) OCCURS 3 TIMES.
01     RETURNREASONNAMES.
       02 FILLER                   PIC X(12) VALUE "FIT".
       02 FILLER                   PIC X(12) VALUE "FAULT".
       02 FILLER                   PIC X(12) VALUE "CHANGED MIND".
01     RETURNREASONNAMETABLE REDEFINES RETURNREASONNAMES.
       02 RETURNREASONNAME         PIC X(12) OCCURS 3 TIMES.

*>   The month's grid: sold and returned by color and size, returned
*>   split three ways by reason. A color's sold total also takes the
*>   units a till sent with no size, so the color line is its whole
*>   month even where the size lines are not.
01     RETURNSGRID.
       02 GRIDCOLOR OCCURS 10 TIMES.
           03 GRIDCOLORSOLD        PIC 9(7).
           03 GRIDSIZE OCCURS 6 TIMES.
               04 GRIDSOLD         PIC 9(7).
               04 GRIDRETURNED     PIC 9(7) OCCURS 3 TIMES.

01     COLORIDX                    PIC 9(2).
01     SIZEIDX                     PIC 9(2).
01     REASONIDX                   PIC 9.
01     MATCHEDCOLORIDX             PIC 9(2)    VALUE ZERO.
01     MATCHEDSIZEIDX              PIC 9(2)    VALUE ZERO.
01     MATCHEDREASONIDX            PIC 9       VALUE ZERO.

01     REPORTMONTHENTRY            PIC X(6)    VALUE SPACES.
01     REPORTMONTH                 PIC 9(6)    VALUE ZERO.
01     TODAYDATE                   PIC 9(8).
01     TODAYPARTS REDEFINES TODAYDATE.
       02 TODAYMONTH               PIC 9(6).
       02 FILLER                   PIC 9(2).

01     LINESOLD                    PIC 9(9)    VALUE ZERO.
01     LINERETURNED                PIC 9(9)    VALUE ZERO.
01     LINEREASONTABLE.
       02 LINEREASON               PIC 9(9)    OCCURS 3 TIMES.
01     COLORRETURNED               PIC 9(9)    VALUE ZERO.
01     COLORREASONTABLE.
       02 COLORREASON              PIC 9(9)    OCCURS 3 TIMES.
01     CHAINSOLD                   PIC 9(9)    VALUE ZERO.
01     CHAINRETURNED               PIC 9(9)    VALUE ZERO.
01     CHAINREASONTABLE.
       02 CHAINREASON              PIC 9(9)    OCCURS 3 TIMES.
01     RATEWORK                    PIC 9(11)   VALUE ZERO.
01     RETURNRATE                  PIC 9(5)V9  VALUE ZERO.
01     RATESOLD                    PIC 9(9)    VALUE ZERO.
01     RATERETURNED                PIC 9(9)    VALUE ZERO.

01     RETURNROWSTAKEN             PIC 9(5)    VALUE ZERO.
01     RETURNROWSUNMATCHED         PIC 9(5)    VALUE ZERO.

01     HEADINGLINE.
       02 FILLER                   PIC X(49)
               VALUE "JEANS CUSTOMER RETURNS BY COLOR, SIZE AND REASON".
       02 FILLER                   PIC X(11)   VALUE " FOR MONTH ".
       02 PRNREPORTMONTH           PIC 9(6).

01     NOTELINE                    PIC X(72) VALUE
           "RATE % = RETURNED PER 100 SOLD  FAULT % = FAULTY SHARE OF RETURNS".

01     TOPICLINE.
       02 FILLER                   PIC X(11)   VALUE "COLOR".
       02 FILLER                   PIC X(11)   VALUE "SIZE".
       02 FILLER                   PIC X(9)    VALUE "     SOLD".
       02 FILLER                   PIC X(8)    VALUE "     FIT".
       02 FILLER                   PIC X(9)    VALUE "    FAULT".
       02 FILLER                   PIC X(10)   VALUE " CHGD MIND".
       02 FILLER                   PIC X(10)   VALUE "  RETURNED".
       02 FILLER                   PIC X(10)   VALUE "    RATE %".
       02 FILLER                   PIC X(9)    VALUE "  FAULT %".

01     DETAILLINE.
       02 PRNCOLORNAME             PIC X(10).
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNSIZENAME              PIC X(10).
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNSOLD                  PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNFIT                   PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNFAULT                 PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNCHANGEDMIND           PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNRETURNED              PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNRATE                  PIC ZZZZ9.9.
       02 PRNRATETEXT REDEFINES PRNRATE PIC X(7).
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNFAULTRATE             PIC ZZZZ9.9.
       02 PRNFAULTRATETEXT REDEFINES PRNFAULTRATE PIC X(7).

01     REASONHEADINGLINE           PIC X(50) VALUE
           "RETURNS BY REASON - WHOLE CHAIN FOR THE MONTH".

01     REASONTOPICLINE.
       02 FILLER                   PIC X(14)   VALUE "REASON".
       02 FILLER                   PIC X(10)   VALUE "  RETURNED".
       02 FILLER                   PIC X(14)   VALUE "  % OF RETURNS".
       02 FILLER                   PIC X(14)   VALUE "  PER 100 SOLD".

01     REASONLINE.
       02 PRNREASONNAME            PIC X(12).
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNREASONUNITS           PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(7)    VALUE SPACES.
       02 PRNREASONSHARE           PIC ZZ9.9.
       02 FILLER                   PIC X(7)    VALUE SPACES.
       02 PRNREASONRATE            PIC ZZZZ9.9.
       02 PRNREASONRATETEXT REDEFINES PRNREASONRATE PIC X(7).

PROCEDURE DIVISION.
BEGIN.
       PERFORM LOADCOLORREFERENCE
       IF COLORCOUNT = ZERO
           DISPLAY "NO COLOR REFERENCE FILE - CANNOT REPORT RETURNS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADSIZEREFERENCE

       DISPLAY "REPORT MONTH (YYYYMM) OR BLANK FOR THIS MONTH - "
           WITH NO ADVANCING
       ACCEPT REPORTMONTHENTRY
       IF REPORTMONTHENTRY = SPACES
           ACCEPT TODAYDATE FROM DATE YYYYMMDD
           MOVE TODAYMONTH TO REPORTMONTH
       ELSE
           IF REPORTMONTHENTRY NOT NUMERIC
               DISPLAY "MONTH MUST BE YYYYMM - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REPORTMONTHENTRY TO REPORTMONTH
       END-IF

       INITIALIZE RETURNSGRID
       INITIALIZE CHAINREASONTABLE
       PERFORM LOADMONTHSALES
       PERFORM LOADMONTHRETURNS

       OPEN OUTPUT RETURNSREPORT
       MOVE REPORTMONTH TO PRNREPORTMONTH
       WRITE RETURNSPRINTLINE FROM HEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE RETURNSPRINTLINE FROM NOTELINE
           AFTER ADVANCING 1 LINE
       WRITE RETURNSPRINTLINE FROM TOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONECOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT

       MOVE "CHAIN"       TO PRNCOLORNAME
       MOVE "ALL SIZES"   TO PRNSIZENAME
       MOVE CHAINSOLD     TO LINESOLD
       MOVE CHAINRETURNED TO LINERETURNED
       MOVE CHAINREASON(1) TO LINEREASON(1)
       MOVE CHAINREASON(2) TO LINEREASON(2)
       MOVE CHAINREASON(3) TO LINEREASON(3)
       PERFORM PRINTRETURNSLINE

       WRITE RETURNSPRINTLINE FROM REASONHEADINGLINE
           AFTER ADVANCING 3 LINES
       WRITE RETURNSPRINTLINE FROM REASONTOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEREASON
           VARYING REASONIDX FROM 1 BY 1 UNTIL REASONIDX > 3
       CLOSE RETURNSREPORT

       DISPLAY "RETURNS REPORT FOR MONTH " REPORTMONTH
           " IN JeansReturns.rpt"
       DISPLAY "RETURN ROWS TAKEN: " RETURNROWSTAKEN
           "  NOT ON COLOR/SIZE REFERENCE: " RETURNROWSUNMATCHED
       STOP RUN.

*>   Only the sizes that sold or came back in the month get a line;
*>   the color total line follows whatever its sizes did.
PRINTONECOLOR.
       MOVE ZERO TO COLORRETURNED
       INITIALIZE COLORREASONTABLE
       PERFORM PRINTONESIZE
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT
       IF GRIDCOLORSOLD(COLORIDX) = ZERO AND COLORRETURNED = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE COLORNAME(COLORIDX)      TO PRNCOLORNAME
       MOVE "ALL SIZES"              TO PRNSIZENAME
       MOVE GRIDCOLORSOLD(COLORIDX)  TO LINESOLD
       MOVE COLORRETURNED            TO LINERETURNED
       MOVE COLORREASON(1) TO LINEREASON(1)
       MOVE COLORREASON(2) TO LINEREASON(2)
       MOVE COLORREASON(3) TO LINEREASON(3)
       PERFORM PRINTRETURNSLINE
       MOVE SPACES TO RETURNSPRINTLINE
       WRITE RETURNSPRINTLINE AFTER ADVANCING 1 LINE
       ADD GRIDCOLORSOLD(COLORIDX) TO CHAINSOLD
       ADD COLORRETURNED           TO CHAINRETURNED
       ADD COLORREASON(1) TO CHAINREASON(1)
       ADD COLORREASON(2) TO CHAINREASON(2)
       ADD COLORREASON(3) TO CHAINREASON(3).

PRINTONESIZE.
       MOVE GRIDSOLD(COLORIDX, SIZEIDX) TO LINESOLD
       MOVE GRIDRETURNED(COLORIDX, SIZEIDX, 1) TO LINEREASON(1)
       MOVE GRIDRETURNED(COLORIDX, SIZEIDX, 2) TO LINEREASON(2)
       MOVE GRIDRETURNED(COLORIDX, SIZEIDX, 3) TO LINEREASON(3)
       COMPUTE LINERETURNED =
           LINEREASON(1) + LINEREASON(2) + LINEREASON(3)
       IF LINESOLD = ZERO AND LINERETURNED = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD LINERETURNED  TO COLORRETURNED
       ADD LINEREASON(1) TO COLORREASON(1)
       ADD LINEREASON(2) TO COLORREASON(2)
       ADD LINEREASON(3) TO COLORREASON(3)
       MOVE COLORNAME(COLORIDX) TO PRNCOLORNAME
       MOVE SIZENAME(SIZEIDX)   TO PRNSIZENAME
       PERFORM PRINTRETURNSLINE.

*>   Pairs returned against a size that sold nothing this month were
*>   bought in an earlier one - the rate has nothing to divide by and
*>   prints N/A rather than an infinite figure.
PRINTRETURNSLINE.
       MOVE LINESOLD      TO PRNSOLD
       MOVE LINEREASON(1) TO PRNFIT
       MOVE LINEREASON(2) TO PRNFAULT
       MOVE LINEREASON(3) TO PRNCHANGEDMIND
       MOVE LINERETURNED  TO PRNRETURNED
       MOVE LINESOLD      TO RATESOLD
       MOVE LINERETURNED  TO RATERETURNED
       PERFORM SETRETURNRATE
       IF LINESOLD = ZERO
           MOVE "    N/A" TO PRNRATETEXT
       ELSE
           MOVE RETURNRATE TO PRNRATE
       END-IF
       IF LINERETURNED = ZERO
           MOVE "    N/A" TO PRNFAULTRATETEXT
       ELSE
           MOVE LINERETURNED  TO RATESOLD
           MOVE LINEREASON(2) TO RATERETURNED
           PERFORM SETRETURNRATE
           MOVE RETURNRATE TO PRNFAULTRATE
       END-IF
       WRITE RETURNSPRINTLINE FROM DETAILLINE
           AFTER ADVANCING 1 LINE.

SETRETURNRATE.
       MOVE ZERO TO RETURNRATE
       IF RATESOLD > ZERO
           MULTIPLY RATERETURNED BY 100 GIVING RATEWORK
           DIVIDE RATEWORK BY RATESOLD GIVING RETURNRATE ROUNDED
       END-IF.

PRINTONEREASON.
       MOVE RETURNREASONNAME(REASONIDX) TO PRNREASONNAME
       MOVE CHAINREASON(REASONIDX)      TO PRNREASONUNITS
       MOVE CHAINRETURNED               TO RATESOLD
       MOVE CHAINREASON(REASONIDX)      TO RATERETURNED
       PERFORM SETRETURNRATE
       MOVE RETURNRATE                  TO PRNREASONSHARE
       IF CHAINSOLD = ZERO
           MOVE "    N/A" TO PRNREASONRATETEXT
       ELSE
           MOVE CHAINSOLD TO RATESOLD
           PERFORM SETRETURNRATE
           MOVE RETURNRATE TO PRNREASONRATE
       END-IF
       WRITE RETURNSPRINTLINE FROM REASONLINE
           AFTER ADVANCING 1 LINE.

*>   No history yet just means no till file has been accepted since
*>   the history started - every rate shows N/A.
LOADMONTHSALES.
       OPEN INPUT JEANSSALESHISTORYFILE
       IF JEANSSALESHISTORYFILEOK
           READ JEANSSALESHISTORYFILE
               AT END SET ENDOFJEANSSALESHISTORY TO TRUE
           END-READ
           PERFORM TAKEONESALESHISTORYROW
               UNTIL ENDOFJEANSSALESHISTORY
           CLOSE JEANSSALESHISTORYFILE
       END-IF.

TAKEONESALESHISTORYROW.
       IF PERIODMONTH-JSH = REPORTMONTH
           PERFORM MATCHHISTORYCOLOR
           IF MATCHEDCOLORIDX > ZERO
               ADD UNITS-JSH TO GRIDCOLORSOLD(MATCHEDCOLORIDX)
               PERFORM MATCHHISTORYSIZE
               IF MATCHEDSIZEIDX > ZERO
                   ADD UNITS-JSH
                       TO GRIDSOLD(MATCHEDCOLORIDX, MATCHEDSIZEIDX)
               END-IF
           END-IF
       END-IF
       READ JEANSSALESHISTORYFILE
           AT END SET ENDOFJEANSSALESHISTORY TO TRUE
       END-READ.

MATCHHISTORYCOLOR.
       MOVE ZERO TO MATCHEDCOLORIDX
       PERFORM CHECKONEHISTORYCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT.

CHECKONEHISTORYCOLOR.
       IF COLORCODE(COLORIDX) = COLORCODE-JSH
           MOVE COLORIDX TO MATCHEDCOLORIDX
       END-IF.

MATCHHISTORYSIZE.
       MOVE ZERO TO MATCHEDSIZEIDX
       PERFORM CHECKONEHISTORYSIZE
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

CHECKONEHISTORYSIZE.
       IF SIZECODE(SIZEIDX) = SIZECODE-JSH
           MOVE SIZEIDX TO MATCHEDSIZEIDX
       END-IF.

LOADMONTHRETURNS.
       OPEN INPUT JEANSRETURNSFILE
       IF JEANSRETURNSFILEOK
           READ JEANSRETURNSFILE
               AT END SET ENDOFJEANSRETURNSFILE TO TRUE
           END-READ
           PERFORM TAKEONERETURNROW UNTIL ENDOFJEANSRETURNSFILE
           CLOSE JEANSRETURNSFILE
       END-IF.

*>   A row whose color, size or reason has since gone off the
*>   reference files is counted on the console, not guessed at.
TAKEONERETURNROW.
       IF PERIODMONTH-JRT = REPORTMONTH
           PERFORM MATCHRETURNCOLOR
           PERFORM MATCHRETURNSIZE
           PERFORM MATCHRETURNREASON
           IF MATCHEDCOLORIDX > ZERO AND MATCHEDSIZEIDX > ZERO
                   AND MATCHEDREASONIDX > ZERO
               ADD UNITS-JRT TO GRIDRETURNED(MATCHEDCOLORIDX,
                   MATCHEDSIZEIDX, MATCHEDREASONIDX)
               ADD 1 TO RETURNROWSTAKEN
           ELSE
               ADD 1 TO RETURNROWSUNMATCHED
           END-IF
       END-IF
       READ JEANSRETURNSFILE
           AT END SET ENDOFJEANSRETURNSFILE TO TRUE
       END-READ.

MATCHRETURNCOLOR.
       MOVE ZERO TO MATCHEDCOLORIDX
       PERFORM CHECKONERETURNCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT.

CHECKONERETURNCOLOR.
       IF COLORCODE(COLORIDX) = COLORCODE-JRT
           MOVE COLORIDX TO MATCHEDCOLORIDX
       END-IF.

MATCHRETURNSIZE.
       MOVE ZERO TO MATCHEDSIZEIDX
       PERFORM CHECKONERETURNSIZE
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

CHECKONERETURNSIZE.
       IF SIZECODE(SIZEIDX) = SIZECODE-JRT
           MOVE SIZEIDX TO MATCHEDSIZEIDX
       END-IF.

MATCHRETURNREASON.
       MOVE ZERO TO MATCHEDREASONIDX
       PERFORM CHECKONEREASONMATCH
           VARYING REASONIDX FROM 1 BY 1 UNTIL REASONIDX > 3.

CHECKONEREASONMATCH.
       IF RETURNREASONCODE(REASONIDX) = REASON-JRT
           MOVE REASONIDX TO MATCHEDREASONIDX
       END-IF.

LOADCOLORREFERENCE.
       OPEN INPUT JEANSCOLORFILE
       IF JEANSCOLORFILEOK
           READ JEANSCOLORFILE
               AT END SET ENDOFJEANSCOLORFILE TO TRUE
           END-READ
           PERFORM STOREONECOLOR UNTIL ENDOFJEANSCOLORFILE
           CLOSE JEANSCOLORFILE
       END-IF.

STOREONECOLOR.
       ADD 1 TO COLORCOUNT
       MOVE COLORCODE-JCF TO COLORCODE(COLORCOUNT)
       MOVE COLORNAME-JCF TO COLORNAME(COLORCOUNT)
       READ JEANSCOLORFILE
           AT END SET ENDOFJEANSCOLORFILE TO TRUE
       END-READ.

LOADSIZEREFERENCE.
       OPEN INPUT JEANSSIZEFILE
       IF JEANSSIZEFILEOK
           READ JEANSSIZEFILE
               AT END SET ENDOFJEANSSIZEFILE TO TRUE
           END-READ
           PERFORM STOREONESIZE UNTIL ENDOFJEANSSIZEFILE
           CLOSE JEANSSIZEFILE
       END-IF.

STOREONESIZE.
       ADD 1 TO SIZECOUNT
       MOVE SIZECODE-JSZ TO SIZECODE(SIZECOUNT)
       MOVE SIZENAME-JSZ TO SIZENAME(SIZECOUNT)
       READ JEANSSIZEFILE
           AT END SET ENDOFJEANSSIZEFILE TO TRUE
       END-READ.
