IDENTIFICATION DIVISION.
PROGRAM-ID. CYCLECOUNTSCHEDULE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWSTOCKFILESTATUS.

       SELECT MOVEMENTHISTORYFILE ASSIGN TO "MovementHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVEMENTHISTORYFILESTATUS.

*>   One row per gadget: its A/B/C class, the twelve-month sales value
*>   it was classed on, and the date it last went out on a count
*>   sheet. Rewritten whole every run from the current master, so
*>   deleted gadgets drop off and new ones arrive never counted.
       SELECT CYCLECOUNTREGISTERFILE ASSIGN TO "CycleCountRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CYCLECOUNTREGISTERFILESTATUS.

       SELECT COUNTSHEETFILE ASSIGN TO "CycleCountSheet.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT VALUERANKSORTWORK ASSIGN TO "CYCLECNT.TMP".

DATA DIVISION.
FILE SECTION.
FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       88 ENDOFNEWSTOCKFILE    VALUE HIGH-VALUES.
       02 GADGETID-NSF         PIC 9(6).
       02 GADGETNAME-NSF       PIC X(30).
       02 QTYINSTOCK-NSF       PIC 9(4).
       02 PRICE-NSF            PIC 9(4)V99.
       02 SUPPLIERID-NSF       PIC 9(4).
       02 QTYATLOCATION-NSF    PIC 9(4) OCCURS 3 TIMES.
       02 CATEGORYCODE-NSF     PIC X(3).
       02 COSTPRICE-NSF        PIC 9(4)V99.
       02 EAN-NSF              PIC 9(13).
       02 SERIALCONTROL-NSF    PIC X.
       02 LIFECYCLESTATUS-NSF  PIC X.

FD     MOVEMENTHISTORYFILE.
01     MOVEMENTHISTORYREC.
       88 ENDOFMOVEMENTHISTORY  VALUE HIGH-VALUES.
       02 MHRUNDATE             PIC 9(8).
       02 FILLER                PIC X.
       02 MHGADGETID            PIC 9(6).
       02 FILLER                PIC X.
       02 MHTXTYPE              PIC X(10).
       02 FILLER                PIC X.
       02 MHOLDVALUE            PIC 9(6)V99.
       02 FILLER                PIC X.
       02 MHNEWVALUE            PIC 9(6)V99.
       02 FILLER                PIC X.
       02 MHTIMESTAMP           PIC X(21).
       02 FILLER                PIC X.
       02 MHOPERATORID          PIC X(8).
       02 FILLER                PIC X.
       02 MHOLDTEXT             PIC X(30).
       02 FILLER                PIC X.
       02 MHNEWTEXT             PIC X(30).

FD     CYCLECOUNTREGISTERFILE.
01     CYCLECOUNTREGISTERREC.
       88 ENDOFCYCLECOUNTREGISTER VALUE HIGH-VALUES.
       02 GADGETID-CCR          PIC 9(6).
       02 ABCCLASS-CCR          PIC X.
       02 SALESVALUE-CCR        PIC 9(8)V99.
       02 LASTSHEETDATE-CCR     PIC 9(8).

FD     COUNTSHEETFILE.
01     COUNTSHEETPRINTLINE      PIC X(80).

SD     VALUERANKSORTWORK.
01     VALUERANKSORTREC.
       88 ENDOFVALUERANKSORT    VALUE HIGH-VALUES.
       02 SORTSALESVALUE        PIC 9(8)V99.
       02 SORTGADGETID          PIC 9(6).

WORKING-STORAGE SECTION.
01     NEWSTOCKFILESTATUS       PIC XX.
       88 NEWSTOCKFILEOK        VALUE "00".
01     MOVEMENTHISTORYFILESTATUS PIC XX.
       88 MOVEMENTHISTORYFILEOK VALUE "00".
01     CYCLECOUNTREGISTERFILESTATUS PIC XX.
       88 CYCLECOUNTREGISTERFILEOK VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     RUNDAYNUMBER             PIC 9(7).
01     SALESWINDOWSTART         PIC 9(8).

*>   Pareto cut-offs on cumulative twelve-month sales value: the
*>   gadgets making up the first 80% are A, the next 15% B, the tail
*>   C. A gadget that sold nothing in the year is always C.
01     ACLASSCUTOFFPERCENT      PIC 9(3) VALUE 80.
01     BCLASSCUTOFFPERCENT      PIC 9(3) VALUE 95.

*>   How often each class is counted, in calendar days between
*>   sheets, and the working days the class is spread across so the
*>   daily sheet carries an even share of it.
01     CLASSSCHEDULEVALUES.
       02 FILLER                PIC X(9) VALUE "A030020".
       02 FILLER                PIC X(9) VALUE "B091060".
       02 FILLER                PIC X(9) VALUE "C365250".
01     CLASSSCHEDULETABLE REDEFINES CLASSSCHEDULEVALUES.
       02 CLASSSCHEDULE OCCURS 3 TIMES.
           03 SCHEDCLASS        PIC X.
           03 SCHEDINTERVALDAYS PIC 9(3).
           03 SCHEDSPREADDAYS   PIC 9(3).
           03 FILLER            PIC XX.
01     CLASSIDX                 PIC 9.

01     CLASSCOUNTS.
       02 CLASSGADGETCOUNT      PIC 9(4) OCCURS 3 TIMES.
       02 CLASSSELECTEDCOUNT    PIC 9(4) OCCURS 3 TIMES.
01     CLASSQUOTA               PIC 9(4).
01     QUOTAIDX                 PIC 9(4).

01     GADGETCOUNT              PIC 9(4) VALUE ZERO.
01     GADGETTABLE.
       02 GADGET OCCURS 0 TO 2000 TIMES DEPENDING ON GADGETCOUNT
               ASCENDING KEY IS GTGADGETID
               INDEXED BY GADGETIDX.
           03 GTGADGETID        PIC 9(6).
           03 GTGADGETNAME      PIC X(30).
           03 GTPRICE           PIC 9(4)V99.
           03 GTSALESVALUE      PIC 9(8)V99.
           03 GTCLASS           PIC X.
           03 GTLASTSHEETDATE   PIC 9(8).
           03 GTSELECTED        PIC X.
            88 GTONTODAYSSHEET  VALUE "Y".
01     GADGETLINEIDX            PIC 9(4).
01     BESTCANDIDATEIDX         PIC 9(4).

01     GADGETFOUNDSWITCH        PIC X.
       88 GADGETFOUND           VALUE "Y".
       88 GADGETNOTFOUND        VALUE "N".

01     REPRINTSWITCH            PIC X VALUE "N".
       88 REPRINTINGTODAYSSHEET VALUE "Y".

01     WORKSOLDQTY              PIC 9(6).
01     TOTALSALESVALUE          PIC 9(10)V99 VALUE ZERO.
01     CUMULATIVESALESVALUE     PIC 9(10)V99 VALUE ZERO.
01     CUMULATIVEPERCENT        PIC 9(3)V99.
01     WORKDUEDAYNUMBER         PIC 9(7).
01     MOVEMENTLINESUSED        PIC 9(7) VALUE ZERO.

01     COUNTSHEETHEADINGLINE.
       02 FILLER                PIC X(30)
               VALUE "CYCLE COUNT SHEET FOR DATE ".
       02 PRNSHEETDATE          PIC 9(8).

01     COUNTSHEETNOTELINE.
       02 FILLER                PIC X(70) VALUE
           "ENTER COUNTS IN StockTakeCounts.dat - GADGET ID AND QTY COUNTED".

01     COUNTSHEETTOPICLINE.
       02 FILLER                PIC X(8)   VALUE "GADGETID".
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 FILLER                PIC X(30)  VALUE "GADGET NAME".
       02 FILLER                PIC X(7)   VALUE "  CLASS".
       02 FILLER                PIC X(13)  VALUE "  LAST SHEET".
       02 FILLER                PIC X(10)  VALUE "   COUNTED".

01     COUNTSHEETDETAILLINE.
       02 PRNGADGETID           PIC 9(6).
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 PRNGADGETNAME         PIC X(30).
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 PRNCLASS              PIC X.
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 PRNLASTSHEETDATE      PIC X(8).
       02 FILLER                PIC X(3)   VALUE SPACES.
       02 FILLER                PIC X(10)  VALUE "__________".

01     COUNTSHEETCLASSLINE.
       02 FILLER                PIC X(6)   VALUE "CLASS ".
       02 PRNSUMMARYCLASS       PIC X.
       02 FILLER                PIC X(11)  VALUE " GADGETS: ".
       02 PRNCLASSGADGETS       PIC ZZZ9.
       02 FILLER                PIC X(17)  VALUE "  ON THIS SHEET: ".
       02 PRNCLASSSELECTED      PIC ZZZ9.

01     COUNTSHEETREPRINTLINE.
       02 FILLER                PIC X(60) VALUE
           "REPRINT - TODAY'S SHEET WAS ALREADY ISSUED, NO NEW PICKS".

PROCEDURE DIVISION.
BEGIN.
       INITIALIZE CLASSCOUNTS
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       COMPUTE RUNDAYNUMBER = FUNCTION INTEGER-OF-DATE(RUNDATE)
       COMPUTE SALESWINDOWSTART =
           FUNCTION DATE-OF-INTEGER(RUNDAYNUMBER - 365)

       PERFORM LOADGADGETTABLE
       IF GADGETCOUNT = ZERO
           DISPLAY "NO STOCK MASTER ON DISK - NOTHING TO SCHEDULE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM FOLDMOVEMENTHISTORYINTOSALES

       SORT VALUERANKSORTWORK
           ON DESCENDING KEY SORTSALESVALUE
           ON ASCENDING KEY SORTGADGETID
           INPUT PROCEDURE IS RELEASEGADGETSALESVALUES
           OUTPUT PROCEDURE IS ASSIGNABCCLASSES

       PERFORM LOADCYCLECOUNTREGISTER
       IF NOT REPRINTINGTODAYSSHEET
           PERFORM PICKONECLASSFORTODAY
               VARYING CLASSIDX FROM 1 BY 1 UNTIL CLASSIDX > 3
       END-IF
       PERFORM PRINTCOUNTSHEET
       PERFORM REWRITECYCLECOUNTREGISTER

       DISPLAY "GADGETS CLASSED: " GADGETCOUNT
           "  A: " CLASSGADGETCOUNT(1) "  B: " CLASSGADGETCOUNT(2)
           "  C: " CLASSGADGETCOUNT(3)
       DISPLAY "ON TODAY'S SHEET - A: " CLASSSELECTEDCOUNT(1)
           "  B: " CLASSSELECTEDCOUNT(2) "  C: " CLASSSELECTEDCOUNT(3)
       STOP RUN.

LOADGADGETTABLE.
       OPEN INPUT NEWSTOCKFILE
       IF NEWSTOCKFILEOK
           READ NEWSTOCKFILE
               AT END SET ENDOFNEWSTOCKFILE TO TRUE
           END-READ
           PERFORM STOREONEGADGET UNTIL ENDOFNEWSTOCKFILE
           CLOSE NEWSTOCKFILE
       END-IF.

STOREONEGADGET.
       ADD 1 TO GADGETCOUNT
       MOVE GADGETID-NSF   TO GTGADGETID(GADGETCOUNT)
       MOVE GADGETNAME-NSF TO GTGADGETNAME(GADGETCOUNT)
       MOVE PRICE-NSF      TO GTPRICE(GADGETCOUNT)
       MOVE ZERO           TO GTSALESVALUE(GADGETCOUNT)
       MOVE "C"            TO GTCLASS(GADGETCOUNT)
       MOVE ZERO           TO GTLASTSHEETDATE(GADGETCOUNT)
       MOVE "N"            TO GTSELECTED(GADGETCOUNT)
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

*>   Units sold are read off the movement archive the same way the
*>   reorder run reads them off the audit trail - a SUBSTOCK's fall
*>   in stock, or a BACKORDER's parked shortfall - and valued at the
*>   gadget's current selling price.
FOLDMOVEMENTHISTORYINTOSALES.
       OPEN INPUT MOVEMENTHISTORYFILE
       IF MOVEMENTHISTORYFILEOK
           READ MOVEMENTHISTORYFILE
               AT END SET ENDOFMOVEMENTHISTORY TO TRUE
           END-READ
           PERFORM FOLDONEMOVEMENT UNTIL ENDOFMOVEMENTHISTORY
           CLOSE MOVEMENTHISTORYFILE
       END-IF.

FOLDONEMOVEMENT.
       MOVE ZERO TO WORKSOLDQTY
       IF MHRUNDATE > SALESWINDOWSTART AND MHRUNDATE NOT > RUNDATE
           EVALUATE MHTXTYPE
               WHEN "SUBSTOCK"
                   IF MHOLDVALUE > MHNEWVALUE
                       COMPUTE WORKSOLDQTY = MHOLDVALUE - MHNEWVALUE
                   END-IF
               WHEN "BACKORDER"
                   MOVE MHNEWVALUE TO WORKSOLDQTY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF
       IF WORKSOLDQTY > ZERO
           PERFORM FINDGADGETFORMOVEMENT
           IF GADGETFOUND
               ADD 1 TO MOVEMENTLINESUSED
               COMPUTE GTSALESVALUE(GADGETIDX) =
                   GTSALESVALUE(GADGETIDX)
                   + (WORKSOLDQTY * GTPRICE(GADGETIDX))
           END-IF
       END-IF
       READ MOVEMENTHISTORYFILE
           AT END SET ENDOFMOVEMENTHISTORY TO TRUE
       END-READ.

FINDGADGETFORMOVEMENT.
       SET GADGETNOTFOUND TO TRUE
       SEARCH ALL GADGET
           AT END CONTINUE
           WHEN GTGADGETID(GADGETIDX) = MHGADGETID
               SET GADGETFOUND TO TRUE
       END-SEARCH.

RELEASEGADGETSALESVALUES.
       PERFORM RELEASEONEGADGETVALUE
           VARYING GADGETLINEIDX FROM 1 BY 1
           UNTIL GADGETLINEIDX > GADGETCOUNT.

RELEASEONEGADGETVALUE.
       MOVE GTSALESVALUE(GADGETLINEIDX) TO SORTSALESVALUE
       MOVE GTGADGETID(GADGETLINEIDX)   TO SORTGADGETID
       ADD GTSALESVALUE(GADGETLINEIDX)  TO TOTALSALESVALUE
       RELEASE VALUERANKSORTREC.

*>   Highest sellers come back first. The class is decided on the
*>   cumulative share BEFORE the gadget's own value is added, so the
*>   gadget that carries the running total over 80% is still an A.
ASSIGNABCCLASSES.
       RETURN VALUERANKSORTWORK
           AT END SET ENDOFVALUERANKSORT TO TRUE
       END-RETURN
       PERFORM CLASSONERANKEDGADGET UNTIL ENDOFVALUERANKSORT.

CLASSONERANKEDGADGET.
       MOVE SORTGADGETID TO MHGADGETID
       PERFORM FINDGADGETFORMOVEMENT
       IF GADGETFOUND
           IF SORTSALESVALUE = ZERO OR TOTALSALESVALUE = ZERO
               MOVE "C" TO GTCLASS(GADGETIDX)
               ADD 1 TO CLASSGADGETCOUNT(3)
           ELSE
               COMPUTE CUMULATIVEPERCENT =
                   (CUMULATIVESALESVALUE * 100) / TOTALSALESVALUE
               EVALUATE TRUE
                   WHEN CUMULATIVEPERCENT < ACLASSCUTOFFPERCENT
                       MOVE "A" TO GTCLASS(GADGETIDX)
                       ADD 1 TO CLASSGADGETCOUNT(1)
                   WHEN CUMULATIVEPERCENT < BCLASSCUTOFFPERCENT
                       MOVE "B" TO GTCLASS(GADGETIDX)
                       ADD 1 TO CLASSGADGETCOUNT(2)
                   WHEN OTHER
                       MOVE "C" TO GTCLASS(GADGETIDX)
                       ADD 1 TO CLASSGADGETCOUNT(3)
               END-EVALUATE
           END-IF
           ADD SORTSALESVALUE TO CUMULATIVESALESVALUE
       END-IF
       RETURN VALUERANKSORTWORK
           AT END SET ENDOFVALUERANKSORT TO TRUE
       END-RETURN.

*>   A register row already stamped with today's date means the sheet
*>   was issued earlier today - the run reprints those gadgets rather
*>   than picking a second day's worth.
LOADCYCLECOUNTREGISTER.
       OPEN INPUT CYCLECOUNTREGISTERFILE
       IF CYCLECOUNTREGISTERFILEOK
           READ CYCLECOUNTREGISTERFILE
               AT END SET ENDOFCYCLECOUNTREGISTER TO TRUE
           END-READ
           PERFORM STOREONEREGISTERROW UNTIL ENDOFCYCLECOUNTREGISTER
           CLOSE CYCLECOUNTREGISTERFILE
       END-IF.

STOREONEREGISTERROW.
       MOVE GADGETID-CCR TO MHGADGETID
       PERFORM FINDGADGETFORMOVEMENT
       IF GADGETFOUND AND LASTSHEETDATE-CCR IS NUMERIC
           MOVE LASTSHEETDATE-CCR TO GTLASTSHEETDATE(GADGETIDX)
           IF LASTSHEETDATE-CCR = RUNDATE
               SET GTONTODAYSSHEET(GADGETIDX) TO TRUE
               SET REPRINTINGTODAYSSHEET TO TRUE
               PERFORM TALLYSELECTEDGADGETCLASS
           END-IF
       END-IF
       READ CYCLECOUNTREGISTERFILE
           AT END SET ENDOFCYCLECOUNTREGISTER TO TRUE
       END-READ.

TALLYSELECTEDGADGETCLASS.
       EVALUATE GTCLASS(GADGETIDX)
           WHEN "A" ADD 1 TO CLASSSELECTEDCOUNT(1)
           WHEN "B" ADD 1 TO CLASSSELECTEDCOUNT(2)
           WHEN OTHER ADD 1 TO CLASSSELECTEDCOUNT(3)
       END-EVALUATE.

*>   Each class puts its even daily share on the sheet - the class
*>   size over the working days it is spread across, rounded up - and
*>   the share is filled from the gadgets that are due, longest since
*>   their last sheet first. A gadget never counted is due at once.
PICKONECLASSFORTODAY.
       COMPUTE CLASSQUOTA =
           (CLASSGADGETCOUNT(CLASSIDX) + SCHEDSPREADDAYS(CLASSIDX) - 1)
           / SCHEDSPREADDAYS(CLASSIDX)
       PERFORM PICKONEDUEGADGET
           VARYING QUOTAIDX FROM 1 BY 1
           UNTIL QUOTAIDX > CLASSQUOTA.

PICKONEDUEGADGET.
       MOVE ZERO TO BESTCANDIDATEIDX
       PERFORM CHECKONECOUNTCANDIDATE
           VARYING GADGETLINEIDX FROM 1 BY 1
           UNTIL GADGETLINEIDX > GADGETCOUNT
       IF BESTCANDIDATEIDX > ZERO
           SET GTONTODAYSSHEET(BESTCANDIDATEIDX) TO TRUE
           ADD 1 TO CLASSSELECTEDCOUNT(CLASSIDX)
       ELSE
           MOVE CLASSQUOTA TO QUOTAIDX
       END-IF.

CHECKONECOUNTCANDIDATE.
       IF GTCLASS(GADGETLINEIDX) = SCHEDCLASS(CLASSIDX)
               AND NOT GTONTODAYSSHEET(GADGETLINEIDX)
           IF GTLASTSHEETDATE(GADGETLINEIDX) = ZERO
               MOVE ZERO TO WORKDUEDAYNUMBER
           ELSE
               COMPUTE WORKDUEDAYNUMBER = FUNCTION INTEGER-OF-DATE(
                   GTLASTSHEETDATE(GADGETLINEIDX))
                   + SCHEDINTERVALDAYS(CLASSIDX)
           END-IF
           IF WORKDUEDAYNUMBER NOT > RUNDAYNUMBER
               IF BESTCANDIDATEIDX = ZERO
                   MOVE GADGETLINEIDX TO BESTCANDIDATEIDX
               ELSE
                   IF GTLASTSHEETDATE(GADGETLINEIDX)
                           < GTLASTSHEETDATE(BESTCANDIDATEIDX)
                       MOVE GADGETLINEIDX TO BESTCANDIDATEIDX
                   END-IF
               END-IF
           END-IF
       END-IF.

PRINTCOUNTSHEET.
       OPEN OUTPUT COUNTSHEETFILE
       MOVE RUNDATE TO PRNSHEETDATE
       WRITE COUNTSHEETPRINTLINE FROM COUNTSHEETHEADINGLINE
           AFTER ADVANCING 1 LINE
       IF REPRINTINGTODAYSSHEET
           WRITE COUNTSHEETPRINTLINE FROM COUNTSHEETREPRINTLINE
               AFTER ADVANCING 1 LINE
       END-IF
       WRITE COUNTSHEETPRINTLINE FROM COUNTSHEETNOTELINE
           AFTER ADVANCING 1 LINE
       WRITE COUNTSHEETPRINTLINE FROM COUNTSHEETTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONECOUNTSHEETLINE
           VARYING GADGETLINEIDX FROM 1 BY 1
           UNTIL GADGETLINEIDX > GADGETCOUNT
       MOVE SPACES TO COUNTSHEETPRINTLINE
       WRITE COUNTSHEETPRINTLINE AFTER ADVANCING 1 LINE
       PERFORM PRINTONECLASSSUMMARY
           VARYING CLASSIDX FROM 1 BY 1 UNTIL CLASSIDX > 3
       CLOSE COUNTSHEETFILE.

*>   Book quantities are left off - the count is blind, so the
*>   counter writes what is on the shelf, not what the book says.
PRINTONECOUNTSHEETLINE.
       IF GTONTODAYSSHEET(GADGETLINEIDX)
           MOVE GTGADGETID(GADGETLINEIDX)   TO PRNGADGETID
           MOVE GTGADGETNAME(GADGETLINEIDX) TO PRNGADGETNAME
           MOVE GTCLASS(GADGETLINEIDX)      TO PRNCLASS
           EVALUATE TRUE
               WHEN GTLASTSHEETDATE(GADGETLINEIDX) = ZERO
                   MOVE "NEVER"  TO PRNLASTSHEETDATE
               WHEN GTLASTSHEETDATE(GADGETLINEIDX) = RUNDATE
                   MOVE "TODAY"  TO PRNLASTSHEETDATE
               WHEN OTHER
                   MOVE GTLASTSHEETDATE(GADGETLINEIDX) TO PRNLASTSHEETDATE
           END-EVALUATE
           WRITE COUNTSHEETPRINTLINE FROM COUNTSHEETDETAILLINE
               AFTER ADVANCING 1 LINE
       END-IF.

PRINTONECLASSSUMMARY.
       MOVE SCHEDCLASS(CLASSIDX)         TO PRNSUMMARYCLASS
       MOVE CLASSGADGETCOUNT(CLASSIDX)   TO PRNCLASSGADGETS
       MOVE CLASSSELECTEDCOUNT(CLASSIDX) TO PRNCLASSSELECTED
       WRITE COUNTSHEETPRINTLINE FROM COUNTSHEETCLASSLINE
           AFTER ADVANCING 1 LINE.

REWRITECYCLECOUNTREGISTER.
       OPEN OUTPUT CYCLECOUNTREGISTERFILE
       PERFORM WRITEONEREGISTERROW
           VARYING GADGETLINEIDX FROM 1 BY 1
           UNTIL GADGETLINEIDX > GADGETCOUNT
       CLOSE CYCLECOUNTREGISTERFILE.

WRITEONEREGISTERROW.
       MOVE SPACES TO CYCLECOUNTREGISTERREC
       MOVE GTGADGETID(GADGETLINEIDX)   TO GADGETID-CCR
       MOVE GTCLASS(GADGETLINEIDX)      TO ABCCLASS-CCR
       MOVE GTSALESVALUE(GADGETLINEIDX) TO SALESVALUE-CCR
       IF GTONTODAYSSHEET(GADGETLINEIDX)
           MOVE RUNDATE TO LASTSHEETDATE-CCR
       ELSE
           MOVE GTLASTSHEETDATE(GADGETLINEIDX) TO LASTSHEETDATE-CCR
       END-IF
       WRITE CYCLECOUNTREGISTERREC.
