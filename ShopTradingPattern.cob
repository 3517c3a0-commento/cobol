IDENTIFICATION DIVISION.
PROGRAM-ID. SHOPTRADINGPATTERN.

*>   When in the day and the week each shop takes its money, for the
*>   shop managers' rotas and lunch cover. The day's till receipts
*>   are folded into ShopHourlySales.dat by shop, business date and
*>   hour of the receipt time, and the report then reads that history
*>   over whatever run of business dates is asked for - by default the
*>   four weeks to the latest day folded, so every weekday is there
*>   four times.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SHOPRECEIPTSFILE ASSIGN TO "Listing8-2-ShopSales.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHOPRECEIPTSFILESTATUS.

       SELECT HOURLYSALESFILE ASSIGN TO "ShopHourlySales.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HOURLYSALESFILESTATUS.

       SELECT TRADINGPATTERNREPORT ASSIGN TO "ShopTradingPattern.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "ShopTradingPattern.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SHOPRECEIPTSFILE.
01     SHOPDETAILS.
       88 ENDOFSHOPRECEIPTSFILE    VALUE HIGH-VALUES.
       02 RECTYPECODE      PIC X.
           88  SHOPHEADER  VALUE "H".
           88  SHOPSALE    VALUE "S".
           88  SHOPFOOTER  VALUE "F".
       02 SHOPID           PIC X(5).
       02 SHOPLOCATION     PIC X(30).
       02 SHOPBUSINESSDATE PIC X(8).
01     SALERECEIPT.
       02 RECTYPECODE      PIC X.
       02 ITEMID           PIC X(8).
       02 QTYSOLD          PIC 9(3).
       02 QTYSOLDTEXT REDEFINES QTYSOLD PIC X(3).
       02 ITEMCOST         PIC 999V99.
       02 ITEMCOSTTEXT REDEFINES ITEMCOST PIC X(5).
       02 TENDERTYPE       PIC X.
       02 RECEIPTTIME      PIC X(4).
       02 RECEIPTTIMEPARTS REDEFINES RECEIPTTIME.
           03 RECEIPTHOUR   PIC 99.
           03 RECEIPTMINUTE PIC 99.
       02 FILLER           PIC X(32).

*>   One row per shop, business date and hour the shop took money in;
*>   hour 99 holds the lines off a till export that carried no receipt
*>   time. Opened EXTEND and never truncated, as the over/short
*>   history is.
FD     HOURLYSALESFILE.
01     HOURLYSALESREC.
       88 ENDOFHOURLYSALES  VALUE HIGH-VALUES.
       02 HSSHOPID          PIC X(5).
       02 HSBUSINESSDATE    PIC X(8).
       02 HSHOUR            PIC 99.
       02 HSSHOPLOCATION    PIC X(30).
       02 HSSALESVALUE      PIC 9(7)V99.
       02 HSLINECOUNT       PIC 9(5).
       02 HSBASKETCOUNT     PIC 9(5).

FD     TRADINGPATTERNREPORT.
01     TRADINGPRINTLINE     PIC X(100).

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
01     SHOPRECEIPTSFILESTATUS   PIC XX.
       88 SHOPRECEIPTSFILEOK    VALUE "00".
01     HOURLYSALESFILESTATUS    PIC XX.
       88 HOURLYSALESFILEOK     VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   Shop-days already on the history - a rerun, or a receipts file
*>   left in place for a second night, cannot fold the same day twice.
01     FOLDEDDAYCOUNT           PIC 9(5) VALUE ZERO.
01     FOLDEDDAYTABLE.
       02 FOLDEDDAY OCCURS 0 TO 9000 TIMES
               DEPENDING ON FOLDEDDAYCOUNT.
           03 FDSHOPID          PIC X(5).
           03 FDBUSINESSDATE    PIC X(8).
01     FOLDEDDAYIDX             PIC 9(5).
01     LATESTBUSINESSDATE       PIC X(8) VALUE SPACES.

*>   One shop-day's receipts by hour while its group is read; slot 25
*>   is the no-time slot, written to the history as hour 99.
01     GROUPHOURTABLE.
       02 GROUPHOUR OCCURS 25 TIMES.
           03 GHSALESVALUE      PIC 9(7)V99.
           03 GHLINECOUNT       PIC 9(5).
           03 GHBASKETCOUNT     PIC 9(5).
01     GROUPSHOPID              PIC X(5) VALUE SPACES.
01     GROUPSHOPLOCATION        PIC X(30) VALUE SPACES.
01     GROUPBUSINESSDATE        PIC X(8) VALUE SPACES.
01     GROUPSTATESWITCH         PIC X VALUE "N".
       88 GROUPOPEN             VALUE "Y".
       88 GROUPSKIPPED          VALUE "S".
       88 NOGROUPOPEN           VALUE "N".
01     PREVIOUSRECEIPTTIME      PIC X(4) VALUE SPACES.
01     SALELINEVALUE            PIC 9(5)V99.
01     HOURSLOT                 PIC 99.
01     HOURIDX                  PIC 99.

01     RECEIPTLINESREAD         PIC 9(7) VALUE ZERO.
01     RECEIPTLINESSKIPPED      PIC 9(7) VALUE ZERO.
01     HISTORYROWSWRITTEN       PIC 9(7) VALUE ZERO.
01     SHOPDAYSFOLDED           PIC 9(5) VALUE ZERO.
01     SHOPDAYSALREADYFOLDED    PIC 9(5) VALUE ZERO.

01     FROMDATEENTRY            PIC X(8) VALUE SPACES.
01     TODATEENTRY              PIC X(8) VALUE SPACES.
01     SHOPIDENTRY              PIC X(5) VALUE SPACES.
01     FROMDATE                 PIC 9(8) VALUE ZERO.
01     FROMDATETEXT REDEFINES FROMDATE PIC X(8).
01     TODATE                   PIC 9(8) VALUE ZERO.
01     TODATETEXT REDEFINES TODATE PIC X(8).
01     DAYNUMBER                PIC 9(7).
01     WEEKNUMBER               PIC 9(7).
01     WEEKDAYREMAINDER         PIC 9.
01     WEEKDAYIDX               PIC 9.

01     WEEKDAYNAMES.
       02 FILLER                PIC X(9) VALUE "MONDAY".
       02 FILLER                PIC X(9) VALUE "TUESDAY".
       02 FILLER                PIC X(9) VALUE "WEDNESDAY".
       02 FILLER                PIC X(9) VALUE "THURSDAY".
       02 FILLER                PIC X(9) VALUE "FRIDAY".
       02 FILLER                PIC X(9) VALUE "SATURDAY".
       02 FILLER                PIC X(9) VALUE "SUNDAY".
01     WEEKDAYNAMETABLE REDEFINES WEEKDAYNAMES.
       02 WEEKDAYNAME           PIC X(9) OCCURS 7 TIMES.

*>   Each shop's pattern over the chosen dates, kept in shop order.
*>   A weekday's days count the shop-days that traded on it, so the
*>   average day is the value over the days the shop was open.
01     PATTERNSHOPCOUNT         PIC 9(4) VALUE ZERO.
01     PATTERNSHOPTABLE.
       02 PATTERNSHOP OCCURS 0 TO 200 TIMES
               DEPENDING ON PATTERNSHOPCOUNT.
           03 PSSHOPID          PIC X(5).
           03 PSSHOPLOCATION    PIC X(30).
           03 PSLASTDATE        PIC X(8).
           03 PSHOUR OCCURS 25 TIMES.
               04 PSHOURVALUE   PIC 9(9)V99.
               04 PSHOURLINES   PIC 9(7).
               04 PSHOURBASKETS PIC 9(7).
           03 PSWEEKDAY OCCURS 7 TIMES.
               04 PSDAYVALUE    PIC 9(9)V99.
               04 PSDAYLINES    PIC 9(7).
               04 PSDAYBASKETS  PIC 9(7).
               04 PSDAYSTRADED  PIC 9(5).
01     PATTERNIDX               PIC 9(4).
01     FOUNDPATTERNIDX          PIC 9(4) VALUE ZERO.

*>   The chain, and the one pattern being printed, share the shop
*>   entry's layout so one set of print paragraphs serves both.
01     CHAINPATTERN.
       02 CPSHOPID              PIC X(5).
       02 CPSHOPLOCATION        PIC X(30).
       02 CPLASTDATE            PIC X(8).
       02 CPHOUR OCCURS 25 TIMES.
           03 CPHOURVALUE       PIC 9(9)V99.
           03 CPHOURLINES       PIC 9(7).
           03 CPHOURBASKETS     PIC 9(7).
       02 CPWEEKDAY OCCURS 7 TIMES.
           03 CPDAYVALUE        PIC 9(9)V99.
           03 CPDAYLINES        PIC 9(7).
           03 CPDAYBASKETS      PIC 9(7).
           03 CPDAYSTRADED      PIC 9(5).

01     PRINTPATTERN.
       02 PPSHOPID              PIC X(5).
       02 PPSHOPLOCATION        PIC X(30).
       02 PPLASTDATE            PIC X(8).
       02 PPHOUR OCCURS 25 TIMES.
           03 PPHOURVALUE       PIC 9(9)V99.
           03 PPHOURLINES       PIC 9(7).
           03 PPHOURBASKETS     PIC 9(7).
       02 PPWEEKDAY OCCURS 7 TIMES.
           03 PPDAYVALUE        PIC 9(9)V99.
           03 PPDAYLINES        PIC 9(7).
           03 PPDAYBASKETS      PIC 9(7).
           03 PPDAYSTRADED      PIC 9(5).

01     PATTERNTOTALVALUE        PIC 9(9)V99 VALUE ZERO.
01     PATTERNTOTALLINES        PIC 9(7) VALUE ZERO.
01     PATTERNTOTALBASKETS      PIC 9(7) VALUE ZERO.
01     AVERAGEBASKET            PIC 9(7)V99 VALUE ZERO.
01     AVERAGEDAYVALUE          PIC 9(9)V99 VALUE ZERO.
01     VALUESHAREWORK           PIC 9(11)V99 VALUE ZERO.
01     VALUESHARE               PIC 9(3)V9 VALUE ZERO.
01     SHOPPAGESPRINTED         PIC 9(4) VALUE ZERO.

01     PAGEHEADINGLINE.
       02 FILLER                PIC X(20) VALUE "TRADING PATTERN FOR ".
       02 PRNPAGESUBJECT        PIC X(42).
       02 FILLER                PIC X(6)  VALUE " FROM ".
       02 PRNFROMDATE           PIC X(8).
       02 FILLER                PIC X(4)  VALUE " TO ".
       02 PRNTODATE             PIC X(8).

01     SHOPSUBJECT.
       02 FILLER                PIC X(5)  VALUE "SHOP ".
       02 PRNSUBJECTSHOPID      PIC X(5).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNSUBJECTLOCATION    PIC X(30).

01     HOURSECTIONLINE          PIC X(40)
           VALUE "BY HOUR OF THE TRADING DAY".
01     WEEKDAYSECTIONLINE       PIC X(40)
           VALUE "BY DAY OF THE WEEK".
01     CHAINDAYSNOTELINE        PIC X(60)
           VALUE "DAYS ARE SHOP-DAYS TRADED ACROSS THE CHAIN".

01     HOURTOPICLINE.
       02 FILLER                PIC X(13) VALUE "HOUR".
       02 FILLER                PIC X(15) VALUE "    SALES VALUE".
       02 FILLER                PIC X(10) VALUE "     LINES".
       02 FILLER                PIC X(10) VALUE "   BASKETS".
       02 FILLER                PIC X(12) VALUE "  AVG BASKET".
       02 FILLER                PIC X(11) VALUE " % OF VALUE".

01     HOURDETAILLINE.
       02 PRNHOURLABEL          PIC X(13).
       02 PRNHOURVALUE          PIC $$$$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNHOURLINES          PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNHOURBASKETS        PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNHOURAVGBASKET      PIC $$$,$$9.99.
       02 FILLER                PIC X(6)  VALUE SPACES.
       02 PRNHOURSHARE          PIC ZZ9.9.

01     HOURLABEL.
       02 LABELHOURFROM         PIC 99.
       02 FILLER                PIC X(4)  VALUE ":00-".
       02 LABELHOURTO           PIC 99.
       02 FILLER                PIC X(3)  VALUE ":59".

01     WEEKDAYTOPICLINE.
       02 FILLER                PIC X(13) VALUE "DAY".
       02 FILLER                PIC X(15) VALUE "    SALES VALUE".
       02 FILLER                PIC X(10) VALUE "     LINES".
       02 FILLER                PIC X(10) VALUE "   BASKETS".
       02 FILLER                PIC X(12) VALUE "  AVG BASKET".
       02 FILLER                PIC X(7)  VALUE "   DAYS".
       02 FILLER                PIC X(15) VALUE "    AVG PER DAY".

01     WEEKDAYDETAILLINE.
       02 PRNWEEKDAYNAME        PIC X(13).
       02 PRNDAYVALUE           PIC $$$$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDAYLINES           PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDAYBASKETS         PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDAYAVGBASKET       PIC $$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDAYSTRADED         PIC ZZ,ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDAYAVERAGE         PIC $$$,$$$,$$9.99.

01     PATTERNTOTALLINE.
       02 FILLER                PIC X(13) VALUE "TOTAL".
       02 PRNTOTALVALUE         PIC $$$$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNTOTALLINES         PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNTOTALBASKETS       PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNTOTALAVGBASKET     PIC $$$,$$9.99.

01     NOTRADINGLINE            PIC X(60)
           VALUE "NO TRADING ON THE HISTORY FOR THESE DATES".

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM LOADFOLDEDDAYS
       PERFORM FOLDRECEIPTSINTOHISTORY
       DISPLAY "SHOP-DAYS FOLDED: " SHOPDAYSFOLDED
           "  ALREADY ON HISTORY: " SHOPDAYSALREADYFOLDED

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "FROM BUSINESS DATE (YYYYMMDD) OR BLANK FOR FOUR WEEKS "
           "TO THE TO DATE - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO FROMDATEENTRY
       DISPLAY "TO BUSINESS DATE (YYYYMMDD) OR BLANK FOR THE LATEST "
           "DAY ON THE HISTORY - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO TODATEENTRY
       DISPLAY "SHOP ID OR BLANK FOR EVERY SHOP AND THE CHAIN - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:5) TO SHOPIDENTRY
       PERFORM CLOSERUNPARAMETERFILE

       IF LATESTBUSINESSDATE = SPACES
           DISPLAY "NO TRADING ON THE HISTORY YET - NOTHING TO REPORT"
           PERFORM WRITEOPERATIONSLOG
           STOP RUN
       END-IF
       IF TODATEENTRY = SPACES
           MOVE LATESTBUSINESSDATE TO TODATETEXT
       ELSE
           MOVE TODATEENTRY TO TODATETEXT
       END-IF
       IF FROMDATEENTRY = SPACES
           IF TODATETEXT IS NUMERIC
               COMPUTE FROMDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODATE) - 27)
           END-IF
       ELSE
           MOVE FROMDATEENTRY TO FROMDATETEXT
       END-IF
       IF FROMDATETEXT IS NOT NUMERIC OR TODATETEXT IS NOT NUMERIC
               OR FROMDATE > TODATE
           DISPLAY "DATES MUST BE YYYYMMDD WITH FROM NOT AFTER TO - "
               "RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       INITIALIZE CHAINPATTERN
       PERFORM GATHERPATTERNFROMHISTORY

       OPEN OUTPUT TRADINGPATTERNREPORT
       PERFORM PRINTONESHOPPATTERN
           VARYING PATTERNIDX FROM 1 BY 1
           UNTIL PATTERNIDX > PATTERNSHOPCOUNT
       IF SHOPIDENTRY = SPACES
           MOVE CHAINPATTERN TO PRINTPATTERN
           MOVE "THE WHOLE CHAIN" TO PRNPAGESUBJECT
           PERFORM PRINTPATTERNPAGE
           WRITE TRADINGPRINTLINE FROM CHAINDAYSNOTELINE
               AFTER ADVANCING 2 LINES
       END-IF
       IF PATTERNSHOPCOUNT = ZERO AND SHOPIDENTRY NOT = SPACES
           MOVE SPACES TO PRNPAGESUBJECT
           STRING "SHOP " SHOPIDENTRY DELIMITED BY SIZE
               INTO PRNPAGESUBJECT
           MOVE FROMDATETEXT TO PRNFROMDATE
           MOVE TODATETEXT   TO PRNTODATE
           WRITE TRADINGPRINTLINE FROM PAGEHEADINGLINE
               AFTER ADVANCING 1 LINE
           WRITE TRADINGPRINTLINE FROM NOTRADINGLINE
               AFTER ADVANCING 2 LINES
       END-IF
       CLOSE TRADINGPATTERNREPORT

       DISPLAY "TRADING PATTERN FROM " FROMDATETEXT " TO " TODATETEXT
           " IN ShopTradingPattern.rpt - SHOPS: " SHOPPAGESPRINTED
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A missing receipts file is a night with no till files in - the
*>   history simply stands as it was.
FOLDRECEIPTSINTOHISTORY.
       OPEN INPUT SHOPRECEIPTSFILE
       IF NOT SHOPRECEIPTSFILEOK
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND HOURLYSALESFILE
       IF NOT HOURLYSALESFILEOK
           OPEN OUTPUT HOURLYSALESFILE
       END-IF
       SET NOGROUPOPEN TO TRUE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ
       PERFORM FOLDONERECEIPTRECORD UNTIL ENDOFSHOPRECEIPTSFILE
       IF GROUPOPEN
           PERFORM WRITEGROUPTOHISTORY
       END-IF
       CLOSE SHOPRECEIPTSFILE, HOURLYSALESFILE.

FOLDONERECEIPTRECORD.
       EVALUATE TRUE
           WHEN SHOPHEADER
               IF GROUPOPEN
                   PERFORM WRITEGROUPTOHISTORY
               END-IF
               PERFORM STARTSHOPGROUP
           WHEN SHOPSALE
               IF GROUPOPEN
                   PERFORM FOLDONESALELINE
               END-IF
           WHEN SHOPFOOTER
               IF GROUPOPEN
                   PERFORM WRITEGROUPTOHISTORY
               END-IF
               SET NOGROUPOPEN TO TRUE
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ.

STARTSHOPGROUP.
       MOVE SHOPID           TO GROUPSHOPID
       MOVE SHOPLOCATION     TO GROUPSHOPLOCATION
       MOVE SHOPBUSINESSDATE TO GROUPBUSINESSDATE
       MOVE SPACES           TO PREVIOUSRECEIPTTIME
       INITIALIZE GROUPHOURTABLE
       SET GROUPOPEN TO TRUE
       PERFORM CHECKONEFOLDEDDAY
           VARYING FOLDEDDAYIDX FROM 1 BY 1
           UNTIL FOLDEDDAYIDX > FOLDEDDAYCOUNT OR GROUPSKIPPED
       IF GROUPSKIPPED
           ADD 1 TO SHOPDAYSALREADYFOLDED
       END-IF.

CHECKONEFOLDEDDAY.
       IF FDSHOPID(FOLDEDDAYIDX) = GROUPSHOPID
               AND FDBUSINESSDATE(FOLDEDDAYIDX) = GROUPBUSINESSDATE
           SET GROUPSKIPPED TO TRUE
       END-IF.

*>   A receipt's lines all carry its time, so a change of time on the
*>   next line is the next customer's basket. A line off an older
*>   export has no time to tell baskets apart by, and is taken as a
*>   basket of its own in the no-time slot.
FOLDONESALELINE.
       ADD 1 TO RECEIPTLINESREAD
       IF QTYSOLDTEXT NOT NUMERIC OR ITEMCOSTTEXT NOT NUMERIC
           ADD 1 TO RECEIPTLINESSKIPPED
           EXIT PARAGRAPH
       END-IF
       COMPUTE SALELINEVALUE = QTYSOLD * ITEMCOST
       IF RECEIPTTIME IS NUMERIC AND RECEIPTHOUR < 24
               AND RECEIPTMINUTE < 60
           COMPUTE HOURSLOT = RECEIPTHOUR + 1
           IF RECEIPTTIME NOT = PREVIOUSRECEIPTTIME
               ADD 1 TO GHBASKETCOUNT(HOURSLOT)
           END-IF
           MOVE RECEIPTTIME TO PREVIOUSRECEIPTTIME
       ELSE
           MOVE 25 TO HOURSLOT
           ADD 1 TO GHBASKETCOUNT(HOURSLOT)
           MOVE SPACES TO PREVIOUSRECEIPTTIME
       END-IF
       ADD SALELINEVALUE TO GHSALESVALUE(HOURSLOT)
       ADD 1 TO GHLINECOUNT(HOURSLOT).

WRITEGROUPTOHISTORY.
       PERFORM WRITEONEHOURTOHISTORY
           VARYING HOURIDX FROM 1 BY 1 UNTIL HOURIDX > 25
       ADD 1 TO FOLDEDDAYCOUNT
       MOVE GROUPSHOPID       TO FDSHOPID(FOLDEDDAYCOUNT)
       MOVE GROUPBUSINESSDATE TO FDBUSINESSDATE(FOLDEDDAYCOUNT)
       IF GROUPBUSINESSDATE > LATESTBUSINESSDATE
           MOVE GROUPBUSINESSDATE TO LATESTBUSINESSDATE
       END-IF
       ADD 1 TO SHOPDAYSFOLDED
       SET NOGROUPOPEN TO TRUE.

WRITEONEHOURTOHISTORY.
       IF GHLINECOUNT(HOURIDX) > ZERO
           MOVE SPACES            TO HOURLYSALESREC
           MOVE GROUPSHOPID       TO HSSHOPID
           MOVE GROUPBUSINESSDATE TO HSBUSINESSDATE
           IF HOURIDX = 25
               MOVE 99 TO HSHOUR
           ELSE
               COMPUTE HSHOUR = HOURIDX - 1
           END-IF
           MOVE GROUPSHOPLOCATION       TO HSSHOPLOCATION
           MOVE GHSALESVALUE(HOURIDX)   TO HSSALESVALUE
           MOVE GHLINECOUNT(HOURIDX)    TO HSLINECOUNT
           MOVE GHBASKETCOUNT(HOURIDX)  TO HSBASKETCOUNT
           WRITE HOURLYSALESREC
           ADD 1 TO HISTORYROWSWRITTEN
       END-IF.

LOADFOLDEDDAYS.
       OPEN INPUT HOURLYSALESFILE
       IF HOURLYSALESFILEOK
           READ HOURLYSALESFILE
               AT END SET ENDOFHOURLYSALES TO TRUE
           END-READ
           PERFORM STOREONEFOLDEDDAY UNTIL ENDOFHOURLYSALES
           CLOSE HOURLYSALESFILE
       END-IF.

*>   A shop-day's rows sit together on the history, so a new key only
*>   needs checking against the last one stored.
STOREONEFOLDEDDAY.
       IF FOLDEDDAYCOUNT = ZERO
           PERFORM ADDONEFOLDEDDAY
       ELSE
           IF FDSHOPID(FOLDEDDAYCOUNT) NOT = HSSHOPID
                   OR FDBUSINESSDATE(FOLDEDDAYCOUNT) NOT = HSBUSINESSDATE
               PERFORM ADDONEFOLDEDDAY
           END-IF
       END-IF
       IF HSBUSINESSDATE > LATESTBUSINESSDATE
           MOVE HSBUSINESSDATE TO LATESTBUSINESSDATE
       END-IF
       READ HOURLYSALESFILE
           AT END SET ENDOFHOURLYSALES TO TRUE
       END-READ.

ADDONEFOLDEDDAY.
       ADD 1 TO FOLDEDDAYCOUNT
       MOVE HSSHOPID       TO FDSHOPID(FOLDEDDAYCOUNT)
       MOVE HSBUSINESSDATE TO FDBUSINESSDATE(FOLDEDDAYCOUNT).

GATHERPATTERNFROMHISTORY.
       OPEN INPUT HOURLYSALESFILE
       IF HOURLYSALESFILEOK
           READ HOURLYSALESFILE
               AT END SET ENDOFHOURLYSALES TO TRUE
           END-READ
           PERFORM GATHERONEHISTORYROW UNTIL ENDOFHOURLYSALES
           CLOSE HOURLYSALESFILE
       END-IF.

*>   Days are counted from 1601-01-01, a Monday, so the remainder of
*>   the day number less one over seven is the weekday from Monday.
GATHERONEHISTORYROW.
       IF HSBUSINESSDATE IS NUMERIC
               AND HSBUSINESSDATE NOT < FROMDATETEXT
               AND HSBUSINESSDATE NOT > TODATETEXT
               AND (SHOPIDENTRY = SPACES OR HSSHOPID = SHOPIDENTRY)
           PERFORM FINDORADDPATTERNSHOP
           COMPUTE DAYNUMBER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(HSBUSINESSDATE))
           SUBTRACT 1 FROM DAYNUMBER
           DIVIDE DAYNUMBER BY 7 GIVING WEEKNUMBER
               REMAINDER WEEKDAYREMAINDER
           COMPUTE WEEKDAYIDX = WEEKDAYREMAINDER + 1
           IF HSHOUR = 99
               MOVE 25 TO HOURSLOT
           ELSE
               COMPUTE HOURSLOT = HSHOUR + 1
           END-IF
           ADD HSSALESVALUE  TO PSHOURVALUE(FOUNDPATTERNIDX, HOURSLOT)
                                CPHOURVALUE(HOURSLOT)
           ADD HSLINECOUNT   TO PSHOURLINES(FOUNDPATTERNIDX, HOURSLOT)
                                CPHOURLINES(HOURSLOT)
           ADD HSBASKETCOUNT TO PSHOURBASKETS(FOUNDPATTERNIDX, HOURSLOT)
                                CPHOURBASKETS(HOURSLOT)
           ADD HSSALESVALUE  TO PSDAYVALUE(FOUNDPATTERNIDX, WEEKDAYIDX)
                                CPDAYVALUE(WEEKDAYIDX)
           ADD HSLINECOUNT   TO PSDAYLINES(FOUNDPATTERNIDX, WEEKDAYIDX)
                                CPDAYLINES(WEEKDAYIDX)
           ADD HSBASKETCOUNT TO PSDAYBASKETS(FOUNDPATTERNIDX, WEEKDAYIDX)
                                CPDAYBASKETS(WEEKDAYIDX)
           IF PSLASTDATE(FOUNDPATTERNIDX) NOT = HSBUSINESSDATE
               ADD 1 TO PSDAYSTRADED(FOUNDPATTERNIDX, WEEKDAYIDX)
                        CPDAYSTRADED(WEEKDAYIDX)
               MOVE HSBUSINESSDATE TO PSLASTDATE(FOUNDPATTERNIDX)
           END-IF
       END-IF
       READ HOURLYSALESFILE
           AT END SET ENDOFHOURLYSALES TO TRUE
       END-READ.

FINDORADDPATTERNSHOP.
       MOVE ZERO TO FOUNDPATTERNIDX
       PERFORM CHECKONEPATTERNSHOP
           VARYING PATTERNIDX FROM 1 BY 1
           UNTIL PATTERNIDX > PATTERNSHOPCOUNT OR FOUNDPATTERNIDX > ZERO
       IF FOUNDPATTERNIDX = ZERO
           PERFORM INSERTPATTERNSHOPINKEYORDER
       END-IF.

CHECKONEPATTERNSHOP.
       IF PSSHOPID(PATTERNIDX) = HSSHOPID
           MOVE PATTERNIDX TO FOUNDPATTERNIDX
       END-IF.

INSERTPATTERNSHOPINKEYORDER.
       ADD 1 TO PATTERNSHOPCOUNT
       MOVE PATTERNSHOPCOUNT TO PATTERNIDX
       PERFORM SHIFTONEPATTERNSHOPUP
           UNTIL PATTERNIDX = 1
           OR PSSHOPID(PATTERNIDX - 1) < HSSHOPID
       INITIALIZE PATTERNSHOP(PATTERNIDX)
       MOVE HSSHOPID       TO PSSHOPID(PATTERNIDX)
       MOVE HSSHOPLOCATION TO PSSHOPLOCATION(PATTERNIDX)
       MOVE PATTERNIDX TO FOUNDPATTERNIDX.

SHIFTONEPATTERNSHOPUP.
       MOVE PATTERNSHOP(PATTERNIDX - 1) TO PATTERNSHOP(PATTERNIDX)
       SUBTRACT 1 FROM PATTERNIDX.

PRINTONESHOPPATTERN.
       MOVE PATTERNSHOP(PATTERNIDX) TO PRINTPATTERN
       MOVE PPSHOPID       TO PRNSUBJECTSHOPID
       MOVE PPSHOPLOCATION TO PRNSUBJECTLOCATION
       MOVE SHOPSUBJECT    TO PRNPAGESUBJECT
       PERFORM PRINTPATTERNPAGE
       ADD 1 TO SHOPPAGESPRINTED.

*>   Each pattern starts a fresh page so a manager can be handed just
*>   their own shop.
PRINTPATTERNPAGE.
       MOVE FROMDATETEXT TO PRNFROMDATE
       MOVE TODATETEXT   TO PRNTODATE
       MOVE ZERO TO PATTERNTOTALVALUE PATTERNTOTALLINES
           PATTERNTOTALBASKETS
       PERFORM ADDONEHOURTOTOTAL
           VARYING HOURIDX FROM 1 BY 1 UNTIL HOURIDX > 25
       IF SHOPPAGESPRINTED = ZERO AND PATTERNIDX NOT > 1
           WRITE TRADINGPRINTLINE FROM PAGEHEADINGLINE
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE TRADINGPRINTLINE FROM PAGEHEADINGLINE
               AFTER ADVANCING PAGE
       END-IF
       WRITE TRADINGPRINTLINE FROM HOURSECTIONLINE
           AFTER ADVANCING 2 LINES
       WRITE TRADINGPRINTLINE FROM HOURTOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEHOUR
           VARYING HOURIDX FROM 1 BY 1 UNTIL HOURIDX > 25
       PERFORM PRINTPATTERNTOTAL
       WRITE TRADINGPRINTLINE FROM WEEKDAYSECTIONLINE
           AFTER ADVANCING 2 LINES
       WRITE TRADINGPRINTLINE FROM WEEKDAYTOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEWEEKDAY
           VARYING WEEKDAYIDX FROM 1 BY 1 UNTIL WEEKDAYIDX > 7
       PERFORM PRINTPATTERNTOTAL.

ADDONEHOURTOTOTAL.
       ADD PPHOURVALUE(HOURIDX)   TO PATTERNTOTALVALUE
       ADD PPHOURLINES(HOURIDX)   TO PATTERNTOTALLINES
       ADD PPHOURBASKETS(HOURIDX) TO PATTERNTOTALBASKETS.

*>   Only the hours the shop actually traded in are printed - the
*>   rota is planned round the hours the doors are open.
PRINTONEHOUR.
       IF PPHOURLINES(HOURIDX) = ZERO
           EXIT PARAGRAPH
       END-IF
       IF HOURIDX = 25
           MOVE "NO TIME" TO PRNHOURLABEL
       ELSE
           COMPUTE LABELHOURFROM = HOURIDX - 1
           COMPUTE LABELHOURTO = HOURIDX - 1
           MOVE HOURLABEL TO PRNHOURLABEL
       END-IF
       MOVE PPHOURVALUE(HOURIDX)   TO PRNHOURVALUE
       MOVE PPHOURLINES(HOURIDX)   TO PRNHOURLINES
       MOVE PPHOURBASKETS(HOURIDX) TO PRNHOURBASKETS
       MOVE ZERO TO AVERAGEBASKET
       IF PPHOURBASKETS(HOURIDX) > ZERO
           DIVIDE PPHOURVALUE(HOURIDX) BY PPHOURBASKETS(HOURIDX)
               GIVING AVERAGEBASKET ROUNDED
       END-IF
       MOVE AVERAGEBASKET TO PRNHOURAVGBASKET
       MOVE ZERO TO VALUESHARE
       IF PATTERNTOTALVALUE > ZERO
           MULTIPLY PPHOURVALUE(HOURIDX) BY 100 GIVING VALUESHAREWORK
           DIVIDE VALUESHAREWORK BY PATTERNTOTALVALUE
               GIVING VALUESHARE ROUNDED
       END-IF
       MOVE VALUESHARE TO PRNHOURSHARE
       WRITE TRADINGPRINTLINE FROM HOURDETAILLINE
           AFTER ADVANCING 1 LINE.

PRINTONEWEEKDAY.
       MOVE WEEKDAYNAME(WEEKDAYIDX)     TO PRNWEEKDAYNAME
       MOVE PPDAYVALUE(WEEKDAYIDX)      TO PRNDAYVALUE
       MOVE PPDAYLINES(WEEKDAYIDX)      TO PRNDAYLINES
       MOVE PPDAYBASKETS(WEEKDAYIDX)    TO PRNDAYBASKETS
       MOVE PPDAYSTRADED(WEEKDAYIDX)    TO PRNDAYSTRADED
       MOVE ZERO TO AVERAGEBASKET AVERAGEDAYVALUE
       IF PPDAYBASKETS(WEEKDAYIDX) > ZERO
           DIVIDE PPDAYVALUE(WEEKDAYIDX) BY PPDAYBASKETS(WEEKDAYIDX)
               GIVING AVERAGEBASKET ROUNDED
       END-IF
       IF PPDAYSTRADED(WEEKDAYIDX) > ZERO
           DIVIDE PPDAYVALUE(WEEKDAYIDX) BY PPDAYSTRADED(WEEKDAYIDX)
               GIVING AVERAGEDAYVALUE ROUNDED
       END-IF
       MOVE AVERAGEBASKET   TO PRNDAYAVGBASKET
       MOVE AVERAGEDAYVALUE TO PRNDAYAVERAGE
       WRITE TRADINGPRINTLINE FROM WEEKDAYDETAILLINE
           AFTER ADVANCING 1 LINE.

PRINTPATTERNTOTAL.
       MOVE PATTERNTOTALVALUE   TO PRNTOTALVALUE
       MOVE PATTERNTOTALLINES   TO PRNTOTALLINES
       MOVE PATTERNTOTALBASKETS TO PRNTOTALBASKETS
       MOVE ZERO TO AVERAGEBASKET
       IF PATTERNTOTALBASKETS > ZERO
           DIVIDE PATTERNTOTALVALUE BY PATTERNTOTALBASKETS
               GIVING AVERAGEBASKET ROUNDED
       END-IF
       MOVE AVERAGEBASKET TO PRNTOTALAVGBASKET
       WRITE TRADINGPRINTLINE FROM PATTERNTOTALLINE
           AFTER ADVANCING 1 LINE.

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
       MOVE "TRADEPATTERN"        TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE RECEIPTLINESREAD      TO OPLOGRECORDSIN
       MOVE HISTORYROWSWRITTEN    TO OPLOGRECORDSOUT
       MOVE RECEIPTLINESSKIPPED   TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
