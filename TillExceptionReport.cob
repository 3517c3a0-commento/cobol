IDENTIFICATION DIVISION.
PROGRAM-ID. TILLEXCEPTIONREPORT.

*>   Loss prevention's weekly look at till voids and refunds. Each
*>   night's receipt lines are folded into TillLineHistory.dat, and the
*>   report reads the seven business dates to the week ending date,
*>   ranking operators and then shops by what they voided and refunded
*>   against what they sold. A refund whose original receipt shows no
*>   sale of that item anywhere on the history is listed on its own -
*>   money handed back for goods the chain never sold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SHOPRECEIPTSFILE ASSIGN TO "Listing8-2-ShopSales.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHOPRECEIPTSFILESTATUS.

       SELECT TILLLINEHISTORYFILE ASSIGN TO "TillLineHistory.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TILLLINEHISTORYFILESTATUS.

       SELECT EXCEPTIONRANKSORTWORK ASSIGN TO "TILLEXCP.TMP".

       SELECT TILLEXCEPTIONREPORTFILE ASSIGN TO "TillExceptionReport.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "TillExceptionReport.parms"
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
           88  SHOPVOID    VALUE "V".
           88  SHOPREFUND  VALUE "R".
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
       02 RECEIPTREF       PIC X(8).
       02 TILLOPERATOR     PIC X(6).
       02 ORIGRECEIPTREF   PIC X(8).
       02 LOYALTYCARDNO    PIC X(10).

*>   Every sale, void and refund line the tills sent, one row per line,
*>   opened EXTEND and never truncated - a refund can come weeks after
*>   the sale it reverses, so the originals must still be there.
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
       02 TLRECEIPTREF         PIC X(8).
       02 TLTILLOPERATOR       PIC X(6).
       02 TLORIGRECEIPTREF     PIC X(8).

SD     EXCEPTIONRANKSORTWORK.
01     EXCEPTIONRANKSORTREC.
       88 ENDOFEXCEPTIONRANKSORT VALUE HIGH-VALUES.
       02 SORTEXCEPTIONRATE    PIC 9(5)V9.
       02 SORTEXCEPTIONVALUE   PIC 9(9)V99.
       02 SORTSHOPID           PIC X(5).
       02 SORTTILLOPERATOR     PIC X(6).
       02 SORTSALESVALUE       PIC 9(9)V99.
       02 SORTVOIDCOUNT        PIC 9(5).
       02 SORTVOIDVALUE        PIC 9(9)V99.
       02 SORTREFUNDCOUNT      PIC 9(5).
       02 SORTREFUNDVALUE      PIC 9(9)V99.
       02 SORTUNMATCHEDCOUNT   PIC 9(5).

FD     TILLEXCEPTIONREPORTFILE.
01     EXCEPTIONPRINTLINE      PIC X(120).

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
01     TILLLINEHISTORYFILESTATUS PIC XX.
       88 TILLLINEHISTORYFILEOK VALUE "00".
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

*>   Shop-days already on the history, so a receipts file left in
*>   place for a second night is not folded twice.
01     FOLDEDDAYCOUNT           PIC 9(5) VALUE ZERO.
01     FOLDEDDAYTABLE.
       02 FOLDEDDAY OCCURS 0 TO 9000 TIMES
               DEPENDING ON FOLDEDDAYCOUNT.
           03 FDSHOPID          PIC X(5).
           03 FDBUSINESSDATE    PIC X(8).
01     FOLDEDDAYIDX             PIC 9(5).
01     LATESTBUSINESSDATE       PIC X(8) VALUE SPACES.

01     GROUPSHOPID              PIC X(5) VALUE SPACES.
01     GROUPBUSINESSDATE        PIC X(8) VALUE SPACES.
01     GROUPSTATESWITCH         PIC X VALUE "N".
       88 GROUPOPEN             VALUE "Y".
       88 GROUPSKIPPED          VALUE "S".
       88 NOGROUPOPEN           VALUE "N".

01     RECEIPTLINESREAD         PIC 9(7) VALUE ZERO.
01     RECEIPTLINESSKIPPED      PIC 9(7) VALUE ZERO.
01     HISTORYROWSWRITTEN       PIC 9(7) VALUE ZERO.
01     SHOPDAYSFOLDED           PIC 9(5) VALUE ZERO.
01     SHOPDAYSALREADYFOLDED    PIC 9(5) VALUE ZERO.

01     WEEKENDINGENTRY          PIC X(8) VALUE SPACES.
01     WEEKENDDATE              PIC 9(8) VALUE ZERO.
01     WEEKENDDATETEXT REDEFINES WEEKENDDATE PIC X(8).
01     WEEKSTARTDATE            PIC 9(8) VALUE ZERO.
01     WEEKSTARTDATETEXT REDEFINES WEEKSTARTDATE PIC X(8).

*>   Every sale on the history up to the week's end that carried a
*>   receipt reference - what a refund's original is looked for in.
01     SALEKEYCOUNT             PIC 9(5) VALUE ZERO.
01     SALEKEYTABLE.
       02 SALEKEY OCCURS 0 TO 30000 TIMES
               DEPENDING ON SALEKEYCOUNT.
           03 SKRECEIPTREF      PIC X(8).
           03 SKITEMID          PIC X(8).
           03 SKBUSINESSDATE    PIC X(8).
01     SALEKEYIDX               PIC 9(5).
01     SALEKEYSDROPPED          PIC 9(5) VALUE ZERO.

01     WEEKREFUNDCOUNT          PIC 9(4) VALUE ZERO.
01     WEEKREFUNDTABLE.
       02 WEEKREFUND OCCURS 0 TO 3000 TIMES
               DEPENDING ON WEEKREFUNDCOUNT.
           03 WRSHOPID          PIC X(5).
           03 WRBUSINESSDATE    PIC X(8).
           03 WRTILLOPERATOR    PIC X(6).
           03 WRRECEIPTREF      PIC X(8).
           03 WRORIGRECEIPTREF  PIC X(8).
           03 WRITEMID          PIC X(8).
           03 WRLINEVALUE       PIC 9(5)V99.
           03 WRMATCHED         PIC X.
               88 WRORIGINALFOUND    VALUE "Y".
               88 WRNOORIGINAL       VALUE "N".
01     WEEKREFUNDIDX            PIC 9(4).

*>   The week's lines by operator within shop, and by shop. An
*>   operator is keyed within the shop, since a relief operator who
*>   works two shops answers to each shop's manager separately.
01     OPERATORCOUNT            PIC 9(4) VALUE ZERO.
01     OPERATORTABLE.
       02 OPERATORENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON OPERATORCOUNT.
           03 OPSHOPID          PIC X(5).
           03 OPTILLOPERATOR    PIC X(6).
           03 OPSALESVALUE      PIC 9(9)V99.
           03 OPVOIDCOUNT       PIC 9(5).
           03 OPVOIDVALUE       PIC 9(9)V99.
           03 OPREFUNDCOUNT     PIC 9(5).
           03 OPREFUNDVALUE     PIC 9(9)V99.
           03 OPUNMATCHEDCOUNT  PIC 9(5).
01     OPERATORIDX              PIC 9(4).
01     FOUNDOPERATORIDX         PIC 9(4) VALUE ZERO.

01     EXCEPTIONSHOPCOUNT       PIC 9(4) VALUE ZERO.
01     EXCEPTIONSHOPTABLE.
       02 EXCEPTIONSHOP OCCURS 0 TO 200 TIMES
               DEPENDING ON EXCEPTIONSHOPCOUNT.
           03 ESSHOPID          PIC X(5).
           03 ESSALESVALUE      PIC 9(9)V99.
           03 ESVOIDCOUNT       PIC 9(5).
           03 ESVOIDVALUE       PIC 9(9)V99.
           03 ESREFUNDCOUNT     PIC 9(5).
           03 ESREFUNDVALUE     PIC 9(9)V99.
           03 ESUNMATCHEDCOUNT  PIC 9(5).
01     EXCEPTIONSHOPIDX         PIC 9(4).
01     FOUNDSHOPIDX             PIC 9(4) VALUE ZERO.

01     LOOKUPSHOPID             PIC X(5).
01     LOOKUPTILLOPERATOR       PIC X(6).

01     RANKSECTIONSWITCH        PIC X VALUE "O".
       88 RANKINGOPERATORS      VALUE "O".
       88 RANKINGSHOPS          VALUE "S".
01     RANKCOUNT                PIC 9(4) VALUE ZERO.
01     EXCEPTIONVALUE           PIC 9(9)V99 VALUE ZERO.
01     EXCEPTIONRATEWORK        PIC 9(13)V99 VALUE ZERO.
01     EXCEPTIONRATE            PIC 9(5)V9 VALUE ZERO.
01     NOSALESRATE              PIC 9(5)V9 VALUE 99999.9.
01     UNMATCHEDREFUNDCOUNT     PIC 9(4) VALUE ZERO.
01     UNMATCHEDREFUNDVALUE     PIC 9(9)V99 VALUE ZERO.

01     REPORTHEADINGLINE.
       02 FILLER                PIC X(45)
           VALUE "TILL VOID AND REFUND EXCEPTIONS FOR THE WEEK ".
       02 PRNWEEKSTART          PIC X(8).
       02 FILLER                PIC X(4)  VALUE " TO ".
       02 PRNWEEKEND            PIC X(8).

01     OPERATORSECTIONLINE      PIC X(60)
           VALUE "OPERATORS RANKED BY VOIDS AND REFUNDS AGAINST SALES".
01     SHOPSECTIONLINE          PIC X(60)
           VALUE "SHOPS RANKED BY VOIDS AND REFUNDS AGAINST SALES".
01     UNMATCHEDSECTIONLINE     PIC X(60)
           VALUE "REFUNDS WITH NO MATCHING ORIGINAL SALE".

01     RANKTOPICLINE.
       02 FILLER                PIC X(6)  VALUE "RANK".
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(9)  VALUE "OPERATOR".
       02 FILLER                PIC X(15) VALUE "    SALES VALUE".
       02 FILLER                PIC X(7)  VALUE "  VOIDS".
       02 FILLER                PIC X(13) VALUE "   VOID VALUE".
       02 FILLER                PIC X(9)  VALUE "  REFUNDS".
       02 FILLER                PIC X(14) VALUE "  REFUND VALUE".
       02 FILLER                PIC X(12) VALUE "  % OF SALES".
       02 FILLER                PIC X(11) VALUE "  UNMATCHED".

01     RANKDETAILLINE.
       02 PRNRANK               PIC ZZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRANKSHOPID         PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRANKOPERATOR       PIC X(6).
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNRANKSALES          PIC $$$$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRANKVOIDCOUNT      PIC ZZ,ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRANKVOIDVALUE      PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNRANKREFUNDCOUNT    PIC ZZ,ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRANKREFUNDVALUE    PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNRANKRATE           PIC X(8).
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNRANKUNMATCHED      PIC ZZ,ZZ9.

01     PRNRATEEDITED            PIC ZZ,ZZ9.9.

01     UNMATCHEDTOPICLINE.
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(10) VALUE "DATE".
       02 FILLER                PIC X(9)  VALUE "OPERATOR".
       02 FILLER                PIC X(10) VALUE "RECEIPT".
       02 FILLER                PIC X(10) VALUE "ORIGINAL".
       02 FILLER                PIC X(10) VALUE "ITEM ID".
       02 FILLER                PIC X(12) VALUE "       VALUE".

01     UNMATCHEDDETAILLINE.
       02 PRNUNMSHOPID          PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNMDATE            PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNMOPERATOR        PIC X(6).
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNUNMRECEIPTREF      PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNMORIGREF         PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNMITEMID          PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNMVALUE           PIC $$$,$$9.99.

01     UNMATCHEDTOTALLINE.
       02 FILLER                PIC X(26) VALUE "UNMATCHED REFUNDS: ".
       02 PRNUNMTOTALCOUNT      PIC ZZZ9.
       02 FILLER                PIC X(10) VALUE "  VALUE: ".
       02 PRNUNMTOTALVALUE      PIC $$$$,$$$,$$9.99.

01     NOEXCEPTIONSLINE         PIC X(60)
           VALUE "NO TILL LINES ON THE HISTORY FOR THE WEEK".

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
       DISPLAY "WEEK ENDING BUSINESS DATE (YYYYMMDD) OR BLANK FOR THE "
           "LATEST DAY ON THE HISTORY - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO WEEKENDINGENTRY
       PERFORM CLOSERUNPARAMETERFILE

       IF LATESTBUSINESSDATE = SPACES
           DISPLAY "NO TILL LINES ON THE HISTORY YET - NOTHING TO REPORT"
           PERFORM WRITEOPERATIONSLOG
           STOP RUN
       END-IF
       IF WEEKENDINGENTRY = SPACES
           MOVE LATESTBUSINESSDATE TO WEEKENDDATETEXT
       ELSE
           MOVE WEEKENDINGENTRY TO WEEKENDDATETEXT
       END-IF
       IF WEEKENDDATETEXT IS NOT NUMERIC
           DISPLAY "WEEK ENDING DATE MUST BE YYYYMMDD - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WEEKSTARTDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WEEKENDDATE) - 6)

       PERFORM GATHERWEEKFROMHISTORY
       IF SALEKEYSDROPPED > ZERO
           DISPLAY "SALE KEY TABLE FULL - " SALEKEYSDROPPED
               " LATEST SALES NOT CHECKED AGAINST REFUNDS"
       END-IF
       PERFORM MATCHONEWEEKREFUND
           VARYING WEEKREFUNDIDX FROM 1 BY 1
           UNTIL WEEKREFUNDIDX > WEEKREFUNDCOUNT

       MOVE WEEKSTARTDATETEXT TO PRNWEEKSTART
       MOVE WEEKENDDATETEXT   TO PRNWEEKEND
       OPEN OUTPUT TILLEXCEPTIONREPORTFILE
       WRITE EXCEPTIONPRINTLINE FROM REPORTHEADINGLINE
           AFTER ADVANCING 1 LINE
       IF EXCEPTIONSHOPCOUNT = ZERO
           WRITE EXCEPTIONPRINTLINE FROM NOEXCEPTIONSLINE
               AFTER ADVANCING 2 LINES
       ELSE
           SET RANKINGOPERATORS TO TRUE
           WRITE EXCEPTIONPRINTLINE FROM OPERATORSECTIONLINE
               AFTER ADVANCING 2 LINES
           WRITE EXCEPTIONPRINTLINE FROM RANKTOPICLINE
               AFTER ADVANCING 1 LINE
           SORT EXCEPTIONRANKSORTWORK
               ON DESCENDING KEY SORTEXCEPTIONRATE
               ON DESCENDING KEY SORTEXCEPTIONVALUE
               ON ASCENDING KEY SORTSHOPID SORTTILLOPERATOR
               INPUT PROCEDURE IS RELEASEOPERATORTOTALS
               OUTPUT PROCEDURE IS PRINTRANKEDLINES
           SET RANKINGSHOPS TO TRUE
           WRITE EXCEPTIONPRINTLINE FROM SHOPSECTIONLINE
               AFTER ADVANCING 2 LINES
           WRITE EXCEPTIONPRINTLINE FROM RANKTOPICLINE
               AFTER ADVANCING 1 LINE
           SORT EXCEPTIONRANKSORTWORK
               ON DESCENDING KEY SORTEXCEPTIONRATE
               ON DESCENDING KEY SORTEXCEPTIONVALUE
               ON ASCENDING KEY SORTSHOPID
               INPUT PROCEDURE IS RELEASESHOPTOTALS
               OUTPUT PROCEDURE IS PRINTRANKEDLINES
           PERFORM PRINTUNMATCHEDREFUNDS
       END-IF
       CLOSE TILLEXCEPTIONREPORTFILE

       DISPLAY "TILL EXCEPTIONS FOR " WEEKSTARTDATETEXT " TO "
           WEEKENDDATETEXT " IN TillExceptionReport.rpt"
       DISPLAY "REFUNDS WITH NO MATCHING ORIGINAL: " UNMATCHEDREFUNDCOUNT
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A missing receipts file is a night with no till files in - the
*>   history simply stands as it was.
FOLDRECEIPTSINTOHISTORY.
       OPEN INPUT SHOPRECEIPTSFILE
       IF NOT SHOPRECEIPTSFILEOK
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND TILLLINEHISTORYFILE
       IF NOT TILLLINEHISTORYFILEOK
           OPEN OUTPUT TILLLINEHISTORYFILE
       END-IF
       SET NOGROUPOPEN TO TRUE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ
       PERFORM FOLDONERECEIPTRECORD UNTIL ENDOFSHOPRECEIPTSFILE
       CLOSE SHOPRECEIPTSFILE, TILLLINEHISTORYFILE.

FOLDONERECEIPTRECORD.
       EVALUATE TRUE
           WHEN SHOPHEADER
               PERFORM STARTSHOPGROUP
           WHEN SHOPSALE
               IF GROUPOPEN
                   PERFORM FOLDONETILLLINE
               END-IF
           WHEN SHOPVOID
               IF GROUPOPEN
                   PERFORM FOLDONETILLLINE
               END-IF
           WHEN SHOPREFUND
               IF GROUPOPEN
                   PERFORM FOLDONETILLLINE
               END-IF
           WHEN SHOPFOOTER
               SET NOGROUPOPEN TO TRUE
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ.

STARTSHOPGROUP.
       MOVE SHOPID           TO GROUPSHOPID
       MOVE SHOPBUSINESSDATE TO GROUPBUSINESSDATE
       SET GROUPOPEN TO TRUE
       PERFORM CHECKONEFOLDEDDAY
           VARYING FOLDEDDAYIDX FROM 1 BY 1
           UNTIL FOLDEDDAYIDX > FOLDEDDAYCOUNT OR GROUPSKIPPED
       IF GROUPSKIPPED
           ADD 1 TO SHOPDAYSALREADYFOLDED
       ELSE
           ADD 1 TO FOLDEDDAYCOUNT
           MOVE GROUPSHOPID       TO FDSHOPID(FOLDEDDAYCOUNT)
           MOVE GROUPBUSINESSDATE TO FDBUSINESSDATE(FOLDEDDAYCOUNT)
           IF GROUPBUSINESSDATE > LATESTBUSINESSDATE
               MOVE GROUPBUSINESSDATE TO LATESTBUSINESSDATE
           END-IF
           ADD 1 TO SHOPDAYSFOLDED
       END-IF.

CHECKONEFOLDEDDAY.
       IF FDSHOPID(FOLDEDDAYIDX) = GROUPSHOPID
               AND FDBUSINESSDATE(FOLDEDDAYIDX) = GROUPBUSINESSDATE
           SET GROUPSKIPPED TO TRUE
       END-IF.

FOLDONETILLLINE.
       ADD 1 TO RECEIPTLINESREAD
       IF QTYSOLDTEXT NOT NUMERIC OR ITEMCOSTTEXT NOT NUMERIC
           ADD 1 TO RECEIPTLINESSKIPPED
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES            TO TILLLINEHISTORYREC
       MOVE GROUPSHOPID       TO TLSHOPID
       MOVE GROUPBUSINESSDATE TO TLBUSINESSDATE
       MOVE RECTYPECODE OF SALERECEIPT TO TLLINETYPE
       MOVE ITEMID            TO TLITEMID
       MOVE QTYSOLD           TO TLQTYSOLD
       COMPUTE TLLINEVALUE = QTYSOLD * ITEMCOST
       MOVE TENDERTYPE        TO TLTENDERTYPE
       MOVE RECEIPTREF        TO TLRECEIPTREF
       MOVE TILLOPERATOR      TO TLTILLOPERATOR
       MOVE ORIGRECEIPTREF    TO TLORIGRECEIPTREF
       WRITE TILLLINEHISTORYREC
       ADD 1 TO HISTORYROWSWRITTEN.

LOADFOLDEDDAYS.
       OPEN INPUT TILLLINEHISTORYFILE
       IF TILLLINEHISTORYFILEOK
           READ TILLLINEHISTORYFILE
               AT END SET ENDOFTILLLINEHISTORY TO TRUE
           END-READ
           PERFORM STOREONEFOLDEDDAY UNTIL ENDOFTILLLINEHISTORY
           CLOSE TILLLINEHISTORYFILE
       END-IF.

*>   A shop-day's lines sit together on the history, so a new key only
*>   needs checking against the last one stored.
STOREONEFOLDEDDAY.
       IF FOLDEDDAYCOUNT = ZERO
           PERFORM ADDONEFOLDEDDAY
       ELSE
           IF FDSHOPID(FOLDEDDAYCOUNT) NOT = TLSHOPID
                   OR FDBUSINESSDATE(FOLDEDDAYCOUNT) NOT = TLBUSINESSDATE
               PERFORM ADDONEFOLDEDDAY
           END-IF
       END-IF
       IF TLBUSINESSDATE > LATESTBUSINESSDATE
           MOVE TLBUSINESSDATE TO LATESTBUSINESSDATE
       END-IF
       READ TILLLINEHISTORYFILE
           AT END SET ENDOFTILLLINEHISTORY TO TRUE
       END-READ.

ADDONEFOLDEDDAY.
       ADD 1 TO FOLDEDDAYCOUNT
       MOVE TLSHOPID       TO FDSHOPID(FOLDEDDAYCOUNT)
       MOVE TLBUSINESSDATE TO FDBUSINESSDATE(FOLDEDDAYCOUNT).

GATHERWEEKFROMHISTORY.
       OPEN INPUT TILLLINEHISTORYFILE
       IF TILLLINEHISTORYFILEOK
           READ TILLLINEHISTORYFILE
               AT END SET ENDOFTILLLINEHISTORY TO TRUE
           END-READ
           PERFORM GATHERONEHISTORYLINE UNTIL ENDOFTILLLINEHISTORY
           CLOSE TILLLINEHISTORYFILE
       END-IF.

*>   Sales from before the week still count as originals for the
*>   week's refunds; only the week's own lines go into the rankings.
GATHERONEHISTORYLINE.
       IF TLSALE AND TLRECEIPTREF NOT = SPACES
               AND TLBUSINESSDATE NOT > WEEKENDDATETEXT
           PERFORM STOREONESALEKEY
       END-IF
       IF TLBUSINESSDATE NOT < WEEKSTARTDATETEXT
               AND TLBUSINESSDATE NOT > WEEKENDDATETEXT
           PERFORM ADDLINETOWEEKTOTALS
       END-IF
       READ TILLLINEHISTORYFILE
           AT END SET ENDOFTILLLINEHISTORY TO TRUE
       END-READ.

STOREONESALEKEY.
       IF SALEKEYCOUNT < 30000
           ADD 1 TO SALEKEYCOUNT
           MOVE TLRECEIPTREF   TO SKRECEIPTREF(SALEKEYCOUNT)
           MOVE TLITEMID       TO SKITEMID(SALEKEYCOUNT)
           MOVE TLBUSINESSDATE TO SKBUSINESSDATE(SALEKEYCOUNT)
       ELSE
           ADD 1 TO SALEKEYSDROPPED
       END-IF.

ADDLINETOWEEKTOTALS.
       MOVE TLSHOPID TO LOOKUPSHOPID
       MOVE TLTILLOPERATOR TO LOOKUPTILLOPERATOR
       PERFORM FINDOREXCEPTIONSHOP
       IF TLTILLOPERATOR NOT = SPACES
           PERFORM FINDOROPERATOR
       END-IF
       EVALUATE TRUE
           WHEN TLVOID
               ADD 1           TO ESVOIDCOUNT(FOUNDSHOPIDX)
               ADD TLLINEVALUE TO ESVOIDVALUE(FOUNDSHOPIDX)
               IF TLTILLOPERATOR NOT = SPACES
                   ADD 1           TO OPVOIDCOUNT(FOUNDOPERATORIDX)
                   ADD TLLINEVALUE TO OPVOIDVALUE(FOUNDOPERATORIDX)
               END-IF
           WHEN TLREFUND
               ADD 1           TO ESREFUNDCOUNT(FOUNDSHOPIDX)
               ADD TLLINEVALUE TO ESREFUNDVALUE(FOUNDSHOPIDX)
               IF TLTILLOPERATOR NOT = SPACES
                   ADD 1           TO OPREFUNDCOUNT(FOUNDOPERATORIDX)
                   ADD TLLINEVALUE TO OPREFUNDVALUE(FOUNDOPERATORIDX)
               END-IF
               PERFORM STOREONEWEEKREFUND
           WHEN OTHER
               ADD TLLINEVALUE TO ESSALESVALUE(FOUNDSHOPIDX)
               IF TLTILLOPERATOR NOT = SPACES
                   ADD TLLINEVALUE TO OPSALESVALUE(FOUNDOPERATORIDX)
               END-IF
       END-EVALUATE.

STOREONEWEEKREFUND.
       IF WEEKREFUNDCOUNT < 3000
           ADD 1 TO WEEKREFUNDCOUNT
           MOVE TLSHOPID         TO WRSHOPID(WEEKREFUNDCOUNT)
           MOVE TLBUSINESSDATE   TO WRBUSINESSDATE(WEEKREFUNDCOUNT)
           MOVE TLTILLOPERATOR   TO WRTILLOPERATOR(WEEKREFUNDCOUNT)
           MOVE TLRECEIPTREF     TO WRRECEIPTREF(WEEKREFUNDCOUNT)
           MOVE TLORIGRECEIPTREF TO WRORIGRECEIPTREF(WEEKREFUNDCOUNT)
           MOVE TLITEMID         TO WRITEMID(WEEKREFUNDCOUNT)
           MOVE TLLINEVALUE      TO WRLINEVALUE(WEEKREFUNDCOUNT)
           SET WRNOORIGINAL(WEEKREFUNDCOUNT) TO TRUE
       END-IF.

FINDOREXCEPTIONSHOP.
       MOVE ZERO TO FOUNDSHOPIDX
       PERFORM CHECKONEEXCEPTIONSHOP
           VARYING EXCEPTIONSHOPIDX FROM 1 BY 1
           UNTIL EXCEPTIONSHOPIDX > EXCEPTIONSHOPCOUNT
           OR FOUNDSHOPIDX > ZERO
       IF FOUNDSHOPIDX = ZERO
           ADD 1 TO EXCEPTIONSHOPCOUNT
           INITIALIZE EXCEPTIONSHOP(EXCEPTIONSHOPCOUNT)
           MOVE LOOKUPSHOPID TO ESSHOPID(EXCEPTIONSHOPCOUNT)
           MOVE EXCEPTIONSHOPCOUNT TO FOUNDSHOPIDX
       END-IF.

CHECKONEEXCEPTIONSHOP.
       IF ESSHOPID(EXCEPTIONSHOPIDX) = LOOKUPSHOPID
           MOVE EXCEPTIONSHOPIDX TO FOUNDSHOPIDX
       END-IF.

FINDOROPERATOR.
       MOVE ZERO TO FOUNDOPERATORIDX
       PERFORM CHECKONEOPERATOR
           VARYING OPERATORIDX FROM 1 BY 1
           UNTIL OPERATORIDX > OPERATORCOUNT OR FOUNDOPERATORIDX > ZERO
       IF FOUNDOPERATORIDX = ZERO
           ADD 1 TO OPERATORCOUNT
           INITIALIZE OPERATORENTRY(OPERATORCOUNT)
           MOVE LOOKUPSHOPID       TO OPSHOPID(OPERATORCOUNT)
           MOVE LOOKUPTILLOPERATOR TO OPTILLOPERATOR(OPERATORCOUNT)
           MOVE OPERATORCOUNT TO FOUNDOPERATORIDX
       END-IF.

CHECKONEOPERATOR.
       IF OPSHOPID(OPERATORIDX) = LOOKUPSHOPID
               AND OPTILLOPERATOR(OPERATORIDX) = LOOKUPTILLOPERATOR
           MOVE OPERATORIDX TO FOUNDOPERATORIDX
       END-IF.

*>   A refund is matched on the original receipt and the item, at any
*>   shop - goods bought at one shop are refunded at another - and the
*>   sale must have been rung no later than the refund.
MATCHONEWEEKREFUND.
       PERFORM CHECKONESALEKEY
           VARYING SALEKEYIDX FROM 1 BY 1
           UNTIL SALEKEYIDX > SALEKEYCOUNT
           OR WRORIGINALFOUND(WEEKREFUNDIDX)
       IF WRNOORIGINAL(WEEKREFUNDIDX)
           ADD 1 TO UNMATCHEDREFUNDCOUNT
           ADD WRLINEVALUE(WEEKREFUNDIDX) TO UNMATCHEDREFUNDVALUE
           MOVE WRSHOPID(WEEKREFUNDIDX)       TO LOOKUPSHOPID
           MOVE WRTILLOPERATOR(WEEKREFUNDIDX) TO LOOKUPTILLOPERATOR
           PERFORM FINDOREXCEPTIONSHOP
           ADD 1 TO ESUNMATCHEDCOUNT(FOUNDSHOPIDX)
           IF LOOKUPTILLOPERATOR NOT = SPACES
               PERFORM FINDOROPERATOR
               ADD 1 TO OPUNMATCHEDCOUNT(FOUNDOPERATORIDX)
           END-IF
       END-IF.

CHECKONESALEKEY.
       IF SKRECEIPTREF(SALEKEYIDX) = WRORIGRECEIPTREF(WEEKREFUNDIDX)
               AND SKITEMID(SALEKEYIDX) = WRITEMID(WEEKREFUNDIDX)
               AND SKBUSINESSDATE(SALEKEYIDX)
                   NOT > WRBUSINESSDATE(WEEKREFUNDIDX)
           SET WRORIGINALFOUND(WEEKREFUNDIDX) TO TRUE
       END-IF.

RELEASEOPERATORTOTALS.
       PERFORM RELEASEONEOPERATOR
           VARYING OPERATORIDX FROM 1 BY 1
           UNTIL OPERATORIDX > OPERATORCOUNT.

RELEASEONEOPERATOR.
       MOVE OPSHOPID(OPERATORIDX)         TO SORTSHOPID
       MOVE OPTILLOPERATOR(OPERATORIDX)   TO SORTTILLOPERATOR
       MOVE OPSALESVALUE(OPERATORIDX)     TO SORTSALESVALUE
       MOVE OPVOIDCOUNT(OPERATORIDX)      TO SORTVOIDCOUNT
       MOVE OPVOIDVALUE(OPERATORIDX)      TO SORTVOIDVALUE
       MOVE OPREFUNDCOUNT(OPERATORIDX)    TO SORTREFUNDCOUNT
       MOVE OPREFUNDVALUE(OPERATORIDX)    TO SORTREFUNDVALUE
       MOVE OPUNMATCHEDCOUNT(OPERATORIDX) TO SORTUNMATCHEDCOUNT
       PERFORM SETSORTEXCEPTIONRATE
       RELEASE EXCEPTIONRANKSORTREC.

RELEASESHOPTOTALS.
       PERFORM RELEASEONESHOP
           VARYING EXCEPTIONSHOPIDX FROM 1 BY 1
           UNTIL EXCEPTIONSHOPIDX > EXCEPTIONSHOPCOUNT.

RELEASEONESHOP.
       MOVE ESSHOPID(EXCEPTIONSHOPIDX)         TO SORTSHOPID
       MOVE SPACES                             TO SORTTILLOPERATOR
       MOVE ESSALESVALUE(EXCEPTIONSHOPIDX)     TO SORTSALESVALUE
       MOVE ESVOIDCOUNT(EXCEPTIONSHOPIDX)      TO SORTVOIDCOUNT
       MOVE ESVOIDVALUE(EXCEPTIONSHOPIDX)      TO SORTVOIDVALUE
       MOVE ESREFUNDCOUNT(EXCEPTIONSHOPIDX)    TO SORTREFUNDCOUNT
       MOVE ESREFUNDVALUE(EXCEPTIONSHOPIDX)    TO SORTREFUNDVALUE
       MOVE ESUNMATCHEDCOUNT(EXCEPTIONSHOPIDX) TO SORTUNMATCHEDCOUNT
       PERFORM SETSORTEXCEPTIONRATE
       RELEASE EXCEPTIONRANKSORTREC.

*>   Voids and refunds with no sales against them at all rank above
*>   any rate, since there is nothing to set them against.
SETSORTEXCEPTIONRATE.
       COMPUTE EXCEPTIONVALUE = SORTVOIDVALUE + SORTREFUNDVALUE
       MOVE EXCEPTIONVALUE TO SORTEXCEPTIONVALUE
       MOVE ZERO TO SORTEXCEPTIONRATE
       IF SORTSALESVALUE > ZERO
           MULTIPLY EXCEPTIONVALUE BY 100 GIVING EXCEPTIONRATEWORK
           DIVIDE EXCEPTIONRATEWORK BY SORTSALESVALUE
               GIVING EXCEPTIONRATE ROUNDED
           MOVE EXCEPTIONRATE TO SORTEXCEPTIONRATE
       ELSE
           IF EXCEPTIONVALUE > ZERO
               MOVE NOSALESRATE TO SORTEXCEPTIONRATE
           END-IF
       END-IF.

PRINTRANKEDLINES.
       MOVE ZERO TO RANKCOUNT
       RETURN EXCEPTIONRANKSORTWORK
           AT END SET ENDOFEXCEPTIONRANKSORT TO TRUE
       END-RETURN
       PERFORM PRINTONERANKEDLINE UNTIL ENDOFEXCEPTIONRANKSORT.

PRINTONERANKEDLINE.
       ADD 1 TO RANKCOUNT
       MOVE RANKCOUNT          TO PRNRANK
       MOVE SORTSHOPID         TO PRNRANKSHOPID
       MOVE SORTTILLOPERATOR   TO PRNRANKOPERATOR
       MOVE SORTSALESVALUE     TO PRNRANKSALES
       MOVE SORTVOIDCOUNT      TO PRNRANKVOIDCOUNT
       MOVE SORTVOIDVALUE      TO PRNRANKVOIDVALUE
       MOVE SORTREFUNDCOUNT    TO PRNRANKREFUNDCOUNT
       MOVE SORTREFUNDVALUE    TO PRNRANKREFUNDVALUE
       MOVE SORTUNMATCHEDCOUNT TO PRNRANKUNMATCHED
       IF SORTEXCEPTIONRATE = NOSALESRATE
           MOVE "NO SALES" TO PRNRANKRATE
       ELSE
           MOVE SORTEXCEPTIONRATE TO PRNRATEEDITED
           MOVE PRNRATEEDITED TO PRNRANKRATE
       END-IF
       WRITE EXCEPTIONPRINTLINE FROM RANKDETAILLINE
           AFTER ADVANCING 1 LINE
       RETURN EXCEPTIONRANKSORTWORK
           AT END SET ENDOFEXCEPTIONRANKSORT TO TRUE
       END-RETURN.

PRINTUNMATCHEDREFUNDS.
       WRITE EXCEPTIONPRINTLINE FROM UNMATCHEDSECTIONLINE
           AFTER ADVANCING 2 LINES
       WRITE EXCEPTIONPRINTLINE FROM UNMATCHEDTOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEUNMATCHEDREFUND
           VARYING WEEKREFUNDIDX FROM 1 BY 1
           UNTIL WEEKREFUNDIDX > WEEKREFUNDCOUNT
       MOVE UNMATCHEDREFUNDCOUNT TO PRNUNMTOTALCOUNT
       MOVE UNMATCHEDREFUNDVALUE TO PRNUNMTOTALVALUE
       WRITE EXCEPTIONPRINTLINE FROM UNMATCHEDTOTALLINE
           AFTER ADVANCING 2 LINES.

PRINTONEUNMATCHEDREFUND.
       IF WRNOORIGINAL(WEEKREFUNDIDX)
           MOVE WRSHOPID(WEEKREFUNDIDX)         TO PRNUNMSHOPID
           MOVE WRBUSINESSDATE(WEEKREFUNDIDX)   TO PRNUNMDATE
           MOVE WRTILLOPERATOR(WEEKREFUNDIDX)   TO PRNUNMOPERATOR
           MOVE WRRECEIPTREF(WEEKREFUNDIDX)     TO PRNUNMRECEIPTREF
           MOVE WRORIGRECEIPTREF(WEEKREFUNDIDX) TO PRNUNMORIGREF
           MOVE WRITEMID(WEEKREFUNDIDX)         TO PRNUNMITEMID
           MOVE WRLINEVALUE(WEEKREFUNDIDX)      TO PRNUNMVALUE
           WRITE EXCEPTIONPRINTLINE FROM UNMATCHEDDETAILLINE
               AFTER ADVANCING 1 LINE
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
       MOVE "TILLEXCEPT"          TO OPLOGJOBNAME
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
