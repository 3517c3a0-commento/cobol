IDENTIFICATION DIVISION.
PROGRAM-ID. JEANSCONVERSION.

*>   The league table ranks shops on what they sold, which flatters a
*>   busy high-street shop that sells to few of its visitors. This
*>   report sets each shop's door-counter footfall for the period off
*>   ShopFootfall.dat against its ShopSales.dat units and value, and
*>   ranks the shops within their region on value per visitor - how
*>   well the staff sell to whoever comes through the door, whatever
*>   the location brings in.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SHOPSALESEXTRACT ASSIGN TO "ShopSales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPSALESEXTRACTSTATUS.

       SELECT JEANSCOLORFILE ASSIGN TO "JeansColors.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSCOLORFILESTATUS.

       SELECT JEANSSIZEFILE ASSIGN TO "JeansSizes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSIZEFILESTATUS.

       SELECT JEANSPRICEFILE ASSIGN TO "JeansPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSPRICEFILESTATUS.

       SELECT SHOPMASTERFILE ASSIGN TO "ShopMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPMASTERFILESTATUS.

       SELECT SHOPFOOTFALLFILE ASSIGN TO "ShopFootfall.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPFOOTFALLFILESTATUS.

       SELECT CONVERSIONREPORT ASSIGN TO "JeansConversion.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     SHOPSALESEXTRACT.
01     SHOPSALESEXTRACTREC.
       88  ENDOFSHOPSALESEXTRACT  VALUE HIGH-VALUES.
       02  SHOPID-SSE             PIC 9(5).
       02  SHOPNAME-SSE           PIC X(15).
       02  TOTALSOLD-SSE          PIC 9(5)
               OCCURS 1 TO 10 TIMES DEPENDING ON COLORCOUNT.
       02  SIZEBANDSOLD-SSE       PIC 9(5)
               OCCURS 0 TO 60 TIMES DEPENDING ON COLORSIZESLOTS.

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

FD     JEANSPRICEFILE.
01     JEANSPRICEREC.
       88  ENDOFJEANSPRICEFILE    VALUE HIGH-VALUES.
       02  COLORCODE-JPF          PIC X(3).
       02  UNITPRICE-JPF          PIC 9(4)V99.

FD     SHOPMASTERFILE.
01     SHOPMASTERREC.
       88  ENDOFSHOPMASTERFILE    VALUE HIGH-VALUES.
       02  SHOPID-SMF             PIC 9(5).
       02  SHOPFULLNAME-SMF       PIC X(30).
       02  SHOPREGION-SMF         PIC X(10).
       02  AREAMANAGER-SMF        PIC X(20).
       02  OPENDATE-SMF           PIC 9(8).
       02  CLOSEDATE-SMF          PIC 9(8).

FD     SHOPFOOTFALLFILE.
01     SHOPFOOTFALLREC.
       88  ENDOFSHOPFOOTFALLFILE  VALUE HIGH-VALUES.
       02  SHOPID-SFF             PIC 9(5).
       02  PERIODDATE-SFF         PIC 9(8).
       02  VISITORS-SFF           PIC 9(7).
       02  CAPTUREDDATE-SFF       PIC 9(8).
       02  OPERATORID-SFF         PIC X(8).

FD     CONVERSIONREPORT.
01     CONVERSIONPRINTLINE        PIC X(110).

WORKING-STORAGE SECTION.
01     SHOPSALESEXTRACTSTATUS      PIC XX.
       88 SHOPSALESEXTRACTOK       VALUE "00".
01     JEANSCOLORFILESTATUS        PIC XX.
       88 JEANSCOLORFILEOK         VALUE "00".
01     JEANSSIZEFILESTATUS         PIC XX.
       88 JEANSSIZEFILEOK          VALUE "00".
01     JEANSPRICEFILESTATUS        PIC XX.
       88 JEANSPRICEFILEOK         VALUE "00".
01     SHOPMASTERFILESTATUS        PIC XX.
       88 SHOPMASTERFILEOK         VALUE "00".
01     SHOPFOOTFALLFILESTATUS      PIC XX.
       88 SHOPFOOTFALLFILEOK       VALUE "00".

01     COLORCOUNT                  PIC 9(2)    VALUE ZERO.
01     COLORREFERENCETABLE.
       02 COLORREFERENCE OCCURS 10 TIMES.
           03 COLORCODE            PIC X(3).
           03 COLORNAME            PIC X(10).
01     SIZECOUNT                   PIC 9(2)    VALUE ZERO.
01     COLORSIZESLOTS              PIC 9(3)    VALUE ZERO.

01     COLORPRICETABLE.
       02 COLORPRICE               PIC 9(4)V99 OCCURS 10 TIMES
                                   VALUE ZERO.
01     PRICEIDX                    PIC 9(2).

01     OCCUPIEDSHOPCOUNT           PIC 9(4)    VALUE ZERO.
01     SALESSHOPTABLE.
       02 SALESSHOP OCCURS 1 TO 150 TIMES
               DEPENDING ON OCCUPIEDSHOPCOUNT
               ASCENDING KEY IS SALESSHOPID
               INDEXED BY SALESIDX.
           03 SALESSHOPID          PIC 9(5).
           03 SALESUNITS           PIC 9(7).
           03 SALESVALUE           PIC 9(9)V99.

*>   Every shop on the master with a footfall reading or a sales row
*>   for the period - a shop that counted visitors and sold nothing
*>   is the one most worth seeing.
01     SHOPCOUNT                   PIC 9(4)    VALUE ZERO.
01     CONVERSIONTABLE.
       02 CONVERSIONSHOP OCCURS 0 TO 150 TIMES
               DEPENDING ON SHOPCOUNT
               ASCENDING KEY IS CVSHOPID
               INDEXED BY CVIDX.
           03 CVSHOPID             PIC 9(5).
           03 CVFULLNAME           PIC X(30).
           03 CVREGION             PIC X(10).
           03 CVVISITORS           PIC 9(7).
           03 CVUNITS              PIC 9(7).
           03 CVVALUE              PIC 9(9)V99.
           03 CVUNITSPERVISITOR    PIC 9(3)V99.
           03 CVVALUEPERVISITOR    PIC 9(5)V99.
           03 CVREGIONRANK         PIC 9(4).
           03 CVINREPORT           PIC X.

01     REGIONCOUNT                 PIC 9(2)    VALUE ZERO.
01     REGIONLISTTABLE.
       02 REGIONLISTENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON REGIONCOUNT.
           03 REGIONNAME           PIC X(10).
01     REGIONIDX                   PIC 9(2).

01     SHOPIDX                     PIC 9(4).
01     SHOPIDX2                    PIC 9(4).
01     RANKIDX                     PIC 9(4).
01     COLORIDX                    PIC 9(2).
01     REGIONSHOPCOUNT             PIC 9(4)    VALUE ZERO.
01     NOFOOTFALLCOUNT             PIC 9(4)    VALUE ZERO.

01     PERIODDATEENTRY             PIC X(8)    VALUE SPACES.
01     PERIODDATE                  PIC 9(8)    VALUE ZERO.
01     LATESTPERIODDATE            PIC 9(8)    VALUE ZERO.

01     REGIONVISITORS              PIC 9(9)    VALUE ZERO.
01     REGIONUNITS                 PIC 9(9)    VALUE ZERO.
01     REGIONVALUE                 PIC 9(9)V99 VALUE ZERO.
01     CHAINVISITORS               PIC 9(9)    VALUE ZERO.
01     CHAINUNITS                  PIC 9(9)    VALUE ZERO.
01     CHAINVALUE                  PIC 9(9)V99 VALUE ZERO.
01     TOTALUNITSPERVISITOR        PIC 9(3)V99 VALUE ZERO.
01     TOTALVALUEPERVISITOR        PIC 9(5)V99 VALUE ZERO.

01     HEADINGLINE.
       02 FILLER                   PIC X(40)
               VALUE "JEANS SHOP SALES CONVERSION FOR PERIOD ".
       02 PRNPERIODDATE            PIC 9(8).

01     NOTELINE                    PIC X(72) VALUE
           "RANKED WITHIN REGION ON VALUE PER VISITOR COUNTED AT THE DOOR".

01     REGIONHEADINGLINE.
       02 FILLER                   PIC X(8)    VALUE "REGION: ".
       02 PRNREGIONNAME            PIC X(10).

01     TOPICLINE.
       02 FILLER                   PIC X(6)    VALUE "RANK".
       02 FILLER                   PIC X(38)   VALUE "SHOP".
       02 FILLER                   PIC X(10)   VALUE "  VISITORS".
       02 FILLER                   PIC X(10)   VALUE "     UNITS".
       02 FILLER                   PIC X(15)   VALUE "          VALUE".
       02 FILLER                   PIC X(12)   VALUE "  UNITS/VIS".
       02 FILLER                   PIC X(12)   VALUE "   VALUE/VIS".

01     DETAILLINE.
       02 PRNRANK                  PIC ZZZ9.
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNSHOPID                PIC 9(5).
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNSHOPNAME              PIC X(30).
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNVISITORS              PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNUNITS                 PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNVALUE                 PIC $$$,$$$,$$9.99.
       02 FILLER                   PIC X(5)    VALUE SPACES.
       02 PRNUNITSPERVISITOR       PIC ZZ9.99.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNVALUEPERVISITOR       PIC $$,$$9.99.

01     NOFOOTFALLLINE.
       02 FILLER                   PIC X(6)    VALUE SPACES.
       02 PRNNFSHOPID              PIC 9(5).
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNNFSHOPNAME            PIC X(30).
       02 FILLER                   PIC X(11)   VALUE SPACES.
       02 PRNNFUNITS               PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNNFVALUE               PIC $$$,$$$,$$9.99.
       02 FILLER                   PIC X(24)
               VALUE "   NO FOOTFALL READING".

01     TOTALLINE.
       02 PRNTOTALLABEL            PIC X(43).
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNTOTALVISITORS         PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNTOTALUNITS            PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNTOTALVALUE            PIC $$$,$$$,$$9.99.
       02 FILLER                   PIC X(5)    VALUE SPACES.
       02 PRNTOTALUNITSPERVISITOR  PIC ZZ9.99.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNTOTALVALUEPERVISITOR  PIC $$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       PERFORM LOADCOLORREFERENCE
       IF COLORCOUNT = ZERO
           DISPLAY "NO COLOR REFERENCE FILE - CANNOT REPORT CONVERSION"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADSIZECOUNT
       COMPUTE COLORSIZESLOTS = COLORCOUNT * SIZECOUNT
       PERFORM LOADJEANSPRICES
       PERFORM LOADSALESSHOPTABLE

       DISPLAY "PERIOD DATE (YYYYMMDD) OR BLANK FOR THE LATEST "
           "FOOTFALL PERIOD - " WITH NO ADVANCING
       ACCEPT PERIODDATEENTRY
       IF PERIODDATEENTRY = SPACES
           PERFORM FINDLATESTFOOTFALLPERIOD
           MOVE LATESTPERIODDATE TO PERIODDATE
       ELSE
           MOVE PERIODDATEENTRY TO PERIODDATE
       END-IF
       IF PERIODDATE = ZERO
           DISPLAY "NO FOOTFALL ON FILE - NOTHING TO REPORT"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADSHOPMASTERTABLE
       PERFORM LOADPERIODFOOTFALL
       PERFORM SETONESHOPCONVERSION
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPCOUNT
       PERFORM RANKONESHOP
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPCOUNT

       OPEN OUTPUT CONVERSIONREPORT
       MOVE PERIODDATE TO PRNPERIODDATE
       WRITE CONVERSIONPRINTLINE FROM HEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE CONVERSIONPRINTLINE FROM NOTELINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEREGION
           VARYING REGIONIDX FROM 1 BY 1 UNTIL REGIONIDX > REGIONCOUNT
       MOVE "CHAIN TOTAL" TO PRNTOTALLABEL
       MOVE CHAINVISITORS TO REGIONVISITORS
       MOVE CHAINUNITS    TO REGIONUNITS
       MOVE CHAINVALUE    TO REGIONVALUE
       PERFORM PRINTTOTALLINE
       CLOSE CONVERSIONREPORT

       DISPLAY "CONVERSION REPORT FOR PERIOD " PERIODDATE
           " IN JeansConversion.rpt"
       STOP RUN.

*>   Units and value per visitor only mean something for a shop whose
*>   door was counted; one without a reading is listed but not ranked.
SETONESHOPCONVERSION.
       MOVE ZERO TO CVUNITS(SHOPIDX) CVVALUE(SHOPIDX)
       IF OCCUPIEDSHOPCOUNT > ZERO
           SEARCH ALL SALESSHOP
               AT END CONTINUE
               WHEN SALESSHOPID(SALESIDX) = CVSHOPID(SHOPIDX)
                   MOVE SALESUNITS(SALESIDX) TO CVUNITS(SHOPIDX)
                   MOVE SALESVALUE(SALESIDX) TO CVVALUE(SHOPIDX)
                   MOVE "Y" TO CVINREPORT(SHOPIDX)
           END-SEARCH
       END-IF
       MOVE ZERO TO CVUNITSPERVISITOR(SHOPIDX)
           CVVALUEPERVISITOR(SHOPIDX)
       IF CVVISITORS(SHOPIDX) > ZERO
           DIVIDE CVUNITS(SHOPIDX) BY CVVISITORS(SHOPIDX)
               GIVING CVUNITSPERVISITOR(SHOPIDX) ROUNDED
           DIVIDE CVVALUE(SHOPIDX) BY CVVISITORS(SHOPIDX)
               GIVING CVVALUEPERVISITOR(SHOPIDX) ROUNDED
       END-IF.

*>   A shop's region rank is one plus the number of counted shops in
*>   its region selling more per visitor - the way the packs rank the
*>   chain, without sorting.
RANKONESHOP.
       MOVE ZERO TO CVREGIONRANK(SHOPIDX)
       IF CVVISITORS(SHOPIDX) > ZERO
           MOVE 1 TO CVREGIONRANK(SHOPIDX)
           PERFORM COMPAREONESHOPFORRANK
               VARYING SHOPIDX2 FROM 1 BY 1 UNTIL SHOPIDX2 > SHOPCOUNT
       END-IF.

COMPAREONESHOPFORRANK.
       IF CVREGION(SHOPIDX2) = CVREGION(SHOPIDX)
               AND CVVISITORS(SHOPIDX2) > ZERO
               AND CVVALUEPERVISITOR(SHOPIDX2)
                   > CVVALUEPERVISITOR(SHOPIDX)
           ADD 1 TO CVREGIONRANK(SHOPIDX)
       END-IF.

PRINTONEREGION.
       MOVE ZERO TO REGIONSHOPCOUNT NOFOOTFALLCOUNT
       MOVE ZERO TO REGIONVISITORS REGIONUNITS REGIONVALUE
       PERFORM COUNTONEREGIONSHOP
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPCOUNT
       IF REGIONSHOPCOUNT = ZERO AND NOFOOTFALLCOUNT = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE REGIONNAME(REGIONIDX) TO PRNREGIONNAME
       IF REGIONNAME(REGIONIDX) = SPACES
           MOVE "(NONE)" TO PRNREGIONNAME
       END-IF
       WRITE CONVERSIONPRINTLINE FROM REGIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE CONVERSIONPRINTLINE FROM TOPICLINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTSHOPSATRANK
           VARYING RANKIDX FROM 1 BY 1 UNTIL RANKIDX > REGIONSHOPCOUNT
       PERFORM PRINTSHOPIFNOFOOTFALL
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPCOUNT
       MOVE "REGION TOTAL - COUNTED SHOPS" TO PRNTOTALLABEL
       PERFORM PRINTTOTALLINE
       ADD REGIONVISITORS TO CHAINVISITORS
       ADD REGIONUNITS    TO CHAINUNITS
       ADD REGIONVALUE    TO CHAINVALUE.

COUNTONEREGIONSHOP.
       IF CVREGION(SHOPIDX) = REGIONNAME(REGIONIDX)
               AND CVINREPORT(SHOPIDX) = "Y"
           IF CVVISITORS(SHOPIDX) > ZERO
               ADD 1 TO REGIONSHOPCOUNT
           ELSE
               ADD 1 TO NOFOOTFALLCOUNT
           END-IF
       END-IF.

*>   Shops tied on value per visitor share a rank and print together;
*>   the ranks after a tie are skipped, as on the league table.
PRINTSHOPSATRANK.
       PERFORM PRINTSHOPIFATRANK
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPCOUNT.

PRINTSHOPIFATRANK.
       IF CVREGION(SHOPIDX) = REGIONNAME(REGIONIDX)
               AND CVVISITORS(SHOPIDX) > ZERO
               AND CVREGIONRANK(SHOPIDX) = RANKIDX
           MOVE CVREGIONRANK(SHOPIDX)      TO PRNRANK
           MOVE CVSHOPID(SHOPIDX)          TO PRNSHOPID
           MOVE CVFULLNAME(SHOPIDX)        TO PRNSHOPNAME
           MOVE CVVISITORS(SHOPIDX)        TO PRNVISITORS
           MOVE CVUNITS(SHOPIDX)           TO PRNUNITS
           MOVE CVVALUE(SHOPIDX)           TO PRNVALUE
           MOVE CVUNITSPERVISITOR(SHOPIDX) TO PRNUNITSPERVISITOR
           MOVE CVVALUEPERVISITOR(SHOPIDX) TO PRNVALUEPERVISITOR
           WRITE CONVERSIONPRINTLINE FROM DETAILLINE
               AFTER ADVANCING 1 LINE
           ADD CVVISITORS(SHOPIDX) TO REGIONVISITORS
           ADD CVUNITS(SHOPIDX)    TO REGIONUNITS
           ADD CVVALUE(SHOPIDX)    TO REGIONVALUE
       END-IF.

PRINTSHOPIFNOFOOTFALL.
       IF CVREGION(SHOPIDX) = REGIONNAME(REGIONIDX)
               AND CVINREPORT(SHOPIDX) = "Y"
               AND CVVISITORS(SHOPIDX) = ZERO
           MOVE CVSHOPID(SHOPIDX)   TO PRNNFSHOPID
           MOVE CVFULLNAME(SHOPIDX) TO PRNNFSHOPNAME
           MOVE CVUNITS(SHOPIDX)    TO PRNNFUNITS
           MOVE CVVALUE(SHOPIDX)    TO PRNNFVALUE
           WRITE CONVERSIONPRINTLINE FROM NOFOOTFALLLINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   Totals are over counted shops only, so the per-visitor figures
*>   are not diluted by sales from shops whose door was not counted.
PRINTTOTALLINE.
       MOVE ZERO TO TOTALUNITSPERVISITOR TOTALVALUEPERVISITOR
       IF REGIONVISITORS > ZERO
           DIVIDE REGIONUNITS BY REGIONVISITORS
               GIVING TOTALUNITSPERVISITOR ROUNDED
           DIVIDE REGIONVALUE BY REGIONVISITORS
               GIVING TOTALVALUEPERVISITOR ROUNDED
       END-IF
       MOVE REGIONVISITORS       TO PRNTOTALVISITORS
       MOVE REGIONUNITS          TO PRNTOTALUNITS
       MOVE REGIONVALUE          TO PRNTOTALVALUE
       MOVE TOTALUNITSPERVISITOR TO PRNTOTALUNITSPERVISITOR
       MOVE TOTALVALUEPERVISITOR TO PRNTOTALVALUEPERVISITOR
       WRITE CONVERSIONPRINTLINE FROM TOTALLINE
           AFTER ADVANCING 2 LINES.

FINDLATESTFOOTFALLPERIOD.
       OPEN INPUT SHOPFOOTFALLFILE
       IF SHOPFOOTFALLFILEOK
           READ SHOPFOOTFALLFILE
               AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
           END-READ
           PERFORM NOTEONEFOOTFALLPERIOD UNTIL ENDOFSHOPFOOTFALLFILE
           CLOSE SHOPFOOTFALLFILE
       END-IF.

NOTEONEFOOTFALLPERIOD.
       IF PERIODDATE-SFF > LATESTPERIODDATE
           MOVE PERIODDATE-SFF TO LATESTPERIODDATE
       END-IF
       READ SHOPFOOTFALLFILE
           AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
       END-READ.

LOADPERIODFOOTFALL.
       OPEN INPUT SHOPFOOTFALLFILE
       IF SHOPFOOTFALLFILEOK
           READ SHOPFOOTFALLFILE
               AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
           END-READ
           PERFORM TAKEONEFOOTFALLROW UNTIL ENDOFSHOPFOOTFALLFILE
           CLOSE SHOPFOOTFALLFILE
       END-IF.

TAKEONEFOOTFALLROW.
       IF PERIODDATE-SFF = PERIODDATE AND SHOPCOUNT > ZERO
           SEARCH ALL CONVERSIONSHOP
               AT END CONTINUE
               WHEN CVSHOPID(CVIDX) = SHOPID-SFF
                   ADD VISITORS-SFF TO CVVISITORS(CVIDX)
                   MOVE "Y" TO CVINREPORT(CVIDX)
           END-SEARCH
       END-IF
       READ SHOPFOOTFALLFILE
           AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
       END-READ.

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

LOADSIZECOUNT.
       OPEN INPUT JEANSSIZEFILE
       IF JEANSSIZEFILEOK
           READ JEANSSIZEFILE
               AT END SET ENDOFJEANSSIZEFILE TO TRUE
           END-READ
           PERFORM COUNTONESIZE UNTIL ENDOFJEANSSIZEFILE
           CLOSE JEANSSIZEFILE
       END-IF.

COUNTONESIZE.
       ADD 1 TO SIZECOUNT
       READ JEANSSIZEFILE
           AT END SET ENDOFJEANSSIZEFILE TO TRUE
       END-READ.

LOADJEANSPRICES.
       OPEN INPUT JEANSPRICEFILE
       IF JEANSPRICEFILEOK
           READ JEANSPRICEFILE
               AT END SET ENDOFJEANSPRICEFILE TO TRUE
           END-READ
           PERFORM STOREONEJEANSPRICE UNTIL ENDOFJEANSPRICEFILE
           CLOSE JEANSPRICEFILE
       END-IF.

STOREONEJEANSPRICE.
       PERFORM SETONECOLORPRICE
           VARYING PRICEIDX FROM 1 BY 1 UNTIL PRICEIDX > COLORCOUNT
       READ JEANSPRICEFILE
           AT END SET ENDOFJEANSPRICEFILE TO TRUE
       END-READ.

SETONECOLORPRICE.
       IF COLORCODE(PRICEIDX) = COLORCODE-JPF
           MOVE UNITPRICE-JPF TO COLORPRICE(PRICEIDX)
       END-IF.

*>   Value is units at the color's list price, as the league table
*>   values them.
LOADSALESSHOPTABLE.
       OPEN INPUT SHOPSALESEXTRACT
       IF SHOPSALESEXTRACTOK
           READ SHOPSALESEXTRACT
               AT END SET ENDOFSHOPSALESEXTRACT TO TRUE
           END-READ
           PERFORM STOREONESALESSHOP UNTIL ENDOFSHOPSALESEXTRACT
           CLOSE SHOPSALESEXTRACT
       END-IF.

STOREONESALESSHOP.
       ADD 1 TO OCCUPIEDSHOPCOUNT
       MOVE SHOPID-SSE TO SALESSHOPID(OCCUPIEDSHOPCOUNT)
       MOVE ZERO TO SALESUNITS(OCCUPIEDSHOPCOUNT)
           SALESVALUE(OCCUPIEDSHOPCOUNT)
       PERFORM ADDONESALESCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       READ SHOPSALESEXTRACT
           AT END SET ENDOFSHOPSALESEXTRACT TO TRUE
       END-READ.

ADDONESALESCOLOR.
       ADD TOTALSOLD-SSE(COLORIDX) TO SALESUNITS(OCCUPIEDSHOPCOUNT)
       COMPUTE SALESVALUE(OCCUPIEDSHOPCOUNT) =
           SALESVALUE(OCCUPIEDSHOPCOUNT)
           + TOTALSOLD-SSE(COLORIDX) * COLORPRICE(COLORIDX).

LOADSHOPMASTERTABLE.
       OPEN INPUT SHOPMASTERFILE
       IF SHOPMASTERFILEOK
           READ SHOPMASTERFILE
               AT END SET ENDOFSHOPMASTERFILE TO TRUE
           END-READ
           PERFORM STOREONESHOPMASTER UNTIL ENDOFSHOPMASTERFILE
           CLOSE SHOPMASTERFILE
       END-IF.

STOREONESHOPMASTER.
       ADD 1 TO SHOPCOUNT
       INITIALIZE CONVERSIONSHOP(SHOPCOUNT)
       MOVE SHOPID-SMF       TO CVSHOPID(SHOPCOUNT)
       MOVE SHOPFULLNAME-SMF TO CVFULLNAME(SHOPCOUNT)
       MOVE SHOPREGION-SMF   TO CVREGION(SHOPCOUNT)
       MOVE "N" TO CVINREPORT(SHOPCOUNT)
       PERFORM NOTEREGIONONLIST
       READ SHOPMASTERFILE
           AT END SET ENDOFSHOPMASTERFILE TO TRUE
       END-READ.

NOTEREGIONONLIST.
       MOVE 1 TO REGIONIDX
       PERFORM CHECKONEREGION
           UNTIL REGIONIDX > REGIONCOUNT
           OR REGIONNAME(REGIONIDX) = SHOPREGION-SMF
       IF REGIONIDX > REGIONCOUNT
           ADD 1 TO REGIONCOUNT
           MOVE SHOPREGION-SMF TO REGIONNAME(REGIONCOUNT)
       END-IF.

CHECKONEREGION.
       ADD 1 TO REGIONIDX.
