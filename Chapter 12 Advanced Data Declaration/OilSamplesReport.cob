IDENTIFICATION DIVISION.
PROGRAM-ID. OILSAMPLESREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OILSAMPLEFILE ASSIGN TO "OilSamples.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSAMPLEFILESTATUS.

       SELECT SALESREPFILE ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALESREPFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPRICEFILESTATUS.

       SELECT SAMPLESORTWORK ASSIGN TO "OILSAMPLES.TMP".

       SELECT SAMPLEREPORTFILE ASSIGN TO "OilSamples.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     OILSAMPLEFILE.
01     OILSAMPLEREC.
       88  ENDOFOILSAMPLEFILE  VALUE HIGH-VALUES.
       02  ISSUEDATE-OSM       PIC 9(8).
       02  FILLER              PIC X.
       02  SALESREPCODE-OSM    PIC X(3).
       02  FILLER              PIC X.
       02  OILNUM-OSM          PIC 99.
       02  FILLER              PIC X.
       02  UNITSIZE-OSM        PIC 9.
       02  FILLER              PIC X.
       02  LOTNUMBER-OSM       PIC X(10).
       02  FILLER              PIC X.
       02  QTYISSUED-OSM       PIC 9(5).
       02  FILLER              PIC X.
       02  UNITCOST-OSM        PIC 99V99.
       02  FILLER              PIC X.
       02  COSTVALUE-OSM       PIC 9(7)V99.
       02  FILLER              PIC X.
       02  PROSPECTNAME-OSM    PIC X(30).
       02  FILLER              PIC X.
       02  OPERATORID-OSM      PIC X(8).

FD     SALESREPFILE.
01     SALESREPREC.
       88  ENDOFSALESREPFILE   VALUE HIGH-VALUES.
       02  REPCODE-SRF         PIC X(3).
       02  REPNAME-SRF         PIC X(20).
       02  REPTIER-SRF OCCURS 3 TIMES.
           03 TIERMINNET-SRF   PIC 9(7).
           03 TIERPCT-SRF      PIC 99V9.

FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

SD     SAMPLESORTWORK.
01     SAMPLESORTREC.
       88  ENDOFSAMPLESORT     VALUE HIGH-VALUES.
       02  SORTREPCODE         PIC X(3).
       02  SORTISSUEDATE       PIC 9(8).
       02  SORTPROSPECTNAME    PIC X(30).
       02  SORTOILNUM          PIC 99.
       02  SORTUNITSIZE        PIC 9.
       02  SORTLOTNUMBER       PIC X(10).
       02  SORTQTYISSUED       PIC 9(5).
       02  SORTCOSTVALUE       PIC 9(7)V99.

FD     SAMPLEREPORTFILE.
01     SAMPLEPRINTLINE          PIC X(110).

WORKING-STORAGE SECTION.
01     OILSAMPLEFILESTATUS      PIC XX.
       88 OILSAMPLEFILEOK       VALUE "00".
01     SALESREPFILESTATUS       PIC XX.
       88 SALESREPFILEOK        VALUE "00".
01     OILPRICEFILESTATUS       PIC XX.
       88 OILPRICEFILEOK        VALUE "00".

01     MONTHENTRY               PIC X(6) VALUE SPACES.
01     TODAYDATE                PIC 9(8).
01     REPORTMONTH              PIC 9(6).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     REPCOUNT                 PIC 99 VALUE ZERO.
01     REPTABLE.
       02 REPENTRY OCCURS 0 TO 50 TIMES DEPENDING ON REPCOUNT.
           03 RTREPCODE         PIC X(3).
           03 RTREPNAME         PIC X(20).
01     REPIDX                   PIC 99.
01     REPFOUNDSWITCH           PIC X.
       88 REPFOUND              VALUE "Y".
       88 REPNOTFOUND           VALUE "N".

01     CURRENTREPCODE           PIC X(3).
01     REPUNITSTOTAL            PIC 9(7).
01     REPCOSTTOTAL             PIC 9(8)V99.
01     REPSWITHSAMPLES          PIC 99 VALUE ZERO.
01     SAMPLELINESCOUNT         PIC 9(5) VALUE ZERO.
01     GRANDUNITSTOTAL          PIC 9(7) VALUE ZERO.
01     GRANDCOSTTOTAL           PIC 9(8)V99 VALUE ZERO.

01     SAMPLEHEADINGLINE.
       02 FILLER                PIC X(34)
               VALUE "SAMPLES AND TESTERS ISSUED TO REPS".
       02 FILLER                PIC X(12) VALUE " FOR MONTH ".
       02 PRNREPORTMONTH        PIC 9(6).
       02 FILLER                PIC X(9)  VALUE " AT COST".

01     REPHEADINGLINE.
       02 FILLER                PIC X(5)  VALUE "REP: ".
       02 PRNREPCODE            PIC X(3).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNREPNAME            PIC X(20).

01     SAMPLETOPICLINE.
       02 FILLER                PIC X(10) VALUE "ISSUED".
       02 FILLER                PIC X(32) VALUE "PROSPECT".
       02 FILLER                PIC X(18) VALUE "OIL".
       02 FILLER                PIC X(6)  VALUE "SIZE".
       02 FILLER                PIC X(12) VALUE "LOT".
       02 FILLER                PIC X(7)  VALUE "UNITS".
       02 FILLER                PIC X(13) VALUE "   COST VALUE".

01     SAMPLEDETAILLINE.
       02 PRNISSUEDATE          PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPROSPECTNAME       PIC X(30).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOILNAME            PIC X(16).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITSIZE           PIC 9.
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNLOTNUMBER          PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITS              PIC ZZZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCOSTVALUE          PIC $,$$$,$$9.99.

01     REPFOOTERLINE.
       02 FILLER                PIC X(16) VALUE "  TOTAL FOR REP ".
       02 PRNFOOTERREPCODE      PIC X(3).
       02 FILLER                PIC X(8)  VALUE "  UNITS ".
       02 PRNREPUNITS           PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(8)  VALUE "  COST  ".
       02 PRNREPCOST            PIC $$,$$$,$$9.99.

01     SAMPLEFOOTERLINE.
       02 FILLER                PIC X(18) VALUE "REPS WITH SAMPLES ".
       02 PRNREPSWITHSAMPLES    PIC Z9.
       02 FILLER                PIC X(8)  VALUE "  UNITS ".
       02 PRNGRANDUNITS         PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(19) VALUE "  MARKETING COST  ".
       02 PRNGRANDCOST          PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT TODAYDATE FROM DATE YYYYMMDD
       DISPLAY "ENTER MONTH (YYYYMM) OR BLANK FOR THIS MONTH - "
           WITH NO ADVANCING
       ACCEPT MONTHENTRY
       IF MONTHENTRY = SPACES
           MOVE TODAYDATE(1:6) TO REPORTMONTH
       ELSE
           MOVE MONTHENTRY TO REPORTMONTH
       END-IF

       PERFORM LOADSALESREPS
       PERFORM LOADOILNAMES

       OPEN OUTPUT SAMPLEREPORTFILE
       MOVE REPORTMONTH TO PRNREPORTMONTH
       WRITE SAMPLEPRINTLINE FROM SAMPLEHEADINGLINE
           AFTER ADVANCING 1 LINE

       SORT SAMPLESORTWORK
           ON ASCENDING KEY SORTREPCODE, SORTISSUEDATE,
               SORTPROSPECTNAME, SORTOILNUM, SORTUNITSIZE
           INPUT PROCEDURE IS RELEASEMONTHSSAMPLES
           OUTPUT PROCEDURE IS PRINTMONTHSSAMPLES

       MOVE REPSWITHSAMPLES TO PRNREPSWITHSAMPLES
       MOVE GRANDUNITSTOTAL TO PRNGRANDUNITS
       MOVE GRANDCOSTTOTAL  TO PRNGRANDCOST
       WRITE SAMPLEPRINTLINE FROM SAMPLEFOOTERLINE
           AFTER ADVANCING 3 LINES
       CLOSE SAMPLEREPORTFILE

       DISPLAY "SAMPLE LINES LISTED: " SAMPLELINESCOUNT
       DISPLAY "REPORT WRITTEN TO OilSamples.rpt"
       STOP RUN.

*>   The samples file holds every issue ever made; only the month's
*>   go forward to the report.
RELEASEMONTHSSAMPLES.
       OPEN INPUT OILSAMPLEFILE
       IF OILSAMPLEFILEOK
           READ OILSAMPLEFILE
               AT END SET ENDOFOILSAMPLEFILE TO TRUE
           END-READ
           PERFORM RELEASEONESAMPLE UNTIL ENDOFOILSAMPLEFILE
           CLOSE OILSAMPLEFILE
       ELSE
           DISPLAY "NO SAMPLE ISSUES ON FILE"
       END-IF.

RELEASEONESAMPLE.
       IF ISSUEDATE-OSM(1:6) = REPORTMONTH
           MOVE SALESREPCODE-OSM TO SORTREPCODE
           MOVE ISSUEDATE-OSM    TO SORTISSUEDATE
           MOVE PROSPECTNAME-OSM TO SORTPROSPECTNAME
           MOVE OILNUM-OSM       TO SORTOILNUM
           MOVE UNITSIZE-OSM     TO SORTUNITSIZE
           MOVE LOTNUMBER-OSM    TO SORTLOTNUMBER
           MOVE QTYISSUED-OSM    TO SORTQTYISSUED
           MOVE COSTVALUE-OSM    TO SORTCOSTVALUE
           RELEASE SAMPLESORTREC
       END-IF
       READ OILSAMPLEFILE
           AT END SET ENDOFOILSAMPLEFILE TO TRUE
       END-READ.

PRINTMONTHSSAMPLES.
       RETURN SAMPLESORTWORK
           AT END SET ENDOFSAMPLESORT TO TRUE
       END-RETURN
       PERFORM PRINTONEREPSSAMPLES UNTIL ENDOFSAMPLESORT.

*>   Each rep's samples print under the rep's name with a subtotal,
*>   so the month's marketing spend can be set against what each rep
*>   went on to sell.
PRINTONEREPSSAMPLES.
       MOVE SORTREPCODE TO CURRENTREPCODE
       MOVE ZERO TO REPUNITSTOTAL, REPCOSTTOTAL
       ADD 1 TO REPSWITHSAMPLES
       MOVE CURRENTREPCODE TO PRNREPCODE
       PERFORM FINDSALESREP
       IF REPFOUND
           MOVE RTREPNAME(REPIDX) TO PRNREPNAME
       ELSE
           MOVE "NOT ON REP FILE" TO PRNREPNAME
       END-IF
       WRITE SAMPLEPRINTLINE FROM REPHEADINGLINE
           AFTER ADVANCING 3 LINES
       WRITE SAMPLEPRINTLINE FROM SAMPLETOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONESAMPLE
           UNTIL ENDOFSAMPLESORT OR SORTREPCODE NOT = CURRENTREPCODE
       MOVE CURRENTREPCODE TO PRNFOOTERREPCODE
       MOVE REPUNITSTOTAL  TO PRNREPUNITS
       MOVE REPCOSTTOTAL   TO PRNREPCOST
       WRITE SAMPLEPRINTLINE FROM REPFOOTERLINE
           AFTER ADVANCING 2 LINES.

PRINTONESAMPLE.
       MOVE SORTISSUEDATE    TO PRNISSUEDATE
       MOVE SORTPROSPECTNAME TO PRNPROSPECTNAME
       IF SORTOILNUM >= 1 AND SORTOILNUM <= 20
           MOVE OILNAMEENTRY(SORTOILNUM) TO PRNOILNAME
       ELSE
           MOVE SPACES TO PRNOILNAME
       END-IF
       MOVE SORTUNITSIZE     TO PRNUNITSIZE
       MOVE SORTLOTNUMBER    TO PRNLOTNUMBER
       MOVE SORTQTYISSUED    TO PRNUNITS
       MOVE SORTCOSTVALUE    TO PRNCOSTVALUE
       WRITE SAMPLEPRINTLINE FROM SAMPLEDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO SAMPLELINESCOUNT
       ADD SORTQTYISSUED TO REPUNITSTOTAL, GRANDUNITSTOTAL
       ADD SORTCOSTVALUE TO REPCOSTTOTAL, GRANDCOSTTOTAL
       RETURN SAMPLESORTWORK
           AT END SET ENDOFSAMPLESORT TO TRUE
       END-RETURN.

FINDSALESREP.
       SET REPNOTFOUND TO TRUE
       PERFORM CHECKONESALESREP
           VARYING REPIDX FROM 1 BY 1
           UNTIL REPIDX > REPCOUNT OR REPFOUND
       IF REPFOUND
           SUBTRACT 1 FROM REPIDX
       END-IF.

CHECKONESALESREP.
       IF RTREPCODE(REPIDX) = CURRENTREPCODE
           SET REPFOUND TO TRUE
       END-IF.

LOADSALESREPS.
       OPEN INPUT SALESREPFILE
       IF SALESREPFILEOK
           READ SALESREPFILE
               AT END SET ENDOFSALESREPFILE TO TRUE
           END-READ
           PERFORM STOREONESALESREP UNTIL ENDOFSALESREPFILE
           CLOSE SALESREPFILE
       END-IF.

STOREONESALESREP.
       ADD 1 TO REPCOUNT
       MOVE REPCODE-SRF TO RTREPCODE(REPCOUNT)
       MOVE REPNAME-SRF TO RTREPNAME(REPCOUNT)
       READ SALESREPFILE
           AT END SET ENDOFSALESREPFILE TO TRUE
       END-READ.

LOADOILNAMES.
       OPEN INPUT OILPRICEFILE
       IF OILPRICEFILEOK
           READ OILPRICEFILE
               AT END SET ENDOFOILPRICEFILE TO TRUE
           END-READ
           PERFORM STOREONEOILNAME UNTIL ENDOFOILPRICEFILE
           CLOSE OILPRICEFILE
       END-IF.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ.
