IDENTIFICATION DIVISION.
PROGRAM-ID. OILSAMPLEISSUE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SALESREPFILE ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALESREPFILESTATUS.

       SELECT OILSTOCKFILE ASSIGN TO "OilStock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSTOCKFILESTATUS.

       SELECT OILLOTFILE ASSIGN TO "OilLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILLOTFILESTATUS.

       SELECT OILCOSTFILE ASSIGN TO "OilCosts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILCOSTFILESTATUS.

*>   The permanent record of every tester bottle a rep took out of
*>   stock, one line per lot drawn - appended and never truncated, so
*>   the monthly samples report and the GL journal both read it and
*>   each tester can be traced back to its lot.
       SELECT OILSAMPLEFILE ASSIGN TO "OilSamples.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSAMPLEFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPRICEFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SALESREPFILE.
01     SALESREPREC.
       88  ENDOFSALESREPFILE   VALUE HIGH-VALUES.
       02  REPCODE-SRF         PIC X(3).
       02  REPNAME-SRF         PIC X(20).
       02  REPTIER-SRF OCCURS 3 TIMES.
           03 TIERMINNET-SRF   PIC 9(7).
           03 TIERPCT-SRF      PIC 99V9.

FD     OILSTOCKFILE.
01     OILSTOCKREC.
       88  ENDOFOILSTOCKFILE   VALUE HIGH-VALUES.
       02  OILNUM-OSF          PIC 99.
       02  UNITSIZE-OSF        PIC 9.
       02  QTYONHAND-OSF       PIC 9(5).
       02  REORDERLEVEL-OSF    PIC 9(5).
01     OILSTOCKCONTROLREC.
       02  FILLER              PIC 99.
       02  FILLER              PIC 9.
       02  LASTPOSTEDTHRU      PIC 9(8).

FD     OILLOTFILE.
01     OILLOTREC.
       88  ENDOFOILLOTFILE     VALUE HIGH-VALUES.
       02  OILNUM-OLF          PIC 99.
       02  UNITSIZE-OLF        PIC 9.
       02  LOTNUMBER-OLF       PIC X(10).
       02  RECEIPTDATE-OLF     PIC 9(8).
       02  QTYREMAINING-OLF    PIC 9(5).
       02  BESTBEFOREDATE-OLF  PIC 9(8).

FD     OILCOSTFILE.
01     OILCOSTREC.
       88  ENDOFOILCOSTFILE    VALUE HIGH-VALUES.
       02  OILNUM-OCF          PIC 99.
       02  UNITCOST-OCF        PIC 99V99 OCCURS 3 TIMES.

FD     OILSAMPLEFILE.
01     OILSAMPLEREC.
       02  ISSUEDATE-OSM       PIC 9(8).
       02  FILLER              PIC X      VALUE SPACE.
       02  SALESREPCODE-OSM    PIC X(3).
       02  FILLER              PIC X      VALUE SPACE.
       02  OILNUM-OSM          PIC 99.
       02  FILLER              PIC X      VALUE SPACE.
       02  UNITSIZE-OSM        PIC 9.
       02  FILLER              PIC X      VALUE SPACE.
       02  LOTNUMBER-OSM       PIC X(10).
       02  FILLER              PIC X      VALUE SPACE.
       02  QTYISSUED-OSM       PIC 9(5).
       02  FILLER              PIC X      VALUE SPACE.
       02  UNITCOST-OSM        PIC 99V99.
       02  FILLER              PIC X      VALUE SPACE.
       02  COSTVALUE-OSM       PIC 9(7)V99.
       02  FILLER              PIC X      VALUE SPACE.
       02  PROSPECTNAME-OSM    PIC X(30).
       02  FILLER              PIC X      VALUE SPACE.
       02  OPERATORID-OSM      PIC X(8).

FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

WORKING-STORAGE SECTION.
01     SALESREPFILESTATUS       PIC XX.
       88 SALESREPFILEOK        VALUE "00".
01     OILSTOCKFILESTATUS       PIC XX.
       88 OILSTOCKFILEOK        VALUE "00".
01     OILLOTFILESTATUS         PIC XX.
       88 OILLOTFILEOK          VALUE "00".
01     OILCOSTFILESTATUS        PIC XX.
       88 OILCOSTFILEOK         VALUE "00".
01     OILSAMPLEFILESTATUS      PIC XX.
       88 OILSAMPLEFILEOK       VALUE "00".
01     OILPRICEFILESTATUS       PIC XX.
       88 OILPRICEFILEOK        VALUE "00".

01     POSTEDTHRUDATE           PIC 9(8) VALUE ZERO.
01     ISSUEDATE                PIC 9(8).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     OILCOSTSTABLE.
       02 OILCOSTOIL OCCURS 20 TIMES.
           03 OILSIZECOST       PIC 99V99 OCCURS 3 TIMES.

01     REPCOUNT                 PIC 99 VALUE ZERO.
01     REPTABLE.
       02 REPENTRY OCCURS 0 TO 50 TIMES DEPENDING ON REPCOUNT.
           03 RTREPCODE         PIC X(3).
           03 RTREPNAME         PIC X(20).
01     REPIDX                   PIC 99.
01     REPFOUNDSWITCH           PIC X.
       88 REPFOUND              VALUE "Y".
       88 REPNOTFOUND           VALUE "N".

01     OILSTOCKCOUNT            PIC 9(3) VALUE ZERO.
01     OILSTOCKTABLE.
       02 OILSTOCKENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON OILSTOCKCOUNT.
           03 OSOILNUM          PIC 99.
           03 OSUNITSIZE        PIC 9.
           03 OSQTYONHAND       PIC 9(5).
           03 OSREORDERLEVEL    PIC 9(5).
01     OILSTOCKIDX              PIC 9(3).

01     STOCKLINEFOUNDSWITCH     PIC X.
       88 STOCKLINEFOUND        VALUE "Y".
       88 STOCKLINENOTFOUND     VALUE "N".

01     OILLOTCOUNT              PIC 9(4) VALUE ZERO.
01     OILLOTTABLE.
       02 OILLOTENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON OILLOTCOUNT.
           03 OLOILNUM          PIC 99.
           03 OLUNITSIZE        PIC 9.
           03 OLLOTNUMBER       PIC X(10).
           03 OLRECEIPTDATE     PIC 9(8).
           03 OLQTYREMAINING    PIC 9(5).
           03 OLBESTBEFOREDATE  PIC 9(8).
01     OILLOTIDX                PIC 9(4).
01     OLDESTLOTIDX             PIC 9(4).
01     CANDIDATEEXPIRY          PIC 9(8).
01     CHOSENEXPIRY             PIC 9(8).
01     LOTCOVERQTY              PIC 9(6).
01     QTYLEFTTODRAW            PIC 9(5).
01     QTYFROMTHISLOT           PIC 9(5).

01     SAMPLEVALIDSWITCH        PIC X.
       88 SAMPLEVALID           VALUE "Y".
       88 SAMPLEINVALID         VALUE "N".

01     MORESAMPLES              PIC X VALUE "Y".
       88 ENTERANOTHER          VALUE "Y" "y".
01     CONFIRMISSUE             PIC X VALUE "N".
       88 ISSUECONFIRMED        VALUE "Y" "y".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     SALESREPCODEENTRY        PIC X(3) VALUE SPACES.
01     OILNUMENTRY              PIC 99.
01     UNITSIZEENTRY            PIC 9.
01     QTYENTRY                 PIC 9(5).
01     PROSPECTNAMEENTRY        PIC X(30).

01     SAMPLEUNITCOST           PIC 99V99.
01     SAMPLECOSTVALUE          PIC 9(7)V99.
01     PRNSAMPLECOSTVALUE       PIC Z,ZZZ,ZZ9.99.

01     SAMPLESISSUEDCOUNT       PIC 9(4) VALUE ZERO.
01     UNITSISSUEDCOUNT         PIC 9(7) VALUE ZERO.
01     COSTISSUEDTOTAL          PIC 9(8)V99 VALUE ZERO.
01     PRNCOSTISSUEDTOTAL       PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT ISSUEDATE FROM DATE YYYYMMDD

       PERFORM LOADSALESREPS
       IF REPCOUNT = ZERO
           DISPLAY "NO SALES REPS ON SalesReps.dat - NOBODY TO ISSUE "
               "SAMPLES TO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOILSTOCKTABLE
       IF OILSTOCKCOUNT = ZERO
           DISPLAY "NO OIL STOCK FILE ON DISK - NOTHING TO ISSUE FROM"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOILLOTTABLE
       PERFORM LOADOILCOSTS
       PERFORM LOADOILNAMES

       DISPLAY "SALES REP CODE: " WITH NO ADVANCING
       ACCEPT SALESREPCODEENTRY
       PERFORM FINDSALESREP
       IF REPNOTFOUND
           DISPLAY "REP " SALESREPCODEENTRY " IS NOT ON SalesReps.dat - "
               "RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "ISSUING SAMPLES TO " RTREPNAME(REPIDX)

       PERFORM ENTERONESAMPLE UNTIL NOT ENTERANOTHER

       IF SAMPLESISSUEDCOUNT > ZERO
           PERFORM REWRITEOILSTOCKFILE
           PERFORM REWRITEOILLOTFILE
       END-IF
       MOVE COSTISSUEDTOTAL TO PRNCOSTISSUEDTOTAL
       DISPLAY "SAMPLE ISSUES POSTED: " SAMPLESISSUEDCOUNT
       DISPLAY "UNITS ISSUED:         " UNITSISSUEDCOUNT
       DISPLAY "COST OF SAMPLES:      " PRNCOSTISSUEDTOTAL
       STOP RUN.

*>   A sample is stock given away, not sold - it comes off the book
*>   and out of the lots exactly as a sale would, but no sales record
*>   is written, so no receivable or commission ever follows it. The
*>   cost goes to marketing through the GL journal instead.
ENTERONESAMPLE.
       DISPLAY " "
       SET SAMPLEVALID TO TRUE
       DISPLAY "OIL NUMBER (1-20): " WITH NO ADVANCING
       ACCEPT OILNUMENTRY
       IF OILNUMENTRY < 1 OR OILNUMENTRY > 20
           SET SAMPLEINVALID TO TRUE
           DISPLAY "OIL NUMBERS RUN FROM 1 TO 20"
       ELSE
           DISPLAY "ISSUING " OILNAMEENTRY(OILNUMENTRY)
       END-IF

       IF SAMPLEVALID
           DISPLAY "UNIT SIZE (1-3): " WITH NO ADVANCING
           ACCEPT UNITSIZEENTRY
           PERFORM FINDOILSTOCKLINE
           IF STOCKLINENOTFOUND
               SET SAMPLEINVALID TO TRUE
               DISPLAY "NO STOCK LINE FOR THAT OIL IN THAT SIZE"
           END-IF
       END-IF

       IF SAMPLEVALID
           DISPLAY "UNITS: " WITH NO ADVANCING
           ACCEPT QTYENTRY
           IF QTYENTRY = ZERO
               SET SAMPLEINVALID TO TRUE
               DISPLAY "UNITS CANNOT BE ZERO"
           ELSE
               PERFORM CHECKSAMPLECOVER
           END-IF
       END-IF

       IF SAMPLEVALID
           DISPLAY "PROSPECT NAME: " WITH NO ADVANCING
           MOVE SPACES TO PROSPECTNAMEENTRY
           ACCEPT PROSPECTNAMEENTRY
           IF PROSPECTNAMEENTRY = SPACES
               SET SAMPLEINVALID TO TRUE
               DISPLAY "A SAMPLE MUST NAME THE PROSPECT IT IS LEFT WITH"
           END-IF
       END-IF

       IF SAMPLEVALID
           MOVE OILSIZECOST(OILNUMENTRY, UNITSIZEENTRY)
               TO SAMPLEUNITCOST
           COMPUTE SAMPLECOSTVALUE = QTYENTRY * SAMPLEUNITCOST
           MOVE SAMPLECOSTVALUE TO PRNSAMPLECOSTVALUE
           DISPLAY "ISSUE " QTYENTRY " UNITS AT COST "
               PRNSAMPLECOSTVALUE " TO " SALESREPCODEENTRY
               "? (Y/N): " WITH NO ADVANCING
           ACCEPT CONFIRMISSUE
           IF ISSUECONFIRMED
               PERFORM POSTSAMPLEISSUE
           ELSE
               DISPLAY "SAMPLE NOT ISSUED"
           END-IF
       END-IF
       DISPLAY "ISSUE ANOTHER SAMPLE? (Y/N): " WITH NO ADVANCING
       ACCEPT MORESAMPLES.

*>   The same cover rule BLENDINGRUN applies to its components - the
*>   book stock and the in-date lots behind it must both cover the
*>   issue, so every tester bottle can be traced to the lot it came
*>   from and nothing past its best-before goes out to a prospect.
CHECKSAMPLECOVER.
       MOVE ZERO TO LOTCOVERQTY
       PERFORM ADDONELOTTOCOVER
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT
       DISPLAY "  ON HAND " OSQTYONHAND(OILSTOCKIDX)
           " IN LOTS " LOTCOVERQTY
       IF QTYENTRY > OSQTYONHAND(OILSTOCKIDX)
               OR QTYENTRY > LOTCOVERQTY
           SET SAMPLEINVALID TO TRUE
           DISPLAY "  NOT ENOUGH IN-DATE LOT-TRACED STOCK TO ISSUE"
       END-IF.

ADDONELOTTOCOVER.
       PERFORM SETCANDIDATEEXPIRY
       IF OLOILNUM(OILLOTIDX) = OILNUMENTRY
               AND OLUNITSIZE(OILLOTIDX) = UNITSIZEENTRY
               AND CANDIDATEEXPIRY NOT < ISSUEDATE
           ADD OLQTYREMAINING(OILLOTIDX) TO LOTCOVERQTY
       END-IF.

POSTSAMPLEISSUE.
       SUBTRACT QTYENTRY FROM OSQTYONHAND(OILSTOCKIDX)
       OPEN EXTEND OILSAMPLEFILE
       IF NOT OILSAMPLEFILEOK
           OPEN OUTPUT OILSAMPLEFILE
       END-IF
       MOVE QTYENTRY TO QTYLEFTTODRAW
       PERFORM FINDOLDESTOPENLOT
       PERFORM DRAWFROMOLDESTLOT
           UNTIL QTYLEFTTODRAW = ZERO OR OLDESTLOTIDX = ZERO
       CLOSE OILSAMPLEFILE

       ADD 1 TO SAMPLESISSUEDCOUNT
       ADD QTYENTRY TO UNITSISSUEDCOUNT
       ADD SAMPLECOSTVALUE TO COSTISSUEDTOTAL
       DISPLAY "SAMPLE ISSUED".

*>   Testers leave stock earliest best-before first, skipping lots
*>   already past it, the same order a sale takes them in.
DRAWFROMOLDESTLOT.
       IF OLQTYREMAINING(OLDESTLOTIDX) < QTYLEFTTODRAW
           MOVE OLQTYREMAINING(OLDESTLOTIDX) TO QTYFROMTHISLOT
       ELSE
           MOVE QTYLEFTTODRAW TO QTYFROMTHISLOT
       END-IF
       SUBTRACT QTYFROMTHISLOT FROM OLQTYREMAINING(OLDESTLOTIDX)
       SUBTRACT QTYFROMTHISLOT FROM QTYLEFTTODRAW
       PERFORM WRITEONESAMPLEDRAW
       PERFORM FINDOLDESTOPENLOT.

WRITEONESAMPLEDRAW.
       MOVE SPACES                    TO OILSAMPLEREC
       MOVE ISSUEDATE                 TO ISSUEDATE-OSM
       MOVE SALESREPCODEENTRY         TO SALESREPCODE-OSM
       MOVE OILNUMENTRY               TO OILNUM-OSM
       MOVE UNITSIZEENTRY             TO UNITSIZE-OSM
       MOVE OLLOTNUMBER(OLDESTLOTIDX) TO LOTNUMBER-OSM
       MOVE QTYFROMTHISLOT            TO QTYISSUED-OSM
       MOVE SAMPLEUNITCOST            TO UNITCOST-OSM
       COMPUTE COSTVALUE-OSM = QTYFROMTHISLOT * SAMPLEUNITCOST
       MOVE PROSPECTNAMEENTRY         TO PROSPECTNAME-OSM
       MOVE OPERATORID                TO OPERATORID-OSM
       WRITE OILSAMPLEREC.

FINDOLDESTOPENLOT.
       MOVE ZERO TO OLDESTLOTIDX
       PERFORM CHECKONELOTFOROLDEST
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT.

CHECKONELOTFOROLDEST.
       PERFORM SETCANDIDATEEXPIRY
       IF OLOILNUM(OILLOTIDX) = OILNUMENTRY
               AND OLUNITSIZE(OILLOTIDX) = UNITSIZEENTRY
               AND OLQTYREMAINING(OILLOTIDX) > ZERO
               AND CANDIDATEEXPIRY NOT < ISSUEDATE
           IF OLDESTLOTIDX = ZERO
               MOVE OILLOTIDX TO OLDESTLOTIDX
               MOVE CANDIDATEEXPIRY TO CHOSENEXPIRY
           ELSE
               IF CANDIDATEEXPIRY < CHOSENEXPIRY
                       OR (CANDIDATEEXPIRY = CHOSENEXPIRY
                           AND OLRECEIPTDATE(OILLOTIDX)
                               < OLRECEIPTDATE(OLDESTLOTIDX))
                   MOVE OILLOTIDX TO OLDESTLOTIDX
                   MOVE CANDIDATEEXPIRY TO CHOSENEXPIRY
               END-IF
           END-IF
       END-IF.

*>   A lot with no best-before date (received before dates were kept)
*>   ranks after every dated lot, as if it never expired.
SETCANDIDATEEXPIRY.
       IF OLBESTBEFOREDATE(OILLOTIDX) = ZERO
           MOVE 99999999 TO CANDIDATEEXPIRY
       ELSE
           MOVE OLBESTBEFOREDATE(OILLOTIDX) TO CANDIDATEEXPIRY
       END-IF.

FINDSALESREP.
       SET REPNOTFOUND TO TRUE
       PERFORM CHECKONESALESREP
           VARYING REPIDX FROM 1 BY 1
           UNTIL REPIDX > REPCOUNT OR REPFOUND
       IF REPFOUND
           SUBTRACT 1 FROM REPIDX
       END-IF.

CHECKONESALESREP.
       IF RTREPCODE(REPIDX) = SALESREPCODEENTRY
           SET REPFOUND TO TRUE
       END-IF.

FINDOILSTOCKLINE.
       SET STOCKLINENOTFOUND TO TRUE
       PERFORM CHECKONEOILSTOCKLINE
           VARYING OILSTOCKIDX FROM 1 BY 1
           UNTIL OILSTOCKIDX > OILSTOCKCOUNT OR STOCKLINEFOUND
       IF STOCKLINEFOUND
           SUBTRACT 1 FROM OILSTOCKIDX
       END-IF.

CHECKONEOILSTOCKLINE.
       IF OSOILNUM(OILSTOCKIDX) = OILNUMENTRY
               AND OSUNITSIZE(OILSTOCKIDX) = UNITSIZEENTRY
           SET STOCKLINEFOUND TO TRUE
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

LOADOILSTOCKTABLE.
       OPEN INPUT OILSTOCKFILE
       IF OILSTOCKFILEOK
           READ OILSTOCKFILE
               AT END SET ENDOFOILSTOCKFILE TO TRUE
           END-READ
           PERFORM STOREONEOILSTOCKLINE UNTIL ENDOFOILSTOCKFILE
           CLOSE OILSTOCKFILE
       END-IF.

STOREONEOILSTOCKLINE.
       IF OILNUM-OSF = ZERO
           MOVE LASTPOSTEDTHRU TO POSTEDTHRUDATE
       ELSE
           ADD 1 TO OILSTOCKCOUNT
           MOVE OILNUM-OSF       TO OSOILNUM(OILSTOCKCOUNT)
           MOVE UNITSIZE-OSF     TO OSUNITSIZE(OILSTOCKCOUNT)
           MOVE QTYONHAND-OSF    TO OSQTYONHAND(OILSTOCKCOUNT)
           MOVE REORDERLEVEL-OSF TO OSREORDERLEVEL(OILSTOCKCOUNT)
       END-IF
       READ OILSTOCKFILE
           AT END SET ENDOFOILSTOCKFILE TO TRUE
       END-READ.

LOADOILLOTTABLE.
       OPEN INPUT OILLOTFILE
       IF OILLOTFILEOK
           READ OILLOTFILE
               AT END SET ENDOFOILLOTFILE TO TRUE
           END-READ
           PERFORM STOREONEOILLOT UNTIL ENDOFOILLOTFILE
           CLOSE OILLOTFILE
       END-IF.

STOREONEOILLOT.
       ADD 1 TO OILLOTCOUNT
       MOVE OILNUM-OLF       TO OLOILNUM(OILLOTCOUNT)
       MOVE UNITSIZE-OLF     TO OLUNITSIZE(OILLOTCOUNT)
       MOVE LOTNUMBER-OLF    TO OLLOTNUMBER(OILLOTCOUNT)
       MOVE RECEIPTDATE-OLF  TO OLRECEIPTDATE(OILLOTCOUNT)
       MOVE QTYREMAINING-OLF TO OLQTYREMAINING(OILLOTCOUNT)
       IF BESTBEFOREDATE-OLF IS NUMERIC
           MOVE BESTBEFOREDATE-OLF TO OLBESTBEFOREDATE(OILLOTCOUNT)
       ELSE
           MOVE ZERO TO OLBESTBEFOREDATE(OILLOTCOUNT)
       END-IF
       READ OILLOTFILE
           AT END SET ENDOFOILLOTFILE TO TRUE
       END-READ.

*>   A missing cost file is not fatal - samples simply carry no cost,
*>   the same way OILSTOCKVALUATION values them at zero.
LOADOILCOSTS.
       INITIALIZE OILCOSTSTABLE
       OPEN INPUT OILCOSTFILE
       IF OILCOSTFILEOK
           READ OILCOSTFILE
               AT END SET ENDOFOILCOSTFILE TO TRUE
           END-READ
           PERFORM STOREONEOILCOST UNTIL ENDOFOILCOSTFILE
           CLOSE OILCOSTFILE
       END-IF.

STOREONEOILCOST.
       IF OILNUM-OCF >= 1 AND OILNUM-OCF <= 20
           MOVE UNITCOST-OCF(1) TO OILSIZECOST(OILNUM-OCF, 1)
           MOVE UNITCOST-OCF(2) TO OILSIZECOST(OILNUM-OCF, 2)
           MOVE UNITCOST-OCF(3) TO OILSIZECOST(OILNUM-OCF, 3)
       END-IF
       READ OILCOSTFILE
           AT END SET ENDOFOILCOSTFILE TO TRUE
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

REWRITEOILSTOCKFILE.
       OPEN OUTPUT OILSTOCKFILE
       MOVE ZERO TO OILSTOCKCONTROLREC(1:3)
       MOVE POSTEDTHRUDATE TO LASTPOSTEDTHRU
       WRITE OILSTOCKCONTROLREC
       PERFORM WRITEONEOILSTOCKLINE
           VARYING OILSTOCKIDX FROM 1 BY 1
           UNTIL OILSTOCKIDX > OILSTOCKCOUNT
       CLOSE OILSTOCKFILE.

WRITEONEOILSTOCKLINE.
       MOVE OSOILNUM(OILSTOCKIDX)       TO OILNUM-OSF
       MOVE OSUNITSIZE(OILSTOCKIDX)     TO UNITSIZE-OSF
       MOVE OSQTYONHAND(OILSTOCKIDX)    TO QTYONHAND-OSF
       MOVE OSREORDERLEVEL(OILSTOCKIDX) TO REORDERLEVEL-OSF
       WRITE OILSTOCKREC.

*>   Lots run down to nothing are dropped, as OILSTOCKUPDATE does -
*>   the samples file already holds the lot each tester came from.
REWRITEOILLOTFILE.
       OPEN OUTPUT OILLOTFILE
       PERFORM WRITEONESURVIVINGLOT
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT
       CLOSE OILLOTFILE.

WRITEONESURVIVINGLOT.
       IF OLQTYREMAINING(OILLOTIDX) > ZERO
           MOVE OLOILNUM(OILLOTIDX)       TO OILNUM-OLF
           MOVE OLUNITSIZE(OILLOTIDX)     TO UNITSIZE-OLF
           MOVE OLLOTNUMBER(OILLOTIDX)    TO LOTNUMBER-OLF
           MOVE OLRECEIPTDATE(OILLOTIDX)  TO RECEIPTDATE-OLF
           MOVE OLQTYREMAINING(OILLOTIDX) TO QTYREMAINING-OLF
           MOVE OLBESTBEFOREDATE(OILLOTIDX) TO BESTBEFOREDATE-OLF
           WRITE OILLOTREC
       END-IF.
