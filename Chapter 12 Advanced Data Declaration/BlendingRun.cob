IDENTIFICATION DIVISION.
PROGRAM-ID. BLENDINGRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   One row per component oil of each house blend and the share of
*>   the blend it makes up. House blends are oils 15-20 on the oils
*>   table, priced on OilPrices.dat and stocked on OilStock.dat like
*>   any base oil; their components are base oils 01-14.
       SELECT BLENDRECIPEFILE ASSIGN TO "BlendRecipes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLENDRECIPEFILESTATUS.

       SELECT OILSTOCKFILE ASSIGN TO "OilStock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSTOCKFILESTATUS.

       SELECT OILLOTFILE ASSIGN TO "OilLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILLOTFILESTATUS.

*>   The permanent record of which component lots went into each
*>   blend lot - appended and never truncated, so RECALLREPORT can
*>   follow a base-oil lot into the blends made from it.
       SELECT BLENDCOMPONENTFILE ASSIGN TO "BlendLotComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLENDCOMPONENTFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPRICEFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     BLENDRECIPEFILE.
01     BLENDRECIPEREC.
       88  ENDOFBLENDRECIPEFILE VALUE HIGH-VALUES.
       02  BLENDOILNUM-BRF     PIC 99.
       02  COMPONENTOILNUM-BRF PIC 99.
       02  PROPORTIONPCT-BRF   PIC 999.

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

FD     BLENDCOMPONENTFILE.
01     BLENDCOMPONENTREC.
       88  ENDOFBLENDCOMPONENTFILE VALUE HIGH-VALUES.
       02  BLENDDATE-BCF       PIC 9(8).
       02  FILLER              PIC X      VALUE SPACE.
       02  BLENDLOTNUMBER-BCF  PIC X(10).
       02  FILLER              PIC X      VALUE SPACE.
       02  BLENDOILNUM-BCF     PIC 99.
       02  FILLER              PIC X      VALUE SPACE.
       02  UNITSIZE-BCF        PIC 9.
       02  FILLER              PIC X      VALUE SPACE.
       02  COMPONENTOILNUM-BCF PIC 99.
       02  FILLER              PIC X      VALUE SPACE.
       02  COMPONENTLOT-BCF    PIC X(10).
       02  FILLER              PIC X      VALUE SPACE.
       02  QTYUSED-BCF         PIC 9(5).
       02  FILLER              PIC X      VALUE SPACE.
       02  OPERATORID-BCF      PIC X(8).

FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

WORKING-STORAGE SECTION.
01     BLENDRECIPEFILESTATUS    PIC XX.
       88 BLENDRECIPEFILEOK     VALUE "00".
01     OILSTOCKFILESTATUS       PIC XX.
       88 OILSTOCKFILEOK        VALUE "00".
01     OILLOTFILESTATUS         PIC XX.
       88 OILLOTFILEOK          VALUE "00".
01     BLENDCOMPONENTFILESTATUS PIC XX.
       88 BLENDCOMPONENTFILEOK  VALUE "00".
01     OILPRICEFILESTATUS       PIC XX.
       88 OILPRICEFILEOK        VALUE "00".

01     POSTEDTHRUDATE           PIC 9(8) VALUE ZERO.
01     BLENDDATE                PIC 9(8).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     RECIPECOUNT              PIC 9(3) VALUE ZERO.
01     RECIPETABLE.
       02 RECIPELINE OCCURS 0 TO 120 TIMES DEPENDING ON RECIPECOUNT.
           03 RCBLENDOILNUM     PIC 99.
           03 RCCOMPONENTOILNUM PIC 99.
           03 RCPROPORTIONPCT   PIC 999.
01     RECIPEIDX                PIC 9(3).

01     OILSTOCKCOUNT            PIC 9(3) VALUE ZERO.
01     OILSTOCKTABLE.
       02 OILSTOCKENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON OILSTOCKCOUNT.
           03 OSOILNUM          PIC 99.
           03 OSUNITSIZE        PIC 9.
           03 OSQTYONHAND       PIC 9(5).
           03 OSREORDERLEVEL    PIC 9(5).
01     OILSTOCKIDX              PIC 9(3).
01     BLENDSTOCKIDX            PIC 9(3).
01     WANTEDOILNUM             PIC 99.

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
*>   A blend is only as good as its shortest-lived component, so the
*>   blend lot takes the earliest best-before among the lots drawn.
01     BLENDBESTBEFOREDATE      PIC 9(8).
01     LOTCOVERQTY              PIC 9(6).

*>   Every blend lot number already issued, so a new one - keyed or
*>   numbered automatically - can never reuse a lot still being traced.
01     USEDBLENDLOTCOUNT        PIC 9(4) VALUE ZERO.
01     USEDBLENDLOTTABLE.
       02 USEDBLENDLOT          PIC X(10) OCCURS 0 TO 2000 TIMES
               DEPENDING ON USEDBLENDLOTCOUNT.
01     USEDBLENDLOTIDX          PIC 9(4).
01     LOTNUMBERINUSESWITCH     PIC X.
       88 LOTNUMBERINUSE        VALUE "Y".
       88 LOTNUMBERFREE         VALUE "N".

*>   The run in hand: what each component contributes and, once the
*>   lots are drawn, which lot each unit came from.
01     COMPONENTCOUNT           PIC 9 VALUE ZERO.
01     COMPONENTTABLE.
       02 COMPONENTENTRY OCCURS 0 TO 5 TIMES
               DEPENDING ON COMPONENTCOUNT.
           03 CPOILNUM          PIC 99.
           03 CPPROPORTIONPCT   PIC 999.
           03 CPQTYREQUIRED     PIC 9(5).
           03 CPSTOCKIDX        PIC 9(3).
01     COMPONENTIDX             PIC 9.
01     PROPORTIONTOTAL          PIC 9(4).

01     DRAWCOUNT                PIC 9(3) VALUE ZERO.
01     DRAWTABLE.
       02 DRAWENTRY OCCURS 0 TO 100 TIMES DEPENDING ON DRAWCOUNT.
           03 DWOILNUM          PIC 99.
           03 DWLOTNUMBER       PIC X(10).
           03 DWQTY             PIC 9(5).
01     DRAWIDX                  PIC 9(3).
01     QTYLEFTTODRAW            PIC 9(5).
01     QTYFROMTHISLOT           PIC 9(5).

01     BLENDRUNVALIDSWITCH      PIC X.
       88 BLENDRUNVALID         VALUE "Y".
       88 BLENDRUNINVALID       VALUE "N".

01     MOREBLENDRUNS            PIC X VALUE "Y".
       88 ENTERANOTHER          VALUE "Y" "y".
01     CONFIRMRUN               PIC X VALUE "N".
       88 RUNCONFIRMED          VALUE "Y" "y".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     BLENDOILNUMENTRY         PIC 99.
01     UNITSIZEENTRY            PIC 9.
01     QTYTOMAKEENTRY           PIC 9(5).
01     BLENDLOTNUMBER           PIC X(10) VALUE SPACES.

01     AUTOLOTNUMBER.
       02 FILLER                PIC XX VALUE "BL".
       02 AUTOLOTDATE           PIC 9(6).
       02 AUTOLOTSEQUENCE       PIC 99 VALUE ZERO.

01     BLENDRUNSCOUNT           PIC 9(4) VALUE ZERO.
01     UNITSBLENDEDCOUNT        PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT BLENDDATE FROM DATE YYYYMMDD

       PERFORM LOADRECIPETABLE
       IF RECIPECOUNT = ZERO
           DISPLAY "NO BLEND RECIPES ON BlendRecipes.dat - NOTHING TO "
               "BLEND"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOILSTOCKTABLE
       IF OILSTOCKCOUNT = ZERO
           DISPLAY "NO OIL STOCK FILE ON DISK - NOTHING TO BLEND FROM"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOILLOTTABLE
       PERFORM LOADUSEDBLENDLOTS
       PERFORM LOADOILNAMES

       PERFORM ENTERONEBLENDRUN UNTIL NOT ENTERANOTHER

       IF BLENDRUNSCOUNT > ZERO
           PERFORM REWRITEOILSTOCKFILE
           PERFORM REWRITEOILLOTFILE
       END-IF
       DISPLAY "BLENDING RUNS POSTED: " BLENDRUNSCOUNT
       DISPLAY "UNITS OF BLEND MADE:  " UNITSBLENDEDCOUNT
       STOP RUN.

ENTERONEBLENDRUN.
       DISPLAY " "
       SET BLENDRUNVALID TO TRUE
       DISPLAY "BLEND OIL NUMBER (15-20): " WITH NO ADVANCING
       ACCEPT BLENDOILNUMENTRY
       IF BLENDOILNUMENTRY < 15 OR BLENDOILNUMENTRY > 20
           SET BLENDRUNINVALID TO TRUE
           DISPLAY "HOUSE BLENDS ARE OILS 15 TO 20"
       ELSE
           DISPLAY "BLENDING " OILNAMEENTRY(BLENDOILNUMENTRY)
           PERFORM GATHERBLENDRECIPE
       END-IF

       IF BLENDRUNVALID
           DISPLAY "UNIT SIZE (1-3): " WITH NO ADVANCING
           ACCEPT UNITSIZEENTRY
           MOVE BLENDOILNUMENTRY TO WANTEDOILNUM
           PERFORM FINDOILSTOCKLINE
           IF STOCKLINENOTFOUND
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "NO STOCK LINE FOR THE BLEND IN THAT SIZE"
           ELSE
               MOVE OILSTOCKIDX TO BLENDSTOCKIDX
           END-IF
       END-IF

       IF BLENDRUNVALID
           DISPLAY "UNITS TO MAKE: " WITH NO ADVANCING
           ACCEPT QTYTOMAKEENTRY
           IF QTYTOMAKEENTRY = ZERO
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "UNITS CANNOT BE ZERO"
           ELSE
               PERFORM CHECKONECOMPONENTCOVER
                   VARYING COMPONENTIDX FROM 1 BY 1
                   UNTIL COMPONENTIDX > COMPONENTCOUNT
           END-IF
       END-IF

       IF BLENDRUNVALID
           PERFORM GETBLENDLOTNUMBER
       END-IF

       IF BLENDRUNVALID
           DISPLAY "POST BLEND LOT " BLENDLOTNUMBER " OF "
               QTYTOMAKEENTRY " UNITS? (Y/N): " WITH NO ADVANCING
           ACCEPT CONFIRMRUN
           IF RUNCONFIRMED
               PERFORM POSTBLENDRUN
           ELSE
               DISPLAY "BLENDING RUN NOT POSTED"
           END-IF
       END-IF
       DISPLAY "ENTER ANOTHER BLENDING RUN? (Y/N): " WITH NO ADVANCING
       ACCEPT MOREBLENDRUNS.

*>   A recipe that does not add up to the whole blend is a keying
*>   slip on the recipe file - better to refuse the run than to make
*>   a lot that does not match its label.
GATHERBLENDRECIPE.
       MOVE ZERO TO COMPONENTCOUNT, PROPORTIONTOTAL
       PERFORM TAKEONERECIPELINE
           VARYING RECIPEIDX FROM 1 BY 1 UNTIL RECIPEIDX > RECIPECOUNT
       EVALUATE TRUE
           WHEN COMPONENTCOUNT = ZERO
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "NO RECIPE ON FILE FOR THIS BLEND"
           WHEN PROPORTIONTOTAL NOT = 100
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "RECIPE PROPORTIONS TOTAL " PROPORTIONTOTAL
                   "% NOT 100% - CORRECT BlendRecipes.dat"
       END-EVALUATE.

TAKEONERECIPELINE.
       IF RCBLENDOILNUM(RECIPEIDX) = BLENDOILNUMENTRY
           IF RCCOMPONENTOILNUM(RECIPEIDX) < 1
                   OR RCCOMPONENTOILNUM(RECIPEIDX) > 14
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "RECIPE COMPONENT " RCCOMPONENTOILNUM(RECIPEIDX)
                   " IS NOT A BASE OIL"
           ELSE
               IF COMPONENTCOUNT < 5
                   ADD 1 TO COMPONENTCOUNT
                   MOVE RCCOMPONENTOILNUM(RECIPEIDX)
                       TO CPOILNUM(COMPONENTCOUNT)
                   MOVE RCPROPORTIONPCT(RECIPEIDX)
                       TO CPPROPORTIONPCT(COMPONENTCOUNT)
               END-IF
           END-IF
           ADD RCPROPORTIONPCT(RECIPEIDX) TO PROPORTIONTOTAL
       END-IF.

*>   Components are drawn in the blend's own unit size. The run only
*>   goes ahead when both the book stock and the lots behind it cover
*>   every component - a blend whose oils cannot be traced to a lot
*>   would defeat the point of the component record.
CHECKONECOMPONENTCOVER.
       COMPUTE CPQTYREQUIRED(COMPONENTIDX) ROUNDED =
           QTYTOMAKEENTRY * CPPROPORTIONPCT(COMPONENTIDX) / 100
       MOVE CPOILNUM(COMPONENTIDX) TO WANTEDOILNUM
       PERFORM FINDOILSTOCKLINE
       IF STOCKLINENOTFOUND
           SET BLENDRUNINVALID TO TRUE
           DISPLAY "NO STOCK LINE FOR " OILNAMEENTRY(WANTEDOILNUM)
               " IN THAT SIZE"
       ELSE
           MOVE OILSTOCKIDX TO CPSTOCKIDX(COMPONENTIDX)
           MOVE ZERO TO LOTCOVERQTY
           PERFORM ADDONELOTTOCOVER
               VARYING OILLOTIDX FROM 1 BY 1
               UNTIL OILLOTIDX > OILLOTCOUNT
           DISPLAY "  " OILNAMEENTRY(WANTEDOILNUM) " NEEDS "
               CPQTYREQUIRED(COMPONENTIDX) " ON HAND "
               OSQTYONHAND(OILSTOCKIDX) " IN LOTS " LOTCOVERQTY
           IF CPQTYREQUIRED(COMPONENTIDX) > OSQTYONHAND(OILSTOCKIDX)
                   OR CPQTYREQUIRED(COMPONENTIDX) > LOTCOVERQTY
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "  NOT ENOUGH IN-DATE LOT-TRACED STOCK OF "
                   OILNAMEENTRY(WANTEDOILNUM)
           END-IF
       END-IF.

ADDONELOTTOCOVER.
       PERFORM SETCANDIDATEEXPIRY
       IF OLOILNUM(OILLOTIDX) = WANTEDOILNUM
               AND OLUNITSIZE(OILLOTIDX) = UNITSIZEENTRY
               AND CANDIDATEEXPIRY NOT < BLENDDATE
           ADD OLQTYREMAINING(OILLOTIDX) TO LOTCOVERQTY
       END-IF.

*>   A blank lot number takes the next free BLyymmddnn number for the
*>   day; a keyed one must not already be in use.
GETBLENDLOTNUMBER.
       DISPLAY "BLEND LOT NUMBER (BLANK TO NUMBER AUTOMATICALLY): "
           WITH NO ADVANCING
       MOVE SPACES TO BLENDLOTNUMBER
       ACCEPT BLENDLOTNUMBER
       IF BLENDLOTNUMBER = SPACES
           MOVE BLENDDATE(3:6) TO AUTOLOTDATE
           MOVE ZERO TO AUTOLOTSEQUENCE
           SET LOTNUMBERINUSE TO TRUE
           PERFORM TRYNEXTAUTOLOTNUMBER
               UNTIL LOTNUMBERFREE OR AUTOLOTSEQUENCE = 99
           IF LOTNUMBERINUSE
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "NO FREE BLEND LOT NUMBER LEFT FOR TODAY - "
                   "KEY ONE"
           END-IF
       ELSE
           PERFORM CHECKLOTNUMBERINUSE
           IF LOTNUMBERINUSE
               SET BLENDRUNINVALID TO TRUE
               DISPLAY "LOT NUMBER " BLENDLOTNUMBER " IS ALREADY IN USE"
           END-IF
       END-IF.

TRYNEXTAUTOLOTNUMBER.
       ADD 1 TO AUTOLOTSEQUENCE
       MOVE AUTOLOTNUMBER TO BLENDLOTNUMBER
       PERFORM CHECKLOTNUMBERINUSE.

CHECKLOTNUMBERINUSE.
       SET LOTNUMBERFREE TO TRUE
       PERFORM CHECKONEUSEDBLENDLOT
           VARYING USEDBLENDLOTIDX FROM 1 BY 1
           UNTIL USEDBLENDLOTIDX > USEDBLENDLOTCOUNT OR LOTNUMBERINUSE
       PERFORM CHECKONELOTNUMBER
           VARYING OILLOTIDX FROM 1 BY 1
           UNTIL OILLOTIDX > OILLOTCOUNT OR LOTNUMBERINUSE.

CHECKONEUSEDBLENDLOT.
       IF USEDBLENDLOT(USEDBLENDLOTIDX) = BLENDLOTNUMBER
           SET LOTNUMBERINUSE TO TRUE
       END-IF.

CHECKONELOTNUMBER.
       IF OLLOTNUMBER(OILLOTIDX) = BLENDLOTNUMBER
           SET LOTNUMBERINUSE TO TRUE
       END-IF.

*>   Components leave stock earliest best-before first, skipping lots
*>   already past it, the same order OILSTOCKUPDATE sells them in; the
*>   finished blend arrives as a new lot dated today.
POSTBLENDRUN.
       MOVE ZERO TO DRAWCOUNT
       MOVE 99999999 TO BLENDBESTBEFOREDATE
       PERFORM DRAWONECOMPONENT
           VARYING COMPONENTIDX FROM 1 BY 1
           UNTIL COMPONENTIDX > COMPONENTCOUNT

       ADD QTYTOMAKEENTRY TO OSQTYONHAND(BLENDSTOCKIDX)
       ADD 1 TO OILLOTCOUNT
       MOVE BLENDOILNUMENTRY TO OLOILNUM(OILLOTCOUNT)
       MOVE UNITSIZEENTRY    TO OLUNITSIZE(OILLOTCOUNT)
       MOVE BLENDLOTNUMBER   TO OLLOTNUMBER(OILLOTCOUNT)
       MOVE BLENDDATE        TO OLRECEIPTDATE(OILLOTCOUNT)
       MOVE QTYTOMAKEENTRY   TO OLQTYREMAINING(OILLOTCOUNT)
       IF BLENDBESTBEFOREDATE = 99999999
           MOVE ZERO TO OLBESTBEFOREDATE(OILLOTCOUNT)
       ELSE
           MOVE BLENDBESTBEFOREDATE TO OLBESTBEFOREDATE(OILLOTCOUNT)
       END-IF

       OPEN EXTEND BLENDCOMPONENTFILE
       IF NOT BLENDCOMPONENTFILEOK
           OPEN OUTPUT BLENDCOMPONENTFILE
       END-IF
       PERFORM WRITEONECOMPONENTDRAW
           VARYING DRAWIDX FROM 1 BY 1 UNTIL DRAWIDX > DRAWCOUNT
       CLOSE BLENDCOMPONENTFILE

       ADD 1 TO USEDBLENDLOTCOUNT
       MOVE BLENDLOTNUMBER TO USEDBLENDLOT(USEDBLENDLOTCOUNT)
       ADD 1 TO BLENDRUNSCOUNT
       ADD QTYTOMAKEENTRY TO UNITSBLENDEDCOUNT
       DISPLAY "BLEND LOT " BLENDLOTNUMBER " POSTED".

DRAWONECOMPONENT.
       MOVE CPOILNUM(COMPONENTIDX) TO WANTEDOILNUM
       SUBTRACT CPQTYREQUIRED(COMPONENTIDX)
           FROM OSQTYONHAND(CPSTOCKIDX(COMPONENTIDX))
       MOVE CPQTYREQUIRED(COMPONENTIDX) TO QTYLEFTTODRAW
       PERFORM FINDOLDESTOPENLOT
       PERFORM DRAWFROMOLDESTLOT
           UNTIL QTYLEFTTODRAW = ZERO OR OLDESTLOTIDX = ZERO.

DRAWFROMOLDESTLOT.
       IF OLQTYREMAINING(OLDESTLOTIDX) < QTYLEFTTODRAW
           MOVE OLQTYREMAINING(OLDESTLOTIDX) TO QTYFROMTHISLOT
       ELSE
           MOVE QTYLEFTTODRAW TO QTYFROMTHISLOT
       END-IF
       SUBTRACT QTYFROMTHISLOT FROM OLQTYREMAINING(OLDESTLOTIDX)
       SUBTRACT QTYFROMTHISLOT FROM QTYLEFTTODRAW
       ADD 1 TO DRAWCOUNT
       MOVE WANTEDOILNUM              TO DWOILNUM(DRAWCOUNT)
       MOVE OLLOTNUMBER(OLDESTLOTIDX) TO DWLOTNUMBER(DRAWCOUNT)
       MOVE QTYFROMTHISLOT            TO DWQTY(DRAWCOUNT)
       IF CHOSENEXPIRY < BLENDBESTBEFOREDATE
           MOVE CHOSENEXPIRY TO BLENDBESTBEFOREDATE
       END-IF
       PERFORM FINDOLDESTOPENLOT.

FINDOLDESTOPENLOT.
       MOVE ZERO TO OLDESTLOTIDX
       PERFORM CHECKONELOTFOROLDEST
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT.

CHECKONELOTFOROLDEST.
       PERFORM SETCANDIDATEEXPIRY
       IF OLOILNUM(OILLOTIDX) = WANTEDOILNUM
               AND OLUNITSIZE(OILLOTIDX) = UNITSIZEENTRY
               AND OLQTYREMAINING(OILLOTIDX) > ZERO
               AND CANDIDATEEXPIRY NOT < BLENDDATE
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

WRITEONECOMPONENTDRAW.
       MOVE SPACES               TO BLENDCOMPONENTREC
       MOVE BLENDDATE            TO BLENDDATE-BCF
       MOVE BLENDLOTNUMBER       TO BLENDLOTNUMBER-BCF
       MOVE BLENDOILNUMENTRY     TO BLENDOILNUM-BCF
       MOVE UNITSIZEENTRY        TO UNITSIZE-BCF
       MOVE DWOILNUM(DRAWIDX)    TO COMPONENTOILNUM-BCF
       MOVE DWLOTNUMBER(DRAWIDX) TO COMPONENTLOT-BCF
       MOVE DWQTY(DRAWIDX)       TO QTYUSED-BCF
       MOVE OPERATORID           TO OPERATORID-BCF
       WRITE BLENDCOMPONENTREC.

FINDOILSTOCKLINE.
       SET STOCKLINENOTFOUND TO TRUE
       PERFORM CHECKONEOILSTOCKLINE
           VARYING OILSTOCKIDX FROM 1 BY 1
           UNTIL OILSTOCKIDX > OILSTOCKCOUNT OR STOCKLINEFOUND
       IF STOCKLINEFOUND
           SUBTRACT 1 FROM OILSTOCKIDX
       END-IF.

CHECKONEOILSTOCKLINE.
       IF OSOILNUM(OILSTOCKIDX) = WANTEDOILNUM
               AND OSUNITSIZE(OILSTOCKIDX) = UNITSIZEENTRY
           SET STOCKLINEFOUND TO TRUE
       END-IF.

LOADRECIPETABLE.
       OPEN INPUT BLENDRECIPEFILE
       IF BLENDRECIPEFILEOK
           READ BLENDRECIPEFILE
               AT END SET ENDOFBLENDRECIPEFILE TO TRUE
           END-READ
           PERFORM STOREONERECIPELINE UNTIL ENDOFBLENDRECIPEFILE
           CLOSE BLENDRECIPEFILE
       END-IF.

STOREONERECIPELINE.
       IF BLENDRECIPEREC IS NUMERIC
           ADD 1 TO RECIPECOUNT
           MOVE BLENDOILNUM-BRF     TO RCBLENDOILNUM(RECIPECOUNT)
           MOVE COMPONENTOILNUM-BRF TO RCCOMPONENTOILNUM(RECIPECOUNT)
           MOVE PROPORTIONPCT-BRF   TO RCPROPORTIONPCT(RECIPECOUNT)
       END-IF
       READ BLENDRECIPEFILE
           AT END SET ENDOFBLENDRECIPEFILE TO TRUE
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

LOADUSEDBLENDLOTS.
       OPEN INPUT BLENDCOMPONENTFILE
       IF BLENDCOMPONENTFILEOK
           READ BLENDCOMPONENTFILE
               AT END SET ENDOFBLENDCOMPONENTFILE TO TRUE
           END-READ
           PERFORM STOREONEUSEDBLENDLOT UNTIL ENDOFBLENDCOMPONENTFILE
           CLOSE BLENDCOMPONENTFILE
       END-IF.

STOREONEUSEDBLENDLOT.
       MOVE BLENDLOTNUMBER-BCF TO BLENDLOTNUMBER
       SET LOTNUMBERFREE TO TRUE
       PERFORM CHECKONEUSEDBLENDLOT
           VARYING USEDBLENDLOTIDX FROM 1 BY 1
           UNTIL USEDBLENDLOTIDX > USEDBLENDLOTCOUNT OR LOTNUMBERINUSE
       IF LOTNUMBERFREE
           ADD 1 TO USEDBLENDLOTCOUNT
           MOVE BLENDLOTNUMBER-BCF TO USEDBLENDLOT(USEDBLENDLOTCOUNT)
       END-IF
       READ BLENDCOMPONENTFILE
           AT END SET ENDOFBLENDCOMPONENTFILE TO TRUE
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
*>   the component record already holds their part in each blend.
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
