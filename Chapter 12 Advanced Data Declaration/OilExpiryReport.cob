IDENTIFICATION DIVISION.
PROGRAM-ID. OILEXPIRYREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OILLOTFILE ASSIGN TO "OilLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILLOTFILESTATUS.

       SELECT OILSTOCKFILE ASSIGN TO "OilStock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSTOCKFILESTATUS.

       SELECT OILCOSTFILE ASSIGN TO "OilCosts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILCOSTFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Every expired lot taken off the book - appended and never
*>   truncated, so the cost of what went in the bin can be totalled
*>   for any period.
       SELECT OILWRITEOFFFILE ASSIGN TO "OilWriteOffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILWRITEOFFFILESTATUS.

       SELECT EXPIRYSORTWORK ASSIGN TO "OILEXPIRY.TMP".

       SELECT EXPIRYREPORTFILE ASSIGN TO "OilExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     OILLOTFILE.
01     OILLOTREC.
       88  ENDOFOILLOTFILE     VALUE HIGH-VALUES.
       02  OILNUM-OLF          PIC 99.
       02  UNITSIZE-OLF        PIC 9.
       02  LOTNUMBER-OLF       PIC X(10).
       02  RECEIPTDATE-OLF     PIC 9(8).
       02  QTYREMAINING-OLF    PIC 9(5).
       02  BESTBEFOREDATE-OLF  PIC 9(8).

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

FD     OILCOSTFILE.
01     OILCOSTREC.
       88  ENDOFOILCOSTFILE    VALUE HIGH-VALUES.
       02  OILNUM-OCF          PIC 99.
       02  UNITCOST-OCF        PIC 99V99 OCCURS 3 TIMES.

FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

FD     OILWRITEOFFFILE.
01     OILWRITEOFFREC.
       02  WRITEOFFDATE-OWF    PIC 9(8).
       02  FILLER              PIC X      VALUE SPACE.
       02  OILNUM-OWF          PIC 99.
       02  FILLER              PIC X      VALUE SPACE.
       02  UNITSIZE-OWF        PIC 9.
       02  FILLER              PIC X      VALUE SPACE.
       02  LOTNUMBER-OWF       PIC X(10).
       02  FILLER              PIC X      VALUE SPACE.
       02  BESTBEFOREDATE-OWF  PIC 9(8).
       02  FILLER              PIC X      VALUE SPACE.
       02  QTYWRITTENOFF-OWF   PIC 9(5).
       02  FILLER              PIC X      VALUE SPACE.
       02  UNITCOST-OWF        PIC 99V99.
       02  FILLER              PIC X      VALUE SPACE.
       02  COSTVALUE-OWF       PIC 9(7)V99.
       02  FILLER              PIC X      VALUE SPACE.
       02  REASON-OWF          PIC X(8).
       02  FILLER              PIC X      VALUE SPACE.
       02  OPERATORID-OWF      PIC X(8).

SD     EXPIRYSORTWORK.
01     EXPIRYSORTREC.
       88  ENDOFEXPIRYSORT     VALUE HIGH-VALUES.
       02  SORTBESTBEFOREDATE  PIC 9(8).
       02  SORTOILNUM          PIC 99.
       02  SORTUNITSIZE        PIC 9.
       02  SORTLOTIDX          PIC 9(4).

FD     EXPIRYREPORTFILE.
01     EXPIRYPRINTLINE         PIC X(100).

WORKING-STORAGE SECTION.
01     OILLOTFILESTATUS         PIC XX.
       88 OILLOTFILEOK          VALUE "00".
01     OILSTOCKFILESTATUS       PIC XX.
       88 OILSTOCKFILEOK        VALUE "00".
01     OILCOSTFILESTATUS        PIC XX.
       88 OILCOSTFILEOK         VALUE "00".
01     OILWRITEOFFFILESTATUS    PIC XX.
       88 OILWRITEOFFFILEOK     VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     DAYSAHEADENTRY           PIC X(3) VALUE SPACES.
01     DAYSAHEAD                PIC 9(3) VALUE 30.
01     WRITEOFFENTRY            PIC X VALUE SPACE.
01     WRITEOFFSWITCH           PIC X VALUE "Y".
       88 WRITEOFFEXPIRED       VALUE "Y".

01     RUNDAYNUMBER             PIC 9(7).
01     HORIZONDAYNUMBER         PIC 9(7).
01     LOTDAYNUMBER             PIC 9(7).
01     DAYSLEFT                 PIC S9(5).

01     POSTEDTHRUDATE           PIC 9(8) VALUE ZERO.

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     OILCOSTSTABLE.
       02 OILCOSTOIL OCCURS 20 TIMES.
           03 OILSIZECOST       PIC 99V99 OCCURS 3 TIMES.

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

01     LOTUNITCOST              PIC 99V99.
01     LOTCOSTATRISK            PIC 9(7)V99.

01     LOTSLISTEDCOUNT          PIC 9(4) VALUE ZERO.
01     UNITSATRISKTOTAL         PIC 9(7) VALUE ZERO.
01     COSTATRISKTOTAL          PIC 9(8)V99 VALUE ZERO.
01     LOTSWRITTENOFFCOUNT      PIC 9(4) VALUE ZERO.
01     UNITSWRITTENOFFTOTAL     PIC 9(7) VALUE ZERO.
01     COSTWRITTENOFFTOTAL      PIC 9(8)V99 VALUE ZERO.

01     EXPIRYHEADINGLINE.
       02 FILLER                PIC X(27)
               VALUE "OIL LOTS EXPIRING WITHIN ".
       02 PRNDAYSAHEAD          PIC ZZ9.
       02 FILLER                PIC X(9)  VALUE " DAYS OF ".
       02 PRNRUNDATE            PIC 9(8).

01     EXPIRYTOPICLINE.
       02 FILLER                PIC X(17) VALUE "OIL NAME".
       02 FILLER                PIC X(5)  VALUE "SIZE".
       02 FILLER                PIC X(12) VALUE "LOT".
       02 FILLER                PIC X(10) VALUE "BEST BEF".
       02 FILLER                PIC X(7)  VALUE "  DAYS".
       02 FILLER                PIC X(8)  VALUE "   UNITS".
       02 FILLER                PIC X(9)  VALUE "  UNIT CT".
       02 FILLER                PIC X(14) VALUE "  COST AT RISK".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(11) VALUE "STATUS".

01     EXPIRYDETAILLINE.
       02 PRNOILNAME            PIC X(16).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITSIZE           PIC 9.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNLOTNUMBER          PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNBESTBEFORE         PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDAYSLEFT           PIC ----9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITS              PIC ZZ,ZZ9.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNUNITCOST           PIC Z9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCOSTATRISK         PIC Z,ZZZ,ZZ9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNLOTSTATUS          PIC X(11).

01     EXPIRYFOOTERLINE.
       02 FILLER                PIC X(13) VALUE "LOTS LISTED: ".
       02 PRNLOTSLISTED         PIC ZZZ9.
       02 FILLER                PIC X(17) VALUE "  UNITS AT RISK: ".
       02 PRNUNITSATRISK        PIC ZZZ,ZZ9.
       02 FILLER                PIC X(16) VALUE "  COST AT RISK: ".
       02 PRNCOSTATRISKTOTAL    PIC ZZ,ZZZ,ZZ9.99.

01     WRITEOFFFOOTERLINE.
       02 FILLER                PIC X(18) VALUE "LOTS WRITTEN OFF: ".
       02 PRNLOTSWRITTENOFF     PIC ZZZ9.
       02 FILLER                PIC X(10) VALUE "  UNITS: ".
       02 PRNUNITSWRITTENOFF    PIC ZZZ,ZZ9.
       02 FILLER                PIC X(15) VALUE "  COST VALUE: ".
       02 PRNCOSTWRITTENOFF     PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "RUN DATE (YYYYMMDD) OR BLANK FOR TODAY: "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "DAYS AHEAD TO REPORT OR BLANK FOR 30: "
           WITH NO ADVANCING
       ACCEPT DAYSAHEADENTRY
       IF DAYSAHEADENTRY NOT = SPACES
           COMPUTE DAYSAHEAD = FUNCTION NUMVAL(DAYSAHEADENTRY)
       END-IF
       DISPLAY "WRITE OFF EXPIRED LOTS? (Y/N, BLANK FOR Y): "
           WITH NO ADVANCING
       ACCEPT WRITEOFFENTRY
       IF WRITEOFFENTRY = "N" OR WRITEOFFENTRY = "n"
           MOVE "N" TO WRITEOFFSWITCH
       END-IF

       COMPUTE RUNDAYNUMBER = FUNCTION INTEGER-OF-DATE(RUNDATE)
       COMPUTE HORIZONDAYNUMBER = RUNDAYNUMBER + DAYSAHEAD

       PERFORM LOADOILNAMES
       PERFORM LOADOILCOSTS
       PERFORM LOADOILSTOCKTABLE
       PERFORM LOADOILLOTTABLE
       IF OILLOTCOUNT = ZERO
           DISPLAY "NO OIL LOTS ON DISK - NOTHING TO REPORT"
           STOP RUN
       END-IF

       OPEN OUTPUT EXPIRYREPORTFILE
       MOVE DAYSAHEAD TO PRNDAYSAHEAD
       MOVE RUNDATE   TO PRNRUNDATE
       WRITE EXPIRYPRINTLINE FROM EXPIRYHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE EXPIRYPRINTLINE FROM EXPIRYTOPICLINE
           AFTER ADVANCING 2 LINES

       SORT EXPIRYSORTWORK
           ON ASCENDING KEY SORTBESTBEFOREDATE, SORTOILNUM, SORTUNITSIZE
           INPUT PROCEDURE IS RELEASELOTSNEARINGEXPIRY
           OUTPUT PROCEDURE IS PRINTLOTSNEARINGEXPIRY

       MOVE LOTSLISTEDCOUNT  TO PRNLOTSLISTED
       MOVE UNITSATRISKTOTAL TO PRNUNITSATRISK
       MOVE COSTATRISKTOTAL  TO PRNCOSTATRISKTOTAL
       WRITE EXPIRYPRINTLINE FROM EXPIRYFOOTERLINE
           AFTER ADVANCING 2 LINES
       IF WRITEOFFEXPIRED
           MOVE LOTSWRITTENOFFCOUNT  TO PRNLOTSWRITTENOFF
           MOVE UNITSWRITTENOFFTOTAL TO PRNUNITSWRITTENOFF
           MOVE COSTWRITTENOFFTOTAL  TO PRNCOSTWRITTENOFF
           WRITE EXPIRYPRINTLINE FROM WRITEOFFFOOTERLINE
               AFTER ADVANCING 1 LINE
       END-IF
       CLOSE EXPIRYREPORTFILE

       IF LOTSWRITTENOFFCOUNT > ZERO
           PERFORM REWRITEOILSTOCKFILE
           PERFORM REWRITEOILLOTFILE
       END-IF

       DISPLAY "LOTS LISTED:      " LOTSLISTEDCOUNT
       DISPLAY "LOTS WRITTEN OFF: " LOTSWRITTENOFFCOUNT
       DISPLAY "REPORT WRITTEN TO OilExpiry.rpt"
       STOP RUN.

*>   Lots received before best-before dates were kept carry none and
*>   are never reported.
RELEASELOTSNEARINGEXPIRY.
       PERFORM RELEASEONELOT
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT.

RELEASEONELOT.
       IF OLBESTBEFOREDATE(OILLOTIDX) NOT = ZERO
               AND OLQTYREMAINING(OILLOTIDX) > ZERO
           COMPUTE LOTDAYNUMBER =
               FUNCTION INTEGER-OF-DATE(OLBESTBEFOREDATE(OILLOTIDX))
           IF LOTDAYNUMBER NOT > HORIZONDAYNUMBER
               MOVE OLBESTBEFOREDATE(OILLOTIDX) TO SORTBESTBEFOREDATE
               MOVE OLOILNUM(OILLOTIDX)         TO SORTOILNUM
               MOVE OLUNITSIZE(OILLOTIDX)       TO SORTUNITSIZE
               MOVE OILLOTIDX                   TO SORTLOTIDX
               RELEASE EXPIRYSORTREC
           END-IF
       END-IF.

PRINTLOTSNEARINGEXPIRY.
       RETURN EXPIRYSORTWORK
           AT END SET ENDOFEXPIRYSORT TO TRUE
       END-RETURN
       PERFORM PRINTONELOT UNTIL ENDOFEXPIRYSORT.

*>   The cost at risk is the lot's units at the oil's current unit
*>   cost, the figure OILSTOCKVALUATION carries it at. A lot whose
*>   best-before has passed is taken off the book when the write-off
*>   is on - the pick list already keeps it off the trolley.
PRINTONELOT.
       MOVE SORTLOTIDX TO OILLOTIDX
       COMPUTE LOTDAYNUMBER =
           FUNCTION INTEGER-OF-DATE(OLBESTBEFOREDATE(OILLOTIDX))
       COMPUTE DAYSLEFT = LOTDAYNUMBER - RUNDAYNUMBER
       MOVE ZERO TO LOTUNITCOST
       IF OLOILNUM(OILLOTIDX) >= 1 AND OLOILNUM(OILLOTIDX) <= 20
               AND OLUNITSIZE(OILLOTIDX) >= 1
               AND OLUNITSIZE(OILLOTIDX) <= 3
           MOVE OILSIZECOST(OLOILNUM(OILLOTIDX), OLUNITSIZE(OILLOTIDX))
               TO LOTUNITCOST
           MOVE OILNAMEENTRY(OLOILNUM(OILLOTIDX)) TO PRNOILNAME
       ELSE
           MOVE SPACES TO PRNOILNAME
       END-IF
       COMPUTE LOTCOSTATRISK = OLQTYREMAINING(OILLOTIDX) * LOTUNITCOST

       MOVE OLUNITSIZE(OILLOTIDX)       TO PRNUNITSIZE
       MOVE OLLOTNUMBER(OILLOTIDX)      TO PRNLOTNUMBER
       MOVE OLBESTBEFOREDATE(OILLOTIDX) TO PRNBESTBEFORE
       MOVE DAYSLEFT                    TO PRNDAYSLEFT
       MOVE OLQTYREMAINING(OILLOTIDX)   TO PRNUNITS
       MOVE LOTUNITCOST                 TO PRNUNITCOST
       MOVE LOTCOSTATRISK               TO PRNCOSTATRISK
       MOVE SPACES                      TO PRNLOTSTATUS
       ADD 1 TO LOTSLISTEDCOUNT
       ADD OLQTYREMAINING(OILLOTIDX) TO UNITSATRISKTOTAL
       ADD LOTCOSTATRISK TO COSTATRISKTOTAL
       IF DAYSLEFT < ZERO
           IF WRITEOFFEXPIRED
               MOVE "WRITTEN OFF" TO PRNLOTSTATUS
               PERFORM WRITEOFFONELOT
           ELSE
               MOVE "EXPIRED" TO PRNLOTSTATUS
           END-IF
       END-IF
       WRITE EXPIRYPRINTLINE FROM EXPIRYDETAILLINE
           AFTER ADVANCING 1 LINE
       RETURN EXPIRYSORTWORK
           AT END SET ENDOFEXPIRYSORT TO TRUE
       END-RETURN.

WRITEOFFONELOT.
       OPEN EXTEND OILWRITEOFFFILE
       IF NOT OILWRITEOFFFILEOK
           OPEN OUTPUT OILWRITEOFFFILE
       END-IF
       MOVE SPACES                      TO OILWRITEOFFREC
       MOVE RUNDATE                     TO WRITEOFFDATE-OWF
       MOVE OLOILNUM(OILLOTIDX)         TO OILNUM-OWF
       MOVE OLUNITSIZE(OILLOTIDX)       TO UNITSIZE-OWF
       MOVE OLLOTNUMBER(OILLOTIDX)      TO LOTNUMBER-OWF
       MOVE OLBESTBEFOREDATE(OILLOTIDX) TO BESTBEFOREDATE-OWF
       MOVE OLQTYREMAINING(OILLOTIDX)   TO QTYWRITTENOFF-OWF
       MOVE LOTUNITCOST                 TO UNITCOST-OWF
       MOVE LOTCOSTATRISK               TO COSTVALUE-OWF
       MOVE "EXPIRED"                   TO REASON-OWF
       MOVE OPERATORID                  TO OPERATORID-OWF
       WRITE OILWRITEOFFREC
       CLOSE OILWRITEOFFFILE

       PERFORM FINDOILSTOCKLINE
       IF STOCKLINEFOUND
           IF OSQTYONHAND(OILSTOCKIDX) < OLQTYREMAINING(OILLOTIDX)
               MOVE ZERO TO OSQTYONHAND(OILSTOCKIDX)
           ELSE
               SUBTRACT OLQTYREMAINING(OILLOTIDX)
                   FROM OSQTYONHAND(OILSTOCKIDX)
           END-IF
       END-IF
       ADD 1 TO LOTSWRITTENOFFCOUNT
       ADD OLQTYREMAINING(OILLOTIDX) TO UNITSWRITTENOFFTOTAL
       ADD LOTCOSTATRISK TO COSTWRITTENOFFTOTAL
       MOVE ZERO TO OLQTYREMAINING(OILLOTIDX).

FINDOILSTOCKLINE.
       SET STOCKLINENOTFOUND TO TRUE
       PERFORM CHECKONEOILSTOCKLINE
           VARYING OILSTOCKIDX FROM 1 BY 1
           UNTIL OILSTOCKIDX > OILSTOCKCOUNT OR STOCKLINEFOUND
       IF STOCKLINEFOUND
           SUBTRACT 1 FROM OILSTOCKIDX
       END-IF.

CHECKONEOILSTOCKLINE.
       IF OSOILNUM(OILSTOCKIDX) = OLOILNUM(OILLOTIDX)
               AND OSUNITSIZE(OILSTOCKIDX) = OLUNITSIZE(OILLOTIDX)
           SET STOCKLINEFOUND TO TRUE
       END-IF.

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

LOADOILNAMES.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ
       PERFORM STOREONEOILNAME UNTIL ENDOFOILPRICEFILE
       CLOSE OILPRICEFILE.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ.

*>   A missing cost file is not fatal - lots simply show no cost at
*>   risk, the same way OILSTOCKVALUATION values them at zero.
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

*>   Written-off lots drop out the way run-down lots do in
*>   OILSTOCKUPDATE - the write-off record holds their story.
REWRITEOILLOTFILE.
       OPEN OUTPUT OILLOTFILE
       PERFORM WRITEONESURVIVINGLOT
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT
       CLOSE OILLOTFILE.

WRITEONESURVIVINGLOT.
       IF OLQTYREMAINING(OILLOTIDX) > ZERO
           MOVE OLOILNUM(OILLOTIDX)         TO OILNUM-OLF
           MOVE OLUNITSIZE(OILLOTIDX)       TO UNITSIZE-OLF
           MOVE OLLOTNUMBER(OILLOTIDX)      TO LOTNUMBER-OLF
           MOVE OLRECEIPTDATE(OILLOTIDX)    TO RECEIPTDATE-OLF
           MOVE OLQTYREMAINING(OILLOTIDX)   TO QTYREMAINING-OLF
           MOVE OLBESTBEFOREDATE(OILLOTIDX) TO BESTBEFOREDATE-OLF
           WRITE OILLOTREC
       END-IF.
