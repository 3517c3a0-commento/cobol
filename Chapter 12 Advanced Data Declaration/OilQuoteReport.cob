IDENTIFICATION DIVISION.
PROGRAM-ID. OILQUOTEREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OILQUOTEFILE ASSIGN TO "OilQuotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILQUOTEFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT QUOTEREPORTFILE ASSIGN TO "OilQuotes.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     OILQUOTEFILE.
01     OILQUOTEREC.
       88  ENDOFOILQUOTEFILE   VALUE HIGH-VALUES.
       02  QUOTENUMBER-OQF     PIC 9(6).
       02  QUOTELINENUM-OQF    PIC 99.
       02  CUSTOMERID-OQF      PIC X(5).
       02  QUOTEDATE-OQF       PIC 9(8).
       02  EXPIRYDATE-OQF      PIC 9(8).
       02  OILNUM-OQF          PIC 99.
       02  UNITSIZE-OQF        PIC 9.
       02  UNITSQUOTED-OQF     PIC 999.
       02  UNITPRICE-OQF       PIC 99V99.
       02  DISCOUNTPCT-OQF     PIC 99V9.
       02  SALESREPCODE-OQF    PIC X(3).
       02  QUOTESTATUS-OQF     PIC X.
        88 QUOTEOPEN-OQF       VALUE "O".
        88 QUOTECONVERTED-OQF  VALUE "C".
       02  CONVERTEDDATE-OQF   PIC 9(8).
       02  OPERATORID-OQF      PIC X(8).

FD     CUSTOMERMASTERFILE.
01     CUSTOMERMASTERREC.
       88  ENDOFCUSTOMERMASTERFILE  VALUE HIGH-VALUES.
       02  CUSTOMERID-CMF       PIC X(5).
       02  CUSTOMERNAME-CMF     PIC X(20).
       02  CREDITHOLDFLAG-CMF   PIC X.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     QUOTEREPORTFILE.
01     QUOTEPRINTLINE           PIC X(100).

WORKING-STORAGE SECTION.
01     OILQUOTEFILESTATUS       PIC XX.
       88 OILQUOTEFILEOK        VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     REPCODESELECTED          PIC X(3) VALUE SPACES.
01     LAPSEDDAYSENTRY          PIC X(3) VALUE SPACES.
01     LAPSEDDAYSBACK           PIC 9(3) VALUE 30.

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).

*>   One entry per quote, built from its lines. The lines of a quote
*>   are written together, so a change of quote number starts a new
*>   entry.
01     QUOTECOUNT               PIC 9(4) VALUE ZERO.
01     QUOTETABLE.
       02 QUOTEENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON QUOTECOUNT.
           03 QTQUOTENUMBER     PIC 9(6).
           03 QTCUSTOMERID      PIC X(5).
           03 QTSALESREPCODE    PIC X(3).
           03 QTQUOTEDATE       PIC 9(8).
           03 QTEXPIRYDATE      PIC 9(8).
           03 QTQUOTESTATUS     PIC X.
            88 QTQUOTEOPEN      VALUE "O".
           03 QTLINECOUNT       PIC 99.
           03 QTNETVALUE        PIC 9(7)V99.
01     QUOTEIDX                 PIC 9(4).

01     QUOTEDLINEGROSS          PIC 9(6)V99.
01     QUOTEDLINEDISCOUNT       PIC 9(6)V99.
01     QUOTEDLINENET            PIC 9(6)V99.
01     DAYSTOEXPIRY             PIC S9(5).

01     OPENQUOTECOUNT           PIC 9(4) VALUE ZERO.
01     OPENQUOTEVALUE           PIC 9(8)V99 VALUE ZERO.
01     LAPSEDQUOTECOUNT         PIC 9(4) VALUE ZERO.
01     LAPSEDQUOTEVALUE         PIC 9(8)V99 VALUE ZERO.

01     QUOTEHEADINGLINE.
       02 FILLER                PIC X(23)
               VALUE "OIL QUOTATIONS TO CHASE".
       02 FILLER                PIC X(4)  VALUE " AT ".
       02 PRNRUNDATE            PIC 9(8).
       02 FILLER                PIC X(7)  VALUE "  REP: ".
       02 PRNREPSELECTED        PIC X(3).

01     SECTIONHEADINGLINE.
       02 PRNSECTIONTITLE       PIC X(60).

01     QUOTETOPICLINE.
       02 FILLER                PIC X(8)  VALUE "QUOTE".
       02 FILLER                PIC X(7)  VALUE "CUST".
       02 FILLER                PIC X(22) VALUE "CUSTOMER NAME".
       02 FILLER                PIC X(5)  VALUE "REP".
       02 FILLER                PIC X(10) VALUE "QUOTED".
       02 FILLER                PIC X(10) VALUE "EXPIRES".
       02 FILLER                PIC X(6)  VALUE "LINES".
       02 FILLER                PIC X(14) VALUE "   NET VALUE".
       02 FILLER                PIC X(10) VALUE "  DAYS".

01     QUOTEDETAILLINE.
       02 PRNQUOTENUMBER        PIC 9(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCUSTOMERID         PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCUSTOMERNAME       PIC X(20).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSALESREPCODE       PIC X(3).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNQUOTEDATE          PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXPIRYDATE         PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNLINECOUNT          PIC Z9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNETVALUE           PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDAYS               PIC ZZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDAYSTEXT           PIC X(6).

01     SECTIONFOOTERLINE.
       02 FILLER                PIC X(8)  VALUE "QUOTES: ".
       02 PRNSECTIONCOUNT       PIC ZZZ9.
       02 FILLER                PIC X(14) VALUE "  TOTAL VALUE ".
       02 PRNSECTIONVALUE       PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "SALES REP CODE OR BLANK FOR ALL REPS - "
           WITH NO ADVANCING
       ACCEPT REPCODESELECTED
       DISPLAY "SHOW QUOTES LAPSED IN THE LAST HOW MANY DAYS "
           "(BLANK FOR 30) - " WITH NO ADVANCING
       ACCEPT LAPSEDDAYSENTRY
       IF LAPSEDDAYSENTRY NOT = SPACES
           COMPUTE LAPSEDDAYSBACK = FUNCTION NUMVAL(LAPSEDDAYSENTRY)
       END-IF

       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADOILQUOTES

       OPEN OUTPUT QUOTEREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       IF REPCODESELECTED = SPACES
           MOVE "ALL" TO PRNREPSELECTED
       ELSE
           MOVE REPCODESELECTED TO PRNREPSELECTED
       END-IF
       WRITE QUOTEPRINTLINE FROM QUOTEHEADINGLINE
           AFTER ADVANCING 1 LINE

       MOVE "OPEN QUOTES - STILL VALID, NOT YET ORDERED"
           TO PRNSECTIONTITLE
       PERFORM WRITESECTIONHEADINGS
       PERFORM LISTONEOPENQUOTE
           VARYING QUOTEIDX FROM 1 BY 1 UNTIL QUOTEIDX > QUOTECOUNT
       MOVE OPENQUOTECOUNT TO PRNSECTIONCOUNT
       MOVE OPENQUOTEVALUE TO PRNSECTIONVALUE
       WRITE QUOTEPRINTLINE FROM SECTIONFOOTERLINE
           AFTER ADVANCING 2 LINES

       MOVE "LAPSED QUOTES - EXPIRED WITHOUT AN ORDER"
           TO PRNSECTIONTITLE
       PERFORM WRITESECTIONHEADINGS
       PERFORM LISTONELAPSEDQUOTE
           VARYING QUOTEIDX FROM 1 BY 1 UNTIL QUOTEIDX > QUOTECOUNT
       MOVE LAPSEDQUOTECOUNT TO PRNSECTIONCOUNT
       MOVE LAPSEDQUOTEVALUE TO PRNSECTIONVALUE
       WRITE QUOTEPRINTLINE FROM SECTIONFOOTERLINE
           AFTER ADVANCING 2 LINES
       CLOSE QUOTEREPORTFILE

       DISPLAY "OPEN QUOTES:   " OPENQUOTECOUNT
       DISPLAY "LAPSED QUOTES: " LAPSEDQUOTECOUNT
       STOP RUN.

WRITESECTIONHEADINGS.
       WRITE QUOTEPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 3 LINES
       WRITE QUOTEPRINTLINE FROM QUOTETOPICLINE
           AFTER ADVANCING 2 LINES.

*>   A quote is open until it is converted or its expiry date has
*>   passed; the day count is how long the rep has left to close it.
LISTONEOPENQUOTE.
       IF QTQUOTEOPEN(QUOTEIDX)
               AND QTEXPIRYDATE(QUOTEIDX) NOT < RUNDATE
               AND (REPCODESELECTED = SPACES
                    OR QTSALESREPCODE(QUOTEIDX) = REPCODESELECTED)
           COMPUTE DAYSTOEXPIRY =
               FUNCTION INTEGER-OF-DATE(QTEXPIRYDATE(QUOTEIDX)) -
               FUNCTION INTEGER-OF-DATE(RUNDATE)
           MOVE DAYSTOEXPIRY TO PRNDAYS
           MOVE "LEFT"       TO PRNDAYSTEXT
           PERFORM WRITEQUOTEDETAIL
           ADD 1 TO OPENQUOTECOUNT
           ADD QTNETVALUE(QUOTEIDX) TO OPENQUOTEVALUE
       END-IF.

*>   Lapsed quotes are only worth chasing for a while - older ones are
*>   left off so the list stays one the reps will actually work.
LISTONELAPSEDQUOTE.
       IF QTQUOTEOPEN(QUOTEIDX)
               AND QTEXPIRYDATE(QUOTEIDX) < RUNDATE
               AND (REPCODESELECTED = SPACES
                    OR QTSALESREPCODE(QUOTEIDX) = REPCODESELECTED)
           COMPUTE DAYSTOEXPIRY =
               FUNCTION INTEGER-OF-DATE(RUNDATE) -
               FUNCTION INTEGER-OF-DATE(QTEXPIRYDATE(QUOTEIDX))
           IF DAYSTOEXPIRY NOT > LAPSEDDAYSBACK
               MOVE DAYSTOEXPIRY TO PRNDAYS
               MOVE "AGO"        TO PRNDAYSTEXT
               PERFORM WRITEQUOTEDETAIL
               ADD 1 TO LAPSEDQUOTECOUNT
               ADD QTNETVALUE(QUOTEIDX) TO LAPSEDQUOTEVALUE
           END-IF
       END-IF.

WRITEQUOTEDETAIL.
       MOVE QTQUOTENUMBER(QUOTEIDX)  TO PRNQUOTENUMBER
       MOVE QTCUSTOMERID(QUOTEIDX)   TO PRNCUSTOMERID
       MOVE "NOT ON CUSTOMER FILE"   TO PRNCUSTOMERNAME
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = QTCUSTOMERID(QUOTEIDX)
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO PRNCUSTOMERNAME
       END-SEARCH
       MOVE QTSALESREPCODE(QUOTEIDX) TO PRNSALESREPCODE
       MOVE QTQUOTEDATE(QUOTEIDX)    TO PRNQUOTEDATE
       MOVE QTEXPIRYDATE(QUOTEIDX)   TO PRNEXPIRYDATE
       MOVE QTLINECOUNT(QUOTEIDX)    TO PRNLINECOUNT
       MOVE QTNETVALUE(QUOTEIDX)     TO PRNNETVALUE
       WRITE QUOTEPRINTLINE FROM QUOTEDETAILLINE
           AFTER ADVANCING 1 LINE.

LOADOILQUOTES.
       OPEN INPUT OILQUOTEFILE
       IF OILQUOTEFILEOK
           READ OILQUOTEFILE
               AT END SET ENDOFOILQUOTEFILE TO TRUE
           END-READ
           PERFORM ADDONEQUOTELINE UNTIL ENDOFOILQUOTEFILE
           CLOSE OILQUOTEFILE
       ELSE
           DISPLAY "NO OIL QUOTES ON FILE"
       END-IF.

*>   The net value is worked the same way OILQUOTEENTRY printed it on
*>   the quote - gross at the quoted price less the line's discount.
ADDONEQUOTELINE.
       IF QUOTECOUNT = ZERO
               OR QTQUOTENUMBER(QUOTECOUNT) NOT = QUOTENUMBER-OQF
           ADD 1 TO QUOTECOUNT
           MOVE QUOTENUMBER-OQF  TO QTQUOTENUMBER(QUOTECOUNT)
           MOVE CUSTOMERID-OQF   TO QTCUSTOMERID(QUOTECOUNT)
           MOVE SALESREPCODE-OQF TO QTSALESREPCODE(QUOTECOUNT)
           MOVE QUOTEDATE-OQF    TO QTQUOTEDATE(QUOTECOUNT)
           MOVE EXPIRYDATE-OQF   TO QTEXPIRYDATE(QUOTECOUNT)
           MOVE QUOTESTATUS-OQF  TO QTQUOTESTATUS(QUOTECOUNT)
           MOVE ZERO TO QTLINECOUNT(QUOTECOUNT), QTNETVALUE(QUOTECOUNT)
       END-IF
       COMPUTE QUOTEDLINEGROSS ROUNDED =
           UNITSQUOTED-OQF * UNITPRICE-OQF
       COMPUTE QUOTEDLINEDISCOUNT ROUNDED =
           QUOTEDLINEGROSS * DISCOUNTPCT-OQF / 100
       COMPUTE QUOTEDLINENET = QUOTEDLINEGROSS - QUOTEDLINEDISCOUNT
       ADD 1 TO QTLINECOUNT(QUOTECOUNT)
       ADD QUOTEDLINENET TO QTNETVALUE(QUOTECOUNT)
       READ OILQUOTEFILE
           AT END SET ENDOFOILQUOTEFILE TO TRUE
       END-READ.

LOADCUSTOMERTABLE.
       OPEN INPUT CUSTOMERMASTERFILE
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ
       PERFORM STORECUSTOMER UNTIL ENDOFCUSTOMERMASTERFILE
       CLOSE CUSTOMERMASTERFILE.

STORECUSTOMER.
       ADD 1 TO CUSTOMERCOUNT
       MOVE CUSTOMERID-CMF     TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF   TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
