IDENTIFICATION DIVISION.
PROGRAM-ID. OILQUOTEENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISCOUNTTIERFILE ASSIGN TO "DiscountTiers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISCOUNTTIERFILESTATUS.

*>   One row per quoted line, each carrying its quote's header so the
*>   file can be read without matching headers to lines. OILORDERENTRY
*>   marks the rows converted when the customer orders.
       SELECT OILQUOTEFILE ASSIGN TO "OilQuotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILQUOTEFILESTATUS.

       SELECT QUOTENUMBERSEQFILE ASSIGN TO "NextOilQuoteNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUOTENUMBERSEQFILESTATUS.

       SELECT QUOTEDOCUMENTFILE ASSIGN TO DYNAMIC QUOTEDOCUMENTFILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

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

FD     DISCOUNTTIERFILE.
01     DISCOUNTTIERREC.
       88  ENDOFDISCOUNTTIERFILE VALUE HIGH-VALUES.
       02  CUSTOMERID-DTF      PIC X(5).
       02  MINUNITS-DTF        PIC 9(3).
       02  DISCOUNTPCT-DTF     PIC 99V9.

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

FD     QUOTENUMBERSEQFILE.
01     QUOTENUMBERSEQREC.
       02  NEXTQUOTENUMBER     PIC 9(6).

FD     QUOTEDOCUMENTFILE.
01     QUOTEDOCUMENTLINE       PIC X(80).

WORKING-STORAGE SECTION.
01     DISCOUNTTIERFILESTATUS   PIC XX.
       88 DISCOUNTTIERFILEOK    VALUE "00".
01     OILQUOTEFILESTATUS       PIC XX.
       88 OILQUOTEFILEOK        VALUE "00".
01     QUOTENUMBERSEQFILESTATUS PIC XX.
       88 QUOTENUMBERSEQFILEOK  VALUE "00".

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTHOLDFLAG        PIC X.
            88 CTONCREDITHOLD   VALUE "H".

01     CUSTOMERFOUNDSWITCH      PIC X VALUE "N".
       88 CUSTOMERONFILE        VALUE "Y".
       88 CUSTOMERNOTONFILE     VALUE "N".
01     QUOTECUSTOMERNAME        PIC X(20).

*>   Quotes are always priced at the generation in force on the day
*>   they are written - the customer is being told what they will pay
*>   if they order before the quote lapses.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
               04 PRICEEFFECTIVEDATE PIC 9(8).
               04 UNITCOST   PIC 99V99 OCCURS 3 TIMES.

01     GENIDX                  PIC 9(2).
01     BESTGENIDX              PIC 9(2) VALUE ZERO.
01     BESTEFFECTIVEDATE       PIC 9(8) VALUE ZERO.
01     EARLIESTGENIDX          PIC 9(2) VALUE ZERO.
01     EARLIESTEFFECTIVEDATE   PIC 9(8) VALUE ZERO.
01     UNITCOSTINFORCE         PIC 99V99 VALUE ZERO.

01     DISCOUNTTIERCOUNT       PIC 9(3) VALUE ZERO.
01     DISCOUNTTIERTABLE.
       02 DISCOUNTTIER OCCURS 0 TO 200 TIMES
               DEPENDING ON DISCOUNTTIERCOUNT.
           03 DTCUSTOMERID     PIC X(5).
           03 DTMINUNITS       PIC 9(3).
           03 DTPCT            PIC 99V9.
01     DISCOUNTTIERIDX         PIC 9(3).
01     DISCOUNTPCTINFORCE      PIC 99V9 VALUE ZERO.
01     BESTTIERMINUNITS        PIC S9(4) VALUE -1.
01     CUSTOMERHASOWNTIERS     PIC X VALUE "N".

*>   The lines of the quote being keyed, held until the customer's
*>   whole mix is in and the operator saves it.
01     QUOTELINECOUNT          PIC 99 VALUE ZERO.
01     QUOTELINETABLE.
       02 QUOTELINEENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON QUOTELINECOUNT.
           03 QLOILNUM         PIC 99.
           03 QLUNITSIZE       PIC 9.
           03 QLUNITS          PIC 999.
           03 QLUNITPRICE      PIC 99V99.
           03 QLDISCOUNTPCT    PIC 99V9.
           03 QLNETVALUE       PIC 9(6)V99.
01     QUOTELINEIDX            PIC 99.

01     MOREQUOTES              PIC X VALUE "Y".
       88 ENTERANOTHER         VALUE "Y" "y".
01     MORELINES               PIC X VALUE "Y".
       88 ANOTHERLINE          VALUE "Y" "y".
01     SAVEENTRY               PIC X VALUE SPACE.
       88 SAVEQUOTE            VALUE "Y" "y".

01     OPERATORID              PIC X(8) VALUE SPACES.
01     SALESREPCODEENTRY       PIC X(3) VALUE SPACES.
01     CUSTOMERIDENTRY         PIC X(5).
01     OILNUMENTRY             PIC 99.
01     UNITSIZEENTRY           PIC 9.
01     UNITSENTRY              PIC 999.
01     VALIDDAYSENTRY          PIC X(3) VALUE SPACES.
01     VALIDDAYS               PIC 9(3).

01     TODAYDATE               PIC 9(8).
01     EXPIRYDATE              PIC 9(8).
01     QUOTENUMBER             PIC 9(6) VALUE ZERO.
01     GROSSLINEVALUE          PIC 9(6)V99.
01     LINEDISCOUNTVALUE       PIC 9(6)V99.
01     QUOTETOTAL              PIC 9(7)V99.
01     QUOTESSAVEDCOUNT        PIC 9(4) VALUE ZERO.

01     PRNLINEVALUE            PIC $$$,$$9.99.
01     PRNQUOTETOTAL           PIC $$,$$$,$$9.99.
01     PRNUNITPRICE            PIC $$9.99.
01     PRNDISCOUNTPCT          PIC Z9.9.

01     QUOTEDOCUMENTFILENAME   PIC X(40).

01     QUOTEHEADINGLINE.
       02 FILLER               PIC X(24) VALUE "AROMAMORA QUOTATION NO. ".
       02 QDHQUOTENUMBER       PIC 9(6).

01     QUOTECUSTOMERLINE.
       02 FILLER               PIC X(10) VALUE "CUSTOMER: ".
       02 QDHCUSTOMERID        PIC X(5).
       02 FILLER               PIC X     VALUE SPACE.
       02 QDHCUSTOMERNAME      PIC X(20).
       02 FILLER               PIC X(6)  VALUE "  REP ".
       02 QDHSALESREP          PIC X(3).

01     QUOTEDATESLINE.
       02 FILLER               PIC X(6)  VALUE "DATE: ".
       02 QDHQUOTEDATE         PIC 9(8).
       02 FILLER               PIC X(15) VALUE "  VALID UNTIL: ".
       02 QDHEXPIRYDATE        PIC 9(8).

01     QUOTETOPICLINE.
       02 FILLER               PIC X(18) VALUE "OIL NAME".
       02 FILLER               PIC X(6)  VALUE "SIZE".
       02 FILLER               PIC X(7)  VALUE "UNITS".
       02 FILLER               PIC X(10) VALUE "UNIT PRICE".
       02 FILLER               PIC X(8)  VALUE "  DISC%".
       02 FILLER               PIC X(12) VALUE "  LINE VALUE".

01     QUOTEDETAILLINE.
       02 QDLOILNAME           PIC X(16).
       02 FILLER               PIC X(3)  VALUE SPACES.
       02 QDLUNITSIZE          PIC 9.
       02 FILLER               PIC X(3)  VALUE SPACES.
       02 QDLUNITS             PIC ZZ9.
       02 FILLER               PIC X(4)  VALUE SPACES.
       02 QDLUNITPRICE         PIC $$9.99.
       02 FILLER               PIC X(4)  VALUE SPACES.
       02 QDLDISCOUNTPCT       PIC Z9.9.
       02 FILLER               PIC X(2)  VALUE SPACES.
       02 QDLNETVALUE          PIC $$$,$$9.99.

01     QUOTETOTALLINE.
       02 FILLER               PIC X(24) VALUE "QUOTATION TOTAL EX VAT: ".
       02 QDTQUOTETOTAL        PIC $$,$$$,$$9.99.

01     QUOTEFOOTNOTELINE       PIC X(60)
           VALUE "PLEASE QUOTE THIS NUMBER WHEN ORDERING. PRICES EXCLUDE VAT.".

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "SALES REP CODE FOR THIS SESSION: " WITH NO ADVANCING
       ACCEPT SALESREPCODEENTRY

       ACCEPT TODAYDATE FROM DATE YYYYMMDD
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADOILSTABLE
       PERFORM LOADDISCOUNTTIERS

       PERFORM ENTERONEQUOTE UNTIL NOT ENTERANOTHER

       DISPLAY "QUOTES SAVED: " QUOTESSAVEDCOUNT
       STOP RUN.

*>   A customer on credit hold can still be quoted - the hold may be
*>   lifted before they order - but the operator is told, since
*>   OILORDERENTRY will refuse the order while the hold stands.
ENTERONEQUOTE.
       DISPLAY " "
       DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
       ACCEPT CUSTOMERIDENTRY
       PERFORM LOOKUPCUSTOMER
       IF CUSTOMERNOTONFILE
           DISPLAY "NO SUCH CUSTOMER ON THE MASTER"
       ELSE
           DISPLAY "QUOTING " QUOTECUSTOMERNAME
           IF CTONCREDITHOLD(CUSTIDX)
               DISPLAY "NOTE - CUSTOMER IS ON CREDIT HOLD AND CANNOT "
                   "ORDER UNTIL ACCOUNTS RELEASE IT"
           END-IF
           DISPLAY "DAYS THE QUOTE IS VALID (BLANK FOR 30): "
               WITH NO ADVANCING
           MOVE SPACES TO VALIDDAYSENTRY
           ACCEPT VALIDDAYSENTRY
           MOVE 30 TO VALIDDAYS
           IF VALIDDAYSENTRY NOT = SPACES
               COMPUTE VALIDDAYS = FUNCTION NUMVAL(VALIDDAYSENTRY)
           END-IF
           COMPUTE EXPIRYDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAYDATE) + VALIDDAYS)
           MOVE ZERO TO QUOTELINECOUNT, QUOTETOTAL
           MOVE "Y" TO MORELINES
           PERFORM ENTERONEQUOTELINE
               UNTIL NOT ANOTHERLINE OR QUOTELINECOUNT = 20
           PERFORM CONFIRMANDSAVEQUOTE
       END-IF
       DISPLAY "ENTER ANOTHER QUOTE? (Y/N): " WITH NO ADVANCING
       ACCEPT MOREQUOTES.

ENTERONEQUOTELINE.
       DISPLAY "OIL NUMBER (01-20): " WITH NO ADVANCING
       ACCEPT OILNUMENTRY
       DISPLAY "UNIT SIZE (1-3): " WITH NO ADVANCING
       ACCEPT UNITSIZEENTRY
       DISPLAY "UNITS: " WITH NO ADVANCING
       ACCEPT UNITSENTRY
       EVALUATE TRUE
           WHEN OILNUMENTRY < 1 OR OILNUMENTRY > 20
               DISPLAY "OIL NUMBER OUTSIDE THE OILS TABLE - LINE "
                   "NOT ADDED"
           WHEN OILGENERATIONCOUNT(OILNUMENTRY) = ZERO
               DISPLAY "OIL HAS NO PRICE ON THE PRICE FILE - LINE "
                   "NOT ADDED"
           WHEN UNITSIZEENTRY < 1 OR UNITSIZEENTRY > 3
               DISPLAY "UNIT SIZE MUST BE 1, 2 OR 3 - LINE NOT ADDED"
           WHEN UNITSENTRY = ZERO
               DISPLAY "UNITS CANNOT BE ZERO - LINE NOT ADDED"
           WHEN OTHER
               PERFORM PRICEONEQUOTELINE
       END-EVALUATE
       DISPLAY "ANOTHER LINE ON THIS QUOTE? (Y/N): " WITH NO ADVANCING
       ACCEPT MORELINES.

*>   The discount is the customer's DiscountTiers.dat tier for the
*>   line's units, exactly as the statements run would apply it, so
*>   the quoted net is what the invoice will show.
PRICEONEQUOTELINE.
       PERFORM FINDUNITCOSTINFORCE
       PERFORM FINDDISCOUNTPCTFORLINE
       COMPUTE GROSSLINEVALUE ROUNDED = UNITSENTRY * UNITCOSTINFORCE
       COMPUTE LINEDISCOUNTVALUE ROUNDED =
           GROSSLINEVALUE * DISCOUNTPCTINFORCE / 100
       ADD 1 TO QUOTELINECOUNT
       MOVE OILNUMENTRY        TO QLOILNUM(QUOTELINECOUNT)
       MOVE UNITSIZEENTRY      TO QLUNITSIZE(QUOTELINECOUNT)
       MOVE UNITSENTRY         TO QLUNITS(QUOTELINECOUNT)
       MOVE UNITCOSTINFORCE    TO QLUNITPRICE(QUOTELINECOUNT)
       MOVE DISCOUNTPCTINFORCE TO QLDISCOUNTPCT(QUOTELINECOUNT)
       COMPUTE QLNETVALUE(QUOTELINECOUNT) =
           GROSSLINEVALUE - LINEDISCOUNTVALUE
       ADD QLNETVALUE(QUOTELINECOUNT) TO QUOTETOTAL
       MOVE UNITCOSTINFORCE    TO PRNUNITPRICE
       MOVE DISCOUNTPCTINFORCE TO PRNDISCOUNTPCT
       MOVE QLNETVALUE(QUOTELINECOUNT) TO PRNLINEVALUE
       DISPLAY OILNAME(OILNUMENTRY) " AT " PRNUNITPRICE
           " LESS " PRNDISCOUNTPCT "% = " PRNLINEVALUE.

CONFIRMANDSAVEQUOTE.
       IF QUOTELINECOUNT = ZERO
           DISPLAY "NO LINES ON THE QUOTE - NOTHING SAVED"
       ELSE
           MOVE QUOTETOTAL TO PRNQUOTETOTAL
           DISPLAY "QUOTE TOTAL EX VAT " PRNQUOTETOTAL
               " VALID UNTIL " EXPIRYDATE
           DISPLAY "SAVE THIS QUOTE? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO SAVEENTRY
           ACCEPT SAVEENTRY
           IF SAVEQUOTE
               PERFORM GETNEXTQUOTENUMBER
               PERFORM WRITEQUOTERECORDS
               PERFORM PRINTQUOTEDOCUMENT
               ADD 1 TO QUOTESSAVEDCOUNT
               DISPLAY "QUOTE " QUOTENUMBER " SAVED - DOCUMENT IN "
                   QUOTEDOCUMENTFILENAME
           ELSE
               DISPLAY "QUOTE NOT SAVED"
           END-IF
       END-IF.

*>   Quote numbers come off their own NextOilQuoteNumber.dat sequence,
*>   the same way purchase orders are numbered.
GETNEXTQUOTENUMBER.
       OPEN INPUT QUOTENUMBERSEQFILE
       IF QUOTENUMBERSEQFILEOK
           READ QUOTENUMBERSEQFILE
               AT END MOVE 1 TO NEXTQUOTENUMBER
           END-READ
           CLOSE QUOTENUMBERSEQFILE
       ELSE
           MOVE 1 TO NEXTQUOTENUMBER
       END-IF
       MOVE NEXTQUOTENUMBER TO QUOTENUMBER
       OPEN OUTPUT QUOTENUMBERSEQFILE
       ADD 1 TO NEXTQUOTENUMBER
       WRITE QUOTENUMBERSEQREC
       CLOSE QUOTENUMBERSEQFILE.

WRITEQUOTERECORDS.
       OPEN EXTEND OILQUOTEFILE
       IF NOT OILQUOTEFILEOK
           OPEN OUTPUT OILQUOTEFILE
       END-IF
       PERFORM WRITEONEQUOTERECORD
           VARYING QUOTELINEIDX FROM 1 BY 1
           UNTIL QUOTELINEIDX > QUOTELINECOUNT
       CLOSE OILQUOTEFILE.

WRITEONEQUOTERECORD.
       MOVE QUOTENUMBER                 TO QUOTENUMBER-OQF
       MOVE QUOTELINEIDX                TO QUOTELINENUM-OQF
       MOVE CUSTOMERIDENTRY             TO CUSTOMERID-OQF
       MOVE TODAYDATE                   TO QUOTEDATE-OQF
       MOVE EXPIRYDATE                  TO EXPIRYDATE-OQF
       MOVE QLOILNUM(QUOTELINEIDX)      TO OILNUM-OQF
       MOVE QLUNITSIZE(QUOTELINEIDX)    TO UNITSIZE-OQF
       MOVE QLUNITS(QUOTELINEIDX)       TO UNITSQUOTED-OQF
       MOVE QLUNITPRICE(QUOTELINEIDX)   TO UNITPRICE-OQF
       MOVE QLDISCOUNTPCT(QUOTELINEIDX) TO DISCOUNTPCT-OQF
       MOVE SALESREPCODEENTRY           TO SALESREPCODE-OQF
       SET QUOTEOPEN-OQF TO TRUE
       MOVE ZERO                        TO CONVERTEDDATE-OQF
       MOVE OPERATORID                  TO OPERATORID-OQF
       WRITE OILQUOTEREC.

*>   One document per quote, named for its number, for the sales
*>   office to send on to the customer.
PRINTQUOTEDOCUMENT.
       MOVE SPACES TO QUOTEDOCUMENTFILENAME
       STRING "OilQuote." QUOTENUMBER ".rpt"
           DELIMITED BY SIZE INTO QUOTEDOCUMENTFILENAME
       OPEN OUTPUT QUOTEDOCUMENTFILE
       MOVE QUOTENUMBER       TO QDHQUOTENUMBER
       WRITE QUOTEDOCUMENTLINE FROM QUOTEHEADINGLINE
       MOVE CUSTOMERIDENTRY   TO QDHCUSTOMERID
       MOVE QUOTECUSTOMERNAME TO QDHCUSTOMERNAME
       MOVE SALESREPCODEENTRY TO QDHSALESREP
       WRITE QUOTEDOCUMENTLINE FROM QUOTECUSTOMERLINE
       MOVE TODAYDATE         TO QDHQUOTEDATE
       MOVE EXPIRYDATE        TO QDHEXPIRYDATE
       WRITE QUOTEDOCUMENTLINE FROM QUOTEDATESLINE
       MOVE SPACES TO QUOTEDOCUMENTLINE
       WRITE QUOTEDOCUMENTLINE
       WRITE QUOTEDOCUMENTLINE FROM QUOTETOPICLINE
       PERFORM PRINTONEQUOTEDOCUMENTLINE
           VARYING QUOTELINEIDX FROM 1 BY 1
           UNTIL QUOTELINEIDX > QUOTELINECOUNT
       MOVE SPACES TO QUOTEDOCUMENTLINE
       WRITE QUOTEDOCUMENTLINE
       MOVE QUOTETOTAL        TO QDTQUOTETOTAL
       WRITE QUOTEDOCUMENTLINE FROM QUOTETOTALLINE
       WRITE QUOTEDOCUMENTLINE FROM QUOTEFOOTNOTELINE
       CLOSE QUOTEDOCUMENTFILE.

PRINTONEQUOTEDOCUMENTLINE.
       MOVE OILNAME(QLOILNUM(QUOTELINEIDX)) TO QDLOILNAME
       MOVE QLUNITSIZE(QUOTELINEIDX)        TO QDLUNITSIZE
       MOVE QLUNITS(QUOTELINEIDX)           TO QDLUNITS
       MOVE QLUNITPRICE(QUOTELINEIDX)       TO QDLUNITPRICE
       MOVE QLDISCOUNTPCT(QUOTELINEIDX)     TO QDLDISCOUNTPCT
       MOVE QLNETVALUE(QUOTELINEIDX)        TO QDLNETVALUE
       WRITE QUOTEDOCUMENTLINE FROM QUOTEDETAILLINE.

FINDUNITCOSTINFORCE.
       MOVE ZERO TO BESTGENIDX, BESTEFFECTIVEDATE, EARLIESTGENIDX
       MOVE 99999999 TO EARLIESTEFFECTIVEDATE
       PERFORM CHECKONEPRICEGENERATION
           VARYING GENIDX FROM 1 BY 1
           UNTIL GENIDX > OILGENERATIONCOUNT(OILNUMENTRY)
       IF BESTGENIDX = ZERO
           MOVE EARLIESTGENIDX TO BESTGENIDX
       END-IF
       IF BESTGENIDX = ZERO
           MOVE ZERO TO UNITCOSTINFORCE
       ELSE
           MOVE UNITCOST(OILNUMENTRY, BESTGENIDX, UNITSIZEENTRY)
               TO UNITCOSTINFORCE
       END-IF.

CHECKONEPRICEGENERATION.
       IF PRICEEFFECTIVEDATE(OILNUMENTRY, GENIDX) NOT > TODAYDATE
               AND PRICEEFFECTIVEDATE(OILNUMENTRY, GENIDX)
                   NOT < BESTEFFECTIVEDATE
           MOVE PRICEEFFECTIVEDATE(OILNUMENTRY, GENIDX)
               TO BESTEFFECTIVEDATE
           MOVE GENIDX TO BESTGENIDX
       END-IF
       IF PRICEEFFECTIVEDATE(OILNUMENTRY, GENIDX)
               < EARLIESTEFFECTIVEDATE
           MOVE PRICEEFFECTIVEDATE(OILNUMENTRY, GENIDX)
               TO EARLIESTEFFECTIVEDATE
           MOVE GENIDX TO EARLIESTGENIDX
       END-IF.

FINDDISCOUNTPCTFORLINE.
       MOVE ZERO TO DISCOUNTPCTINFORCE
       MOVE -1 TO BESTTIERMINUNITS
       MOVE "N" TO CUSTOMERHASOWNTIERS
       PERFORM CHECKONECUSTOMERTIER
           VARYING DISCOUNTTIERIDX FROM 1 BY 1
           UNTIL DISCOUNTTIERIDX > DISCOUNTTIERCOUNT
       IF CUSTOMERHASOWNTIERS = "N"
           PERFORM CHECKONEDEFAULTTIER
               VARYING DISCOUNTTIERIDX FROM 1 BY 1
               UNTIL DISCOUNTTIERIDX > DISCOUNTTIERCOUNT
       END-IF.

CHECKONECUSTOMERTIER.
       IF DTCUSTOMERID(DISCOUNTTIERIDX) = CUSTOMERIDENTRY
           MOVE "Y" TO CUSTOMERHASOWNTIERS
           IF DTMINUNITS(DISCOUNTTIERIDX) NOT > UNITSENTRY
                   AND DTMINUNITS(DISCOUNTTIERIDX) > BESTTIERMINUNITS
               MOVE DTMINUNITS(DISCOUNTTIERIDX) TO BESTTIERMINUNITS
               MOVE DTPCT(DISCOUNTTIERIDX) TO DISCOUNTPCTINFORCE
           END-IF
       END-IF.

CHECKONEDEFAULTTIER.
       IF DTCUSTOMERID(DISCOUNTTIERIDX) = "00000"
           IF DTMINUNITS(DISCOUNTTIERIDX) NOT > UNITSENTRY
                   AND DTMINUNITS(DISCOUNTTIERIDX) > BESTTIERMINUNITS
               MOVE DTMINUNITS(DISCOUNTTIERIDX) TO BESTTIERMINUNITS
               MOVE DTPCT(DISCOUNTTIERIDX) TO DISCOUNTPCTINFORCE
           END-IF
       END-IF.

LOOKUPCUSTOMER.
       SET CUSTOMERNOTONFILE TO TRUE
       MOVE SPACES TO QUOTECUSTOMERNAME
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERIDENTRY
               SET CUSTOMERONFILE TO TRUE
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO QUOTECUSTOMERNAME
       END-SEARCH.

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
       MOVE CREDITHOLDFLAG-CMF TO CTHOLDFLAG(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.

LOADOILSTABLE.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ
       PERFORM STOREOILPRICE UNTIL ENDOFOILPRICEFILE
       CLOSE OILPRICEFILE.

STOREOILPRICE.
       MOVE OILNAME-OPF TO OILNAME(OILNUM-OPF)
       ADD 1 TO OILGENERATIONCOUNT(OILNUM-OPF)
       MOVE OILGENERATIONCOUNT(OILNUM-OPF) TO GENIDX
       MOVE EFFECTIVEDATE-OPF
           TO PRICEEFFECTIVEDATE(OILNUM-OPF, GENIDX)
       MOVE UNITCOST-OPF(1) TO UNITCOST(OILNUM-OPF, GENIDX, 1)
       MOVE UNITCOST-OPF(2) TO UNITCOST(OILNUM-OPF, GENIDX, 2)
       MOVE UNITCOST-OPF(3) TO UNITCOST(OILNUM-OPF, GENIDX, 3)
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ.

*>   A missing tier file simply means nobody is discounted.
LOADDISCOUNTTIERS.
       OPEN INPUT DISCOUNTTIERFILE
       IF DISCOUNTTIERFILEOK
           READ DISCOUNTTIERFILE
               AT END SET ENDOFDISCOUNTTIERFILE TO TRUE
           END-READ
           PERFORM STOREONEDISCOUNTTIER UNTIL ENDOFDISCOUNTTIERFILE
           CLOSE DISCOUNTTIERFILE
       END-IF.

STOREONEDISCOUNTTIER.
       ADD 1 TO DISCOUNTTIERCOUNT
       MOVE CUSTOMERID-DTF  TO DTCUSTOMERID(DISCOUNTTIERCOUNT)
       MOVE MINUNITS-DTF    TO DTMINUNITS(DISCOUNTTIERCOUNT)
       MOVE DISCOUNTPCT-DTF TO DTPCT(DISCOUNTTIERCOUNT)
       READ DISCOUNTTIERFILE
           AT END SET ENDOFDISCOUNTTIERFILE TO TRUE
       END-READ.
