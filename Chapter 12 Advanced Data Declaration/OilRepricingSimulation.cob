IDENTIFICATION DIVISION.
PROGRAM-ID. OILREPRICINGSIM.

*>   Before a new price generation is keyed into OilPrices.dat with a
*>   future effective date it can be tried out here: a past period's
*>   sales are valued once as LISTING12-1 billed them and once at the
*>   generation in force on the proposed date, with each customer's
*>   discount tiers and VAT applied the same way, and the difference is
*>   shown by oil and by customer. Customers whose bill would rise by
*>   more than the warning percentage are listed separately so the
*>   reps can be told before the new prices land. Nothing is written
*>   back - the price file, the sales and the ledger are only read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BASEOILSALESFILE ASSIGN TO "Listing12-1.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISCOUNTTIERFILE ASSIGN TO "DiscountTiers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISCOUNTTIERFILESTATUS.

       SELECT TAXRATEFILE ASSIGN TO "TaxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXRATEFILESTATUS.

       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

       SELECT REPRICINGREPORTFILE ASSIGN TO "OilRepricing.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     BASEOILSALESFILE.
01     SALESREC.
       88  ENDOFSALESFILE      VALUE HIGH-VALUES.
       02  CUSTOMERID          PIC X(5).
       02  OILDID.
           03 FILLER           PIC X.
           03 OILNUM           PIC 99.
       02  UNITSIZE            PIC 9.
       02  UNITSOLD            PIC 999.
       02  SALESDATE           PIC 9(8).
       02  RECORDTYPE-SR       PIC X.
        88 CREDITNOTE-SR       VALUE "C".
       02  ORIGSALEDATE-SR     PIC 9(8).
       02  SALESREPCODE-SR     PIC X(3).
       02  QUOTENUMBER-SR      PIC 9(6).
       02  QUOTEDUNITPRICE-SR  PIC 99V99.
       02  QUOTEDDISCOUNTPCT-SR PIC 99V9.
       02  ORDERNUMBER-SR      PIC 9(6).
       02  ORDERLINENUM-SR     PIC 99.

FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

FD     DISCOUNTTIERFILE.
01     DISCOUNTTIERREC.
       88  ENDOFDISCOUNTTIERFILE VALUE HIGH-VALUES.
       02  CUSTOMERID-DTF      PIC X(5).
       02  MINUNITS-DTF        PIC 9(3).
       02  DISCOUNTPCT-DTF     PIC 99V9.

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

FD     TAXRATEFILE.
01     TAXRATEREC.
       88  ENDOFTAXRATEFILE     VALUE HIGH-VALUES.
       02  RATEPCT-TXF          PIC 99V99.
       02  EFFECTIVEDATE-TXF    PIC 9(8).

FD     ORDERBOOKFILE.
01     ORDERBOOKREC.
       88  ENDOFORDERBOOKFILE  VALUE HIGH-VALUES.
       02  ORDERNUMBER-OBK     PIC 9(6).
       02  ORDERLINENUM-OBK    PIC 99.
       02  CUSTOMERID-OBK      PIC X(5).
       02  OILNUM-OBK          PIC 99.
       02  UNITSIZE-OBK        PIC 9.
       02  UNITSORDERED-OBK    PIC 999.
       02  ORDERDATE-OBK       PIC 9(8).
       02  LINESTATUS-OBK      PIC X.
        88 LINEENTERED-OBK     VALUE "E".
        88 LINEPICKED-OBK      VALUE "P".
        88 LINEDESPATCHED-OBK  VALUE "S".
        88 LINEDELIVERED-OBK   VALUE "D".
       02  PICKEDDATE-OBK      PIC 9(8).
       02  DESPATCHEDDATE-OBK  PIC 9(8).
       02  DELIVEREDDATE-OBK   PIC 9(8).
       02  SIGNEDBY-OBK        PIC X(20).
       02  OPERATORID-OBK      PIC X(8).
       02  CONFIRMEDBY-OBK     PIC X(8).

FD     REPRICINGREPORTFILE.
01     REPRICINGPRINTLINE       PIC X(132).

WORKING-STORAGE SECTION.
01     DISCOUNTTIERFILESTATUS  PIC XX.
       88 DISCOUNTTIERFILEOK   VALUE "00".
01     TAXRATEFILESTATUS       PIC XX.
       88 TAXRATEFILEOK        VALUE "00".
01     ORDERBOOKFILESTATUS     PIC XX.
       88 ORDERBOOKFILEOK      VALUE "00".

01     OILCOUNT                 PIC 9(4) VALUE ZERO.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
               04 PRICEEFFECTIVEDATE PIC 9(8).
               04 UNITCOST   PIC 99V99 OCCURS 3 TIMES.
           03 OILCURRENTNET  PIC S9(8)V99 VALUE ZERO.
           03 OILPROPOSEDNET PIC S9(8)V99 VALUE ZERO.

01     GENIDX                  PIC 9(2).
01     BESTGENIDX              PIC 9(2) VALUE ZERO.
01     BESTEFFECTIVEDATE       PIC 9(8) VALUE ZERO.
01     EARLIESTGENIDX          PIC 9(2) VALUE ZERO.
01     EARLIESTEFFECTIVEDATE   PIC 9(8) VALUE ZERO.
01     LATESTEFFECTIVEDATE     PIC 9(8) VALUE ZERO.
01     UNITCOSTINFORCE         PIC 99V99 VALUE ZERO.
01     PRICINGDATE             PIC 9(8) VALUE ZERO.

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTTAXEXEMPTFLAG   PIC X.
            88 CTTAXEXEMPT      VALUE "E".

01     CUSTOMEREXEMPTSWITCH    PIC X VALUE "N".
       88 CUSTOMERISEXEMPT     VALUE "Y".
       88 CUSTOMERNOTEXEMPT    VALUE "N".
01     SIMCUSTOMERNAME         PIC X(20).

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

01     TAXRATECOUNT            PIC 9(2) VALUE ZERO.
01     TAXRATETABLE.
       02 TAXRATEENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON TAXRATECOUNT.
           03 TRRATEPCT        PIC 99V99.
           03 TREFFECTIVEDATE  PIC 9(8).
01     TAXRATEIDX              PIC 9(2).
01     TAXRATEINFORCE          PIC 99V99 VALUE ZERO.
01     BESTTAXDATE             PIC 9(8) VALUE ZERO.

01     DELIVEREDLINECOUNT       PIC 9(5) VALUE ZERO.
01     DELIVEREDLINETABLE.
       02 DELIVEREDLINEENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON DELIVEREDLINECOUNT.
           03 DLORDERNUMBER     PIC 9(6).
           03 DLORDERLINENUM    PIC 99.
           03 DLDELIVEREDDATE   PIC 9(8).
01     DELIVEREDLINEIDX         PIC 9(5).
01     DELIVEREDLINESWITCH      PIC X.
       88 DELIVEREDLINEFOUND    VALUE "Y".
       88 DELIVEREDLINENOTFOUND VALUE "N".
01     BILLINGDATE              PIC 9(8) VALUE ZERO.

01     GROSSVALUEOFSALE        PIC 9(5)V99 VALUE ZERO.
01     DISCOUNTVALUEOFSALE     PIC 9(5)V99 VALUE ZERO.
01     VALUEOFSALES            PIC 9(5)V99 VALUE ZERO.
01     TAXVALUEOFSALE          PIC 9(5)V99 VALUE ZERO.
01     CURRENTNETOFSALE        PIC S9(6)V99 VALUE ZERO.
01     CURRENTDUEOFSALE        PIC S9(6)V99 VALUE ZERO.
01     PROPOSEDNETOFSALE       PIC S9(6)V99 VALUE ZERO.
01     PROPOSEDDUEOFSALE       PIC S9(6)V99 VALUE ZERO.

*>   One row per customer with sales billed in the period, in the
*>   order the customers first turn up on the sales file.
01     SIMCUSTCOUNT            PIC 9(4) VALUE ZERO.
01     SIMCUSTTABLE.
       02 SIMCUSTENTRY OCCURS 0 TO 500 TIMES DEPENDING ON SIMCUSTCOUNT.
           03 SCCUSTOMERID     PIC X(5).
           03 SCCURRENTNET     PIC S9(8)V99.
           03 SCPROPOSEDNET    PIC S9(8)V99.
           03 SCCURRENTDUE     PIC S9(8)V99.
           03 SCPROPOSEDDUE    PIC S9(8)V99.
           03 SCWARNFLAG       PIC X.
            88 SCOVERTHRESHOLD VALUE "Y".
01     SIMCUSTIDX              PIC 9(4).
01     SIMCUSTFOUNDSWITCH      PIC X VALUE "N".
       88 SIMCUSTFOUND         VALUE "Y".
       88 SIMCUSTNOTFOUND      VALUE "N".

01     TODAYFORPERIODDEFAULT    PIC 9(8).
01     PERIODSTARTDATEENTRY     PIC X(8) VALUE SPACES.
01     PERIODENDDATEENTRY       PIC X(8) VALUE SPACES.
01     PERIODSTARTDATE          PIC 9(8).
01     PERIODENDDATE            PIC 9(8).
01     PROPOSEDDATEENTRY        PIC X(8) VALUE SPACES.
01     PROPOSEDDATE             PIC 9(8) VALUE ZERO.
01     WARNPCTENTRY             PIC X(5) VALUE SPACES.
01     WARNPCT                  PIC 99V9 VALUE 5.

01     CHANGEAMOUNT             PIC S9(8)V99.
01     CHANGEPCT                PIC S9(4)V9.
01     BASEAMOUNT               PIC S9(8)V99.
01     WARNCOUNT                PIC 9(4) VALUE ZERO.
01     SALESREPRICED            PIC 9(7) VALUE ZERO.

01     TOTALCURRENTNET          PIC S9(9)V99 VALUE ZERO.
01     TOTALPROPOSEDNET         PIC S9(9)V99 VALUE ZERO.
01     TOTALCURRENTDUE          PIC S9(9)V99 VALUE ZERO.
01     TOTALPROPOSEDDUE         PIC S9(9)V99 VALUE ZERO.

01     REPRICINGHEADINGLINE.
       02  FILLER               PIC X(39)
               VALUE "AROMAMORA REPRICING SIMULATION FOR".
       02  PRNPERIODSTART       PIC 9(8).
       02  FILLER               PIC X(4)   VALUE " TO ".
       02  PRNPERIODEND         PIC 9(8).

01     REPRICINGBASISLINE.
       02  FILLER               PIC X(39)
               VALUE "PROPOSED PRICES AS IN FORCE ON".
       02  PRNPROPOSEDDATE      PIC 9(8).
       02  FILLER               PIC X(23)
               VALUE "   WARN WHERE BILL UP >".
       02  PRNWARNPCT           PIC Z9.9.
       02  FILLER               PIC X      VALUE "%".

01     OILSECTIONLINE           PIC X(40)
               VALUE "REVENUE CHANGE BY OIL (NET OF DISCOUNT)".

01     OILTOPICLINE.
       02  FILLER               PIC X(20)  VALUE "OIL NAME".
       02  FILLER               PIC X(15)  VALUE "    CURRENT NET".
       02  FILLER               PIC X(15)  VALUE "   PROPOSED NET".
       02  FILLER               PIC X(15)  VALUE "         CHANGE".
       02  FILLER               PIC X(9)   VALUE "      PCT".

01     OILDETAILLINE.
       02  PRNOILNAME           PIC X(16).
       02  FILLER               PIC X(4)   VALUE SPACES.
       02  PRNOILCURRENT        PIC $$$$,$$$,$$9.99-.
       02  PRNOILPROPOSED       PIC $$$$,$$$,$$9.99-.
       02  PRNOILCHANGE         PIC $$$$,$$$,$$9.99-.
       02  FILLER               PIC X(2)   VALUE SPACES.
       02  PRNOILPCT            PIC ZZZ9.9-.

01     CUSTSECTIONLINE          PIC X(40)
               VALUE "BILL CHANGE BY CUSTOMER (INCLUDING VAT)".

01     WARNSECTIONLINE.
       02  FILLER               PIC X(36)
               VALUE "CUSTOMERS WHOSE BILL WOULD RISE OVER".
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNWARNSECTIONPCT    PIC Z9.9.
       02  FILLER               PIC X      VALUE "%".

01     CUSTTOPICLINE.
       02  FILLER               PIC X(7)   VALUE "CUST".
       02  FILLER               PIC X(21)  VALUE "CUSTOMER NAME".
       02  FILLER               PIC X(14)  VALUE "   CURRENT NET".
       02  FILLER               PIC X(14)  VALUE "  PROPOSED NET".
       02  FILLER               PIC X(14)  VALUE "   CURRENT DUE".
       02  FILLER               PIC X(14)  VALUE "  PROPOSED DUE".
       02  FILLER               PIC X(14)  VALUE "   BILL CHANGE".
       02  FILLER               PIC X(8)   VALUE "     PCT".

01     CUSTDETAILLINE.
       02  PRNCUSTID            PIC X(5).
       02  FILLER               PIC X(2)   VALUE SPACES.
       02  PRNCUSTNAME          PIC X(20).
       02  PRNCUSTCURRENTNET    PIC $$$$,$$$,$$9.99-.
       02  PRNCUSTPROPOSEDNET   PIC $$$$,$$$,$$9.99-.
       02  PRNCUSTCURRENTDUE    PIC $$$$,$$$,$$9.99-.
       02  PRNCUSTPROPOSEDDUE   PIC $$$$,$$$,$$9.99-.
       02  PRNCUSTCHANGE        PIC $$$$,$$$,$$9.99-.
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNCUSTPCT           PIC ZZZ9.9-.
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNCUSTWARN          PIC X(4).

01     CUSTTOTALLINE.
       02  FILLER               PIC X(27)  VALUE "TOTAL ALL CUSTOMERS".
       02  PRNTOTCURRENTNET     PIC $$$$,$$$,$$9.99-.
       02  PRNTOTPROPOSEDNET    PIC $$$$,$$$,$$9.99-.
       02  PRNTOTCURRENTDUE     PIC $$$$,$$$,$$9.99-.
       02  PRNTOTPROPOSEDDUE    PIC $$$$,$$$,$$9.99-.
       02  PRNTOTCHANGE         PIC $$$$,$$$,$$9.99-.
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNTOTPCT            PIC ZZZ9.9-.

01     NOWARNINGSLINE           PIC X(30)
               VALUE "NONE".

01     REPRICINGNOTELINE.
       02  FILLER               PIC X(58) VALUE
           "CURRENT = AS BILLED. QUOTED LINES KEEP THEIR QUOTED PRICE ".
       02  FILLER               PIC X(54) VALUE
           "AND DISCOUNT. CREDIT NOTES ARE REPRICED LIKE SALES.".

PROCEDURE DIVISION.
BEGIN.
       PERFORM LOADOILSTABLE
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADDISCOUNTTIERS
       PERFORM LOADTAXRATES
       PERFORM LOADDELIVEREDLINES

       ACCEPT TODAYFORPERIODDEFAULT FROM DATE YYYYMMDD
       DISPLAY "ENTER PERIOD START DATE (YYYYMMDD) OR BLANK FOR FIRST "
           "OF THIS MONTH - " WITH NO ADVANCING
       ACCEPT PERIODSTARTDATEENTRY
       IF PERIODSTARTDATEENTRY = SPACES
           MOVE TODAYFORPERIODDEFAULT TO PERIODSTARTDATE
           MOVE 01 TO PERIODSTARTDATE(7:2)
       ELSE
           MOVE PERIODSTARTDATEENTRY TO PERIODSTARTDATE
       END-IF
       DISPLAY "ENTER PERIOD END DATE   (YYYYMMDD) OR BLANK FOR TODAY "
           "- " WITH NO ADVANCING
       ACCEPT PERIODENDDATEENTRY
       IF PERIODENDDATEENTRY = SPACES
           MOVE TODAYFORPERIODDEFAULT TO PERIODENDDATE
       ELSE
           MOVE PERIODENDDATEENTRY TO PERIODENDDATE
       END-IF

       DISPLAY "PROPOSED PRICES EFFECTIVE (YYYYMMDD) OR BLANK FOR "
           "LATEST ON FILE - " WITH NO ADVANCING
       ACCEPT PROPOSEDDATEENTRY
       IF PROPOSEDDATEENTRY = SPACES
           MOVE LATESTEFFECTIVEDATE TO PROPOSEDDATE
       ELSE
           IF PROPOSEDDATEENTRY IS NOT NUMERIC
               DISPLAY "PROPOSED DATE MUST BE YYYYMMDD - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PROPOSEDDATEENTRY TO PROPOSEDDATE
       END-IF

       DISPLAY "WARN WHERE A BILL RISES BY MORE THAN (PCT) OR BLANK "
           "FOR 5 - " WITH NO ADVANCING
       ACCEPT WARNPCTENTRY
       IF WARNPCTENTRY NOT = SPACES
           COMPUTE WARNPCT = FUNCTION NUMVAL(WARNPCTENTRY)
       END-IF

       OPEN INPUT BASEOILSALESFILE
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE
       END-READ
       PERFORM REPRICEONESALE UNTIL ENDOFSALESFILE
       CLOSE BASEOILSALESFILE

       OPEN OUTPUT REPRICINGREPORTFILE
       MOVE PERIODSTARTDATE TO PRNPERIODSTART
       MOVE PERIODENDDATE   TO PRNPERIODEND
       MOVE PROPOSEDDATE    TO PRNPROPOSEDDATE
       MOVE WARNPCT         TO PRNWARNPCT, PRNWARNSECTIONPCT
       WRITE REPRICINGPRINTLINE FROM REPRICINGHEADINGLINE
           AFTER ADVANCING PAGE
       WRITE REPRICINGPRINTLINE FROM REPRICINGBASISLINE
           AFTER ADVANCING 1 LINE

       WRITE REPRICINGPRINTLINE FROM OILSECTIONLINE
           AFTER ADVANCING 3 LINES
       WRITE REPRICINGPRINTLINE FROM OILTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONEOILLINE
           VARYING OILIDX FROM 1 BY 1 UNTIL OILIDX > 20

       WRITE REPRICINGPRINTLINE FROM CUSTSECTIONLINE
           AFTER ADVANCING 3 LINES
       WRITE REPRICINGPRINTLINE FROM CUSTTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONECUSTOMERLINE
           VARYING SIMCUSTIDX FROM 1 BY 1 UNTIL SIMCUSTIDX > SIMCUSTCOUNT

       MOVE TOTALPROPOSEDDUE TO BASEAMOUNT
       SUBTRACT TOTALCURRENTDUE FROM BASEAMOUNT GIVING CHANGEAMOUNT
       MOVE TOTALCURRENTDUE TO BASEAMOUNT
       PERFORM COMPUTECHANGEPCT
       MOVE TOTALCURRENTNET  TO PRNTOTCURRENTNET
       MOVE TOTALPROPOSEDNET TO PRNTOTPROPOSEDNET
       MOVE TOTALCURRENTDUE  TO PRNTOTCURRENTDUE
       MOVE TOTALPROPOSEDDUE TO PRNTOTPROPOSEDDUE
       MOVE CHANGEAMOUNT     TO PRNTOTCHANGE
       MOVE CHANGEPCT        TO PRNTOTPCT
       WRITE REPRICINGPRINTLINE FROM CUSTTOTALLINE
           AFTER ADVANCING 2 LINES

       WRITE REPRICINGPRINTLINE FROM WARNSECTIONLINE
           AFTER ADVANCING 3 LINES
       IF WARNCOUNT = ZERO
           WRITE REPRICINGPRINTLINE FROM NOWARNINGSLINE
               AFTER ADVANCING 2 LINES
       ELSE
           WRITE REPRICINGPRINTLINE FROM CUSTTOPICLINE
               AFTER ADVANCING 2 LINES
           PERFORM PRINTONEWARNINGLINE
               VARYING SIMCUSTIDX FROM 1 BY 1
               UNTIL SIMCUSTIDX > SIMCUSTCOUNT
       END-IF

       WRITE REPRICINGPRINTLINE FROM REPRICINGNOTELINE
           AFTER ADVANCING 3 LINES
       CLOSE REPRICINGREPORTFILE

       DISPLAY "SALES REPRICED: " SALESREPRICED
       DISPLAY "CUSTOMERS OVER WARNING LEVEL: " WARNCOUNT
       STOP RUN.

*>   The period is chosen by billing date exactly as LISTING12-1 picks
*>   it, so the current column agrees with the summary report for the
*>   same dates. The proposed column prices every line at the
*>   generation in force on the proposed date, and charges VAT at the
*>   rate in force then, because that is what the same orders would be
*>   billed at once the new prices are live.
REPRICEONESALE.
       PERFORM SETBILLINGDATEFORSALE
       IF BILLINGDATE NOT = ZERO
               AND BILLINGDATE >= PERIODSTARTDATE
               AND BILLINGDATE <= PERIODENDDATE
               AND OILNUM >= 1 AND OILNUM <= 20
               AND UNITSIZE >= 1 AND UNITSIZE <= 3
           ADD 1 TO SALESREPRICED
           PERFORM LOOKUPCUSTOMERNAME
           PERFORM SETPRICINGDATEFORSALE
           PERFORM VALUEONESALE
           MOVE VALUEOFSALES TO CURRENTNETOFSALE
           COMPUTE CURRENTDUEOFSALE = VALUEOFSALES + TAXVALUEOFSALE
           MOVE PROPOSEDDATE TO PRICINGDATE
           PERFORM VALUEONESALE
           MOVE VALUEOFSALES TO PROPOSEDNETOFSALE
           COMPUTE PROPOSEDDUEOFSALE = VALUEOFSALES + TAXVALUEOFSALE
           IF CREDITNOTE-SR
               MULTIPLY -1 BY CURRENTNETOFSALE, CURRENTDUEOFSALE,
                   PROPOSEDNETOFSALE, PROPOSEDDUEOFSALE
           END-IF
           ADD CURRENTNETOFSALE  TO OILCURRENTNET(OILNUM)
           ADD PROPOSEDNETOFSALE TO OILPROPOSEDNET(OILNUM)
           PERFORM FINDSIMCUSTOMER
           ADD CURRENTNETOFSALE  TO SCCURRENTNET(SIMCUSTIDX)
           ADD PROPOSEDNETOFSALE TO SCPROPOSEDNET(SIMCUSTIDX)
           ADD CURRENTDUEOFSALE  TO SCCURRENTDUE(SIMCUSTIDX)
           ADD PROPOSEDDUEOFSALE TO SCPROPOSEDDUE(SIMCUSTIDX)
       END-IF
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE
       END-READ.

*>   List price at the generation in force on PRICINGDATE (or the
*>   quoted price), the tiered discount off, VAT on the net - the
*>   same steps LISTING12-1 takes for a line.
VALUEONESALE.
       PERFORM FINDUNITCOSTFORSALE
       COMPUTE GROSSVALUEOFSALE ROUNDED = UNITSOLD * UNITCOSTINFORCE
       PERFORM FINDDISCOUNTPCTFORSALE
       COMPUTE DISCOUNTVALUEOFSALE ROUNDED =
           GROSSVALUEOFSALE * DISCOUNTPCTINFORCE / 100
       COMPUTE VALUEOFSALES = GROSSVALUEOFSALE - DISCOUNTVALUEOFSALE
       PERFORM COMPUTETAXONSALE.

FINDSIMCUSTOMER.
       SET SIMCUSTNOTFOUND TO TRUE
       PERFORM CHECKONESIMCUSTOMER
           VARYING SIMCUSTIDX FROM 1 BY 1
           UNTIL SIMCUSTIDX > SIMCUSTCOUNT OR SIMCUSTFOUND
       IF SIMCUSTFOUND
           SUBTRACT 1 FROM SIMCUSTIDX
       ELSE
           ADD 1 TO SIMCUSTCOUNT
           MOVE SIMCUSTCOUNT TO SIMCUSTIDX
           MOVE CUSTOMERID TO SCCUSTOMERID(SIMCUSTIDX)
           MOVE ZERO TO SCCURRENTNET(SIMCUSTIDX),
               SCPROPOSEDNET(SIMCUSTIDX), SCCURRENTDUE(SIMCUSTIDX),
               SCPROPOSEDDUE(SIMCUSTIDX)
           MOVE "N" TO SCWARNFLAG(SIMCUSTIDX)
       END-IF.

CHECKONESIMCUSTOMER.
       IF SCCUSTOMERID(SIMCUSTIDX) = CUSTOMERID
           SET SIMCUSTFOUND TO TRUE
       END-IF.

*>   The percentage is of the current figure; where there is nothing
*>   current to measure against (a customer whose credits outweigh
*>   their sales) no percentage is shown.
COMPUTECHANGEPCT.
       MOVE ZERO TO CHANGEPCT
       IF BASEAMOUNT > ZERO
           COMPUTE CHANGEPCT ROUNDED = CHANGEAMOUNT * 100 / BASEAMOUNT
               ON SIZE ERROR MOVE 9999.9 TO CHANGEPCT
           END-COMPUTE
       END-IF.

PRINTONEOILLINE.
       IF OILGENERATIONCOUNT(OILIDX) > ZERO
               OR OILCURRENTNET(OILIDX) NOT = ZERO
               OR OILPROPOSEDNET(OILIDX) NOT = ZERO
           MOVE OILPROPOSEDNET(OILIDX) TO BASEAMOUNT
           SUBTRACT OILCURRENTNET(OILIDX) FROM BASEAMOUNT
               GIVING CHANGEAMOUNT
           MOVE OILCURRENTNET(OILIDX) TO BASEAMOUNT
           PERFORM COMPUTECHANGEPCT
           MOVE OILNAME(OILIDX)        TO PRNOILNAME
           MOVE OILCURRENTNET(OILIDX)  TO PRNOILCURRENT
           MOVE OILPROPOSEDNET(OILIDX) TO PRNOILPROPOSED
           MOVE CHANGEAMOUNT           TO PRNOILCHANGE
           MOVE CHANGEPCT              TO PRNOILPCT
           WRITE REPRICINGPRINTLINE FROM OILDETAILLINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   A customer is flagged when the bill they would get, VAT and all,
*>   rises by more than the warning percentage of what they were billed.
PRINTONECUSTOMERLINE.
       PERFORM SETUPCUSTOMERDETAIL
       IF CHANGEAMOUNT > ZERO AND
               (CHANGEPCT > WARNPCT OR SCCURRENTDUE(SIMCUSTIDX) NOT > ZERO)
           SET SCOVERTHRESHOLD(SIMCUSTIDX) TO TRUE
           MOVE "WARN" TO PRNCUSTWARN
           ADD 1 TO WARNCOUNT
       END-IF
       ADD SCCURRENTNET(SIMCUSTIDX)  TO TOTALCURRENTNET
       ADD SCPROPOSEDNET(SIMCUSTIDX) TO TOTALPROPOSEDNET
       ADD SCCURRENTDUE(SIMCUSTIDX)  TO TOTALCURRENTDUE
       ADD SCPROPOSEDDUE(SIMCUSTIDX) TO TOTALPROPOSEDDUE
       WRITE REPRICINGPRINTLINE FROM CUSTDETAILLINE
           AFTER ADVANCING 1 LINE.

PRINTONEWARNINGLINE.
       IF SCOVERTHRESHOLD(SIMCUSTIDX)
           PERFORM SETUPCUSTOMERDETAIL
           MOVE "WARN" TO PRNCUSTWARN
           WRITE REPRICINGPRINTLINE FROM CUSTDETAILLINE
               AFTER ADVANCING 1 LINE
       END-IF.

SETUPCUSTOMERDETAIL.
       MOVE SCCUSTOMERID(SIMCUSTIDX) TO CUSTOMERID
       PERFORM LOOKUPCUSTOMERNAME
       MOVE SCPROPOSEDDUE(SIMCUSTIDX) TO BASEAMOUNT
       SUBTRACT SCCURRENTDUE(SIMCUSTIDX) FROM BASEAMOUNT
           GIVING CHANGEAMOUNT
       MOVE SCCURRENTDUE(SIMCUSTIDX) TO BASEAMOUNT
       PERFORM COMPUTECHANGEPCT
       MOVE SCCUSTOMERID(SIMCUSTIDX)  TO PRNCUSTID
       MOVE SIMCUSTOMERNAME           TO PRNCUSTNAME
       MOVE SCCURRENTNET(SIMCUSTIDX)  TO PRNCUSTCURRENTNET
       MOVE SCPROPOSEDNET(SIMCUSTIDX) TO PRNCUSTPROPOSEDNET
       MOVE SCCURRENTDUE(SIMCUSTIDX)  TO PRNCUSTCURRENTDUE
       MOVE SCPROPOSEDDUE(SIMCUSTIDX) TO PRNCUSTPROPOSEDDUE
       MOVE CHANGEAMOUNT              TO PRNCUSTCHANGE
       MOVE CHANGEPCT                 TO PRNCUSTPCT
       MOVE SPACES                    TO PRNCUSTWARN.

COMPUTETAXONSALE.
       MOVE ZERO TO TAXVALUEOFSALE
       IF CUSTOMERNOTEXEMPT
           PERFORM FINDTAXRATEFORSALE
           COMPUTE TAXVALUEOFSALE ROUNDED =
               VALUEOFSALES * TAXRATEINFORCE / 100
       END-IF.

FINDTAXRATEFORSALE.
       MOVE ZERO TO TAXRATEINFORCE, BESTTAXDATE
       PERFORM CHECKONETAXRATE
           VARYING TAXRATEIDX FROM 1 BY 1
           UNTIL TAXRATEIDX > TAXRATECOUNT.

CHECKONETAXRATE.
       IF TREFFECTIVEDATE(TAXRATEIDX) NOT > PRICINGDATE
               AND TREFFECTIVEDATE(TAXRATEIDX) NOT < BESTTAXDATE
           MOVE TREFFECTIVEDATE(TAXRATEIDX) TO BESTTAXDATE
           MOVE TRRATEPCT(TAXRATEIDX)       TO TAXRATEINFORCE
       END-IF.

LOADTAXRATES.
       OPEN INPUT TAXRATEFILE
       IF TAXRATEFILEOK
           READ TAXRATEFILE
               AT END SET ENDOFTAXRATEFILE TO TRUE
           END-READ
           PERFORM STOREONETAXRATE UNTIL ENDOFTAXRATEFILE
           CLOSE TAXRATEFILE
       END-IF.

STOREONETAXRATE.
       ADD 1 TO TAXRATECOUNT
       MOVE RATEPCT-TXF       TO TRRATEPCT(TAXRATECOUNT)
       MOVE EFFECTIVEDATE-TXF TO TREFFECTIVEDATE(TAXRATECOUNT)
       READ TAXRATEFILE
           AT END SET ENDOFTAXRATEFILE TO TRUE
       END-READ.

LOOKUPCUSTOMERNAME.
       MOVE SPACES TO SIMCUSTOMERNAME
       SET CUSTOMERNOTEXEMPT TO TRUE
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERID
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO SIMCUSTOMERNAME
               IF CTTAXEXEMPT(CUSTIDX)
                   SET CUSTOMERISEXEMPT TO TRUE
               END-IF
       END-SEARCH.

FINDDISCOUNTPCTFORSALE.
       IF QUOTENUMBER-SR IS NUMERIC AND QUOTENUMBER-SR > ZERO
           MOVE QUOTEDDISCOUNTPCT-SR TO DISCOUNTPCTINFORCE
           EXIT PARAGRAPH
       END-IF
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
       IF DTCUSTOMERID(DISCOUNTTIERIDX) = CUSTOMERID
           MOVE "Y" TO CUSTOMERHASOWNTIERS
           IF DTMINUNITS(DISCOUNTTIERIDX) NOT > UNITSOLD
                   AND DTMINUNITS(DISCOUNTTIERIDX) > BESTTIERMINUNITS
               MOVE DTMINUNITS(DISCOUNTTIERIDX) TO BESTTIERMINUNITS
               MOVE DTPCT(DISCOUNTTIERIDX) TO DISCOUNTPCTINFORCE
           END-IF
       END-IF.

CHECKONEDEFAULTTIER.
       IF DTCUSTOMERID(DISCOUNTTIERIDX) = "00000"
           IF DTMINUNITS(DISCOUNTTIERIDX) NOT > UNITSOLD
                   AND DTMINUNITS(DISCOUNTTIERIDX) > BESTTIERMINUNITS
               MOVE DTMINUNITS(DISCOUNTTIERIDX) TO BESTTIERMINUNITS
               MOVE DTPCT(DISCOUNTTIERIDX) TO DISCOUNTPCTINFORCE
           END-IF
       END-IF.

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

SETBILLINGDATEFORSALE.
       IF CREDITNOTE-SR OR ORDERNUMBER-SR NOT NUMERIC
               OR ORDERNUMBER-SR = ZERO
           MOVE SALESDATE TO BILLINGDATE
       ELSE
           MOVE ZERO TO BILLINGDATE
           SET DELIVEREDLINENOTFOUND TO TRUE
           PERFORM CHECKONEDELIVEREDLINE
               VARYING DELIVEREDLINEIDX FROM 1 BY 1
               UNTIL DELIVEREDLINEIDX > DELIVEREDLINECOUNT
               OR DELIVEREDLINEFOUND
           IF DELIVEREDLINEFOUND
               SUBTRACT 1 FROM DELIVEREDLINEIDX
               MOVE DLDELIVEREDDATE(DELIVEREDLINEIDX) TO BILLINGDATE
           END-IF
       END-IF.

CHECKONEDELIVEREDLINE.
       IF DLORDERNUMBER(DELIVEREDLINEIDX) = ORDERNUMBER-SR
               AND DLORDERLINENUM(DELIVEREDLINEIDX) = ORDERLINENUM-SR
           SET DELIVEREDLINEFOUND TO TRUE
       END-IF.

LOADDELIVEREDLINES.
       OPEN INPUT ORDERBOOKFILE
       IF ORDERBOOKFILEOK
           READ ORDERBOOKFILE
               AT END SET ENDOFORDERBOOKFILE TO TRUE
           END-READ
           PERFORM STOREONEDELIVEREDLINE UNTIL ENDOFORDERBOOKFILE
           CLOSE ORDERBOOKFILE
       END-IF.

STOREONEDELIVEREDLINE.
       IF LINEDELIVERED-OBK
           ADD 1 TO DELIVEREDLINECOUNT
           MOVE ORDERNUMBER-OBK   TO DLORDERNUMBER(DELIVEREDLINECOUNT)
           MOVE ORDERLINENUM-OBK  TO DLORDERLINENUM(DELIVEREDLINECOUNT)
           MOVE DELIVEREDDATE-OBK TO DLDELIVEREDDATE(DELIVEREDLINECOUNT)
       END-IF
       READ ORDERBOOKFILE
           AT END SET ENDOFORDERBOOKFILE TO TRUE
       END-READ.

SETPRICINGDATEFORSALE.
       IF CREDITNOTE-SR AND ORIGSALEDATE-SR IS NUMERIC
               AND ORIGSALEDATE-SR > ZERO
           MOVE ORIGSALEDATE-SR TO PRICINGDATE
       ELSE
           MOVE SALESDATE TO PRICINGDATE
       END-IF.

FINDUNITCOSTFORSALE.
       IF QUOTENUMBER-SR IS NUMERIC AND QUOTENUMBER-SR > ZERO
           MOVE QUOTEDUNITPRICE-SR TO UNITCOSTINFORCE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO BESTGENIDX, BESTEFFECTIVEDATE, EARLIESTGENIDX
       MOVE 99999999 TO EARLIESTEFFECTIVEDATE
       PERFORM CHECKONEPRICEGENERATION
           VARYING GENIDX FROM 1 BY 1
           UNTIL GENIDX > OILGENERATIONCOUNT(OILNUM)
       IF BESTGENIDX = ZERO
           MOVE EARLIESTGENIDX TO BESTGENIDX
       END-IF
       IF BESTGENIDX = ZERO
           MOVE ZERO TO UNITCOSTINFORCE
       ELSE
           MOVE UNITCOST(OILNUM, BESTGENIDX, UNITSIZE)
               TO UNITCOSTINFORCE
       END-IF.

CHECKONEPRICEGENERATION.
       IF PRICEEFFECTIVEDATE(OILNUM, GENIDX) NOT > PRICINGDATE
               AND PRICEEFFECTIVEDATE(OILNUM, GENIDX)
                   NOT < BESTEFFECTIVEDATE
           MOVE PRICEEFFECTIVEDATE(OILNUM, GENIDX)
               TO BESTEFFECTIVEDATE
           MOVE GENIDX TO BESTGENIDX
       END-IF
       IF PRICEEFFECTIVEDATE(OILNUM, GENIDX) < EARLIESTEFFECTIVEDATE
           MOVE PRICEEFFECTIVEDATE(OILNUM, GENIDX)
               TO EARLIESTEFFECTIVEDATE
           MOVE GENIDX TO EARLIESTGENIDX
       END-IF.

LOADOILSTABLE.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ
       PERFORM STOREOILPRICE UNTIL ENDOFOILPRICEFILE
       CLOSE OILPRICEFILE.

*>   The newest effective date on file is the default proposed date -
*>   normally the generation just keyed in ahead of its start.
STOREOILPRICE.
       MOVE OILNAME-OPF TO OILNAME(OILNUM-OPF)
       IF OILGENERATIONCOUNT(OILNUM-OPF) = ZERO
           ADD 1 TO OILCOUNT
       END-IF
       ADD 1 TO OILGENERATIONCOUNT(OILNUM-OPF)
       MOVE OILGENERATIONCOUNT(OILNUM-OPF) TO GENIDX
       MOVE EFFECTIVEDATE-OPF
           TO PRICEEFFECTIVEDATE(OILNUM-OPF, GENIDX)
       MOVE UNITCOST-OPF(1) TO UNITCOST(OILNUM-OPF, GENIDX, 1)
       MOVE UNITCOST-OPF(2) TO UNITCOST(OILNUM-OPF, GENIDX, 2)
       MOVE UNITCOST-OPF(3) TO UNITCOST(OILNUM-OPF, GENIDX, 3)
       IF EFFECTIVEDATE-OPF > LATESTEFFECTIVEDATE
           MOVE EFFECTIVEDATE-OPF TO LATESTEFFECTIVEDATE
       END-IF
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
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
       MOVE CUSTOMERID-CMF    TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF  TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE TAXEXEMPTFLAG-CMF TO CTTAXEXEMPTFLAG(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
