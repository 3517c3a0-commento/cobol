IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMERPROFITABILITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BASEOILSALESFILE ASSIGN TO "Listing12-1.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OILCOSTFILE ASSIGN TO "OilCosts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILCOSTFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DISCOUNTTIERFILE ASSIGN TO "DiscountTiers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISCOUNTTIERFILESTATUS.

       SELECT SALESREPFILE ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALESREPFILESTATUS.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT PROFITSORTFILE ASSIGN TO "CustomerProfitability.srt".

       SELECT PROFITREPORTFILE ASSIGN TO "CustomerProfitability.rpt"
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

FD     OILCOSTFILE.
01     OILCOSTREC.
       88  ENDOFOILCOSTFILE    VALUE HIGH-VALUES.
       02  OILNUM-OCF          PIC 99.
       02  UNITCOST-OCF        PIC 99V99 OCCURS 3 TIMES.

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

FD     SALESREPFILE.
01     SALESREPREC.
       88  ENDOFSALESREPFILE   VALUE HIGH-VALUES.
       02  REPCODE-SRF         PIC X(3).
       02  REPNAME-SRF         PIC X(20).
       02  REPTIER-SRF OCCURS 3 TIMES.
           03 TIERMINNET-SRF   PIC 9(7).
           03 TIERPCT-SRF      PIC 99V9.

FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGER VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
        88 RECEIVABLEINTEREST   VALUE "I".
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

SD     PROFITSORTFILE.
01     PROFITSORTREC.
       02  SORTCONTRIBUTION    PIC S9(8)V99.
       02  SORTCUSTID          PIC X(5).
       02  SORTGROSSSALES      PIC S9(8)V99.
       02  SORTDISCOUNT        PIC S9(8)V99.
       02  SORTCREDITNOTES     PIC S9(8)V99.
       02  SORTOILCOST         PIC S9(8)V99.
       02  SORTCOMMISSION      PIC S9(8)V99.
       02  SORTINTEREST        PIC S9(8)V99.

FD     PROFITREPORTFILE.
01     PROFITPRINTLINE          PIC X(132).

WORKING-STORAGE SECTION.
01     DISCOUNTTIERFILESTATUS  PIC XX.
       88 DISCOUNTTIERFILEOK   VALUE "00".
01     OILCOSTFILESTATUS       PIC XX.
       88 OILCOSTFILEOK        VALUE "00".
01     SALESREPFILESTATUS      PIC XX.
       88 SALESREPFILEOK       VALUE "00".
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK VALUE "00".

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
01     GROSSVALUEOFSALE        PIC 9(5)V99 VALUE ZERO.
01     DISCOUNTVALUEOFSALE     PIC 9(5)V99 VALUE ZERO.
01     VALUEOFSALES            PIC 9(5)V99 VALUE ZERO.
01     COSTOFSALE              PIC 9(6)V99 VALUE ZERO.
01     COMMISSIONONSALE        PIC 9(5)V99 VALUE ZERO.

01     OILCOUNT                 PIC 9(4) VALUE ZERO.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
               04 PRICEEFFECTIVEDATE PIC 9(8).
               04 UNITCOST   PIC 99V99 OCCURS 3 TIMES.

*>   What each oil costs us per unit size, as OILSTOCKVALUATION values
*>   the stock - the cost of a sale is its units at this cost.
01     OILCOSTTABLE.
       02 OILCOSTENTRY OCCURS 20 TIMES.
           03 OILUNITCOST       PIC 99V99 OCCURS 3 TIMES VALUE ZERO.

01     GENIDX                  PIC 9(2).
01     BESTGENIDX              PIC 9(2) VALUE ZERO.
01     BESTEFFECTIVEDATE       PIC 9(8) VALUE ZERO.
01     EARLIESTGENIDX          PIC 9(2) VALUE ZERO.
01     EARLIESTEFFECTIVEDATE   PIC 9(8) VALUE ZERO.
01     UNITCOSTINFORCE         PIC 99V99 VALUE ZERO.
01     PRICINGDATE             PIC 9(8) VALUE ZERO.

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).

*>   Commission is paid per rep on the rep's whole net for the period
*>   at the tier that net reaches, exactly as COMMISSIONSTATEMENTS pays
*>   it, so each rep's rate has to be known before any customer's
*>   share of it can be worked out - hence the first pass.
01     REPCOUNT                PIC 9(3) VALUE ZERO.
01     REPTABLE.
       02 REPENTRY OCCURS 0 TO 100 TIMES DEPENDING ON REPCOUNT.
           03 RTREPCODE        PIC X(3).
           03 RTTIER OCCURS 3 TIMES.
               04 RTMINNET     PIC 9(7).
               04 RTPCT        PIC 99V9.
           03 RTNETSALES       PIC S9(8)V99.
           03 RTCOMMISSIONRATE PIC 99V9.
01     REPIDX                  PIC 9(3).
01     TIERIDX                 PIC 9.
01     REPFOUNDSWITCH          PIC X VALUE "N".
       88 REPFOUND             VALUE "Y".
       88 REPNOTFOUND          VALUE "N".

01     PROFITCOUNT             PIC 9(4) VALUE ZERO.
01     PROFITTABLE.
       02 PROFITENTRY OCCURS 0 TO 500 TIMES DEPENDING ON PROFITCOUNT.
           03 PTCUSTOMERID     PIC X(5).
           03 PTGROSSSALES     PIC S9(8)V99.
           03 PTDISCOUNT       PIC S9(8)V99.
           03 PTCREDITNOTES    PIC S9(8)V99.
           03 PTOILCOST        PIC S9(8)V99.
           03 PTCOMMISSION     PIC S9(8)V99.
           03 PTINTEREST       PIC S9(8)V99.
01     PROFITIDX               PIC 9(4).
01     PROFITFOUNDSWITCH       PIC X VALUE "N".
       88 PROFITFOUND          VALUE "Y".
       88 PROFITNOTFOUND       VALUE "N".
01     PROFITCUSTOMERID        PIC X(5).

01     TODAYFORPERIODDEFAULT    PIC 9(8).
01     PERIODSTARTDATEENTRY     PIC X(8) VALUE SPACES.
01     PERIODENDDATEENTRY       PIC X(8) VALUE SPACES.
01     PERIODSTARTDATE          PIC 9(8).
01     PERIODENDDATE            PIC 9(8).

01     NETREVENUE               PIC S9(8)V99.
01     CONTRIBUTIONPCT          PIC S9(4)V9.
01     RANKCOUNT                PIC 9(4) VALUE ZERO.

01     TOTALGROSSSALES          PIC S9(9)V99 VALUE ZERO.
01     TOTALDISCOUNT            PIC S9(9)V99 VALUE ZERO.
01     TOTALCREDITNOTES         PIC S9(9)V99 VALUE ZERO.
01     TOTALOILCOST             PIC S9(9)V99 VALUE ZERO.
01     TOTALCOMMISSION          PIC S9(9)V99 VALUE ZERO.
01     TOTALINTEREST            PIC S9(9)V99 VALUE ZERO.
01     TOTALCONTRIBUTION        PIC S9(9)V99 VALUE ZERO.
01     TOTALNETREVENUE          PIC S9(9)V99 VALUE ZERO.

01     SORTATEOF-SWITCH         PIC X VALUE "N".
       88 ENDOFSORTFILE         VALUE "Y".
       88 NOTENDOFSORTFILE      VALUE "N".

01     PROFITHEADINGLINE.
       02  FILLER               PIC X(36)
               VALUE "AROMAMORA CUSTOMER PROFITABILITY FOR".
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNPERIODSTART       PIC 9(8).
       02  FILLER               PIC X(4)   VALUE " TO ".
       02  PRNPERIODEND         PIC 9(8).

01     PROFITTOPICLINE.
       02  FILLER               PIC X(5)   VALUE "RANK".
       02  FILLER               PIC X(7)   VALUE "CUST".
       02  FILLER               PIC X(21)  VALUE "CUSTOMER NAME".
       02  FILLER               PIC X(12)  VALUE "       GROSS".
       02  FILLER               PIC X(12)  VALUE "    DISCOUNT".
       02  FILLER               PIC X(12)  VALUE "     CREDITS".
       02  FILLER               PIC X(12)  VALUE "    OIL COST".
       02  FILLER               PIC X(12)  VALUE "  COMMISSION".
       02  FILLER               PIC X(12)  VALUE "    INTEREST".
       02  FILLER               PIC X(13)  VALUE "  CONTRIBUTN".
       02  FILLER               PIC X(8)   VALUE "    PCT".

01     PROFITDETAILLINE.
       02  PRNRANK              PIC ZZZ9.
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNCUSTID            PIC X(5).
       02  FILLER               PIC X(2)   VALUE SPACES.
       02  PRNCUSTNAME          PIC X(20).
       02  PRNGROSSSALES        PIC $$$$,$$9.99-.
       02  PRNDISCOUNT          PIC $$$$,$$9.99-.
       02  PRNCREDITNOTES       PIC $$$$,$$9.99-.
       02  PRNOILCOST           PIC $$$$,$$9.99-.
       02  PRNCOMMISSION        PIC $$$$,$$9.99-.
       02  PRNINTEREST          PIC $$$$,$$9.99-.
       02  PRNCONTRIBUTION      PIC $$$$$,$$9.99-.
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNCONTRIBUTIONPCT   PIC ZZZ9.9-.

01     PROFITTOTALLINE.
       02  FILLER               PIC X(33)  VALUE "TOTAL ALL CUSTOMERS".
       02  PRNTOTGROSSSALES     PIC $$$$,$$9.99-.
       02  PRNTOTDISCOUNT       PIC $$$$,$$9.99-.
       02  PRNTOTCREDITNOTES    PIC $$$$,$$9.99-.
       02  PRNTOTOILCOST        PIC $$$$,$$9.99-.
       02  PRNTOTCOMMISSION     PIC $$$$,$$9.99-.
       02  PRNTOTINTEREST       PIC $$$$,$$9.99-.
       02  PRNTOTCONTRIBUTION   PIC $$$$$,$$9.99-.
       02  FILLER               PIC X      VALUE SPACE.
       02  PRNTOTCONTRIBUTIONPCT PIC ZZZ9.9-.

01     PROFITNOTELINE.
       02  FILLER               PIC X(58) VALUE
           "CONTRIBUTION = GROSS - DISCOUNT - CREDITS - OIL COST - COM".
       02  FILLER               PIC X(48) VALUE
           "MISSION + INTEREST. PCT IS OF NET SALES, EX VAT.".

PROCEDURE DIVISION.
BEGIN.
       PERFORM LOADOILSTABLE
       PERFORM LOADOILCOSTS
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADDISCOUNTTIERS
       PERFORM LOADSALESREPS

       ACCEPT TODAYFORPERIODDEFAULT FROM DATE YYYYMMDD
       DISPLAY "ENTER PERIOD START DATE (YYYYMMDD) OR BLANK FOR 1 JANUARY "
           "THIS YEAR - " WITH NO ADVANCING
       ACCEPT PERIODSTARTDATEENTRY
       IF PERIODSTARTDATEENTRY = SPACES
           MOVE TODAYFORPERIODDEFAULT TO PERIODSTARTDATE
           MOVE 0101 TO PERIODSTARTDATE(5:4)
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

       OPEN INPUT BASEOILSALESFILE
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE
       END-READ
       PERFORM TALLYONESALEFORREP UNTIL ENDOFSALESFILE
       CLOSE BASEOILSALESFILE
       PERFORM SETONEREPCOMMISSIONRATE
           VARYING REPIDX FROM 1 BY 1 UNTIL REPIDX > REPCOUNT

       OPEN INPUT BASEOILSALESFILE
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE
       END-READ
       PERFORM ACCUMULATEONESALE UNTIL ENDOFSALESFILE
       CLOSE BASEOILSALESFILE

       OPEN INPUT RECEIVABLESLEDGERFILE
       IF RECEIVABLESLEDGERFILEOK
           READ RECEIVABLESLEDGERFILE
               AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
           END-READ
           PERFORM ACCUMULATEONELEDGERENTRY UNTIL ENDOFRECEIVABLESLEDGER
           CLOSE RECEIVABLESLEDGERFILE
       END-IF

       SORT PROFITSORTFILE ON DESCENDING KEY SORTCONTRIBUTION
           INPUT PROCEDURE IS RELEASE-CUSTOMER-PROFITS
           OUTPUT PROCEDURE IS PRINT-CUSTOMER-PROFITS

       DISPLAY "CUSTOMERS RANKED: " RANKCOUNT
       STOP RUN.

*>   Net per sale is worked exactly as LISTING12-1 and the commission
*>   run work it - list price at the generation in force (or the
*>   quoted price), the tiered discount off, credit notes negative.
TALLYONESALEFORREP.
       IF SALESDATE >= PERIODSTARTDATE AND SALESDATE <= PERIODENDDATE
           PERFORM VALUEONESALE
           PERFORM FINDREPFORSALE
           IF REPFOUND
               IF CREDITNOTE-SR
                   SUBTRACT VALUEOFSALES FROM RTNETSALES(REPIDX)
               ELSE
                   ADD VALUEOFSALES TO RTNETSALES(REPIDX)
               END-IF
           END-IF
       END-IF
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE
       END-READ.

SETONEREPCOMMISSIONRATE.
       MOVE ZERO TO RTCOMMISSIONRATE(REPIDX)
       IF RTNETSALES(REPIDX) > ZERO
           PERFORM PICKONECOMMISSIONTIER
               VARYING TIERIDX FROM 1 BY 1 UNTIL TIERIDX > 3
       END-IF.

PICKONECOMMISSIONTIER.
       IF RTNETSALES(REPIDX) NOT < RTMINNET(REPIDX, TIERIDX)
               AND RTPCT(REPIDX, TIERIDX) > ZERO
           MOVE RTPCT(REPIDX, TIERIDX) TO RTCOMMISSIONRATE(REPIDX)
       END-IF.

*>   A credit note takes back its value, the discount stays as given
*>   on the original sale, the oil comes back into stock at cost and
*>   the rep's commission on it is clawed back. Sales with no rep code
*>   (or a rep no longer on file) carry no commission.
ACCUMULATEONESALE.
       IF SALESDATE >= PERIODSTARTDATE AND SALESDATE <= PERIODENDDATE
           PERFORM VALUEONESALE
           MOVE ZERO TO COSTOFSALE, COMMISSIONONSALE
           IF OILNUM >= 1 AND OILNUM <= 20
                   AND UNITSIZE >= 1 AND UNITSIZE <= 3
               COMPUTE COSTOFSALE ROUNDED =
                   UNITSOLD * OILUNITCOST(OILNUM, UNITSIZE)
           END-IF
           PERFORM FINDREPFORSALE
           IF REPFOUND
               COMPUTE COMMISSIONONSALE ROUNDED =
                   VALUEOFSALES * RTCOMMISSIONRATE(REPIDX) / 100
           END-IF
           MOVE CUSTOMERID TO PROFITCUSTOMERID
           PERFORM FINDORADDPROFITENTRY
           IF CREDITNOTE-SR
               ADD VALUEOFSALES        TO PTCREDITNOTES(PROFITIDX)
               SUBTRACT COSTOFSALE     FROM PTOILCOST(PROFITIDX)
               SUBTRACT COMMISSIONONSALE FROM PTCOMMISSION(PROFITIDX)
           ELSE
               ADD GROSSVALUEOFSALE    TO PTGROSSSALES(PROFITIDX)
               ADD DISCOUNTVALUEOFSALE TO PTDISCOUNT(PROFITIDX)
               ADD COSTOFSALE          TO PTOILCOST(PROFITIDX)
               ADD COMMISSIONONSALE    TO PTCOMMISSION(PROFITIDX)
           END-IF
       END-IF
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE
       END-READ.

*>   Interest is what INTERESTCHARGES has charged the customer in the
*>   period on overdue balances - money earned on top of the sales.
ACCUMULATEONELEDGERENTRY.
       IF RECEIVABLEINTEREST
               AND ENTRYDATE-RLF >= PERIODSTARTDATE
               AND ENTRYDATE-RLF <= PERIODENDDATE
           MOVE CUSTOMERID-RLF TO PROFITCUSTOMERID
           PERFORM FINDORADDPROFITENTRY
           IF HOMEAMOUNT-RLF IS NOT NUMERIC
               MOVE AMOUNT-RLF TO HOMEAMOUNT-RLF
           END-IF
           ADD HOMEAMOUNT-RLF TO PTINTEREST(PROFITIDX)
       END-IF
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
       END-READ.

VALUEONESALE.
       IF CREDITNOTE-SR AND ORIGSALEDATE-SR IS NUMERIC
               AND ORIGSALEDATE-SR > ZERO
           MOVE ORIGSALEDATE-SR TO PRICINGDATE
       ELSE
           MOVE SALESDATE TO PRICINGDATE
       END-IF
       PERFORM FINDUNITCOSTFORSALE
       COMPUTE GROSSVALUEOFSALE ROUNDED =
           UNITSOLD * UNITCOSTINFORCE
       PERFORM FINDDISCOUNTPCTFORSALE
       COMPUTE DISCOUNTVALUEOFSALE ROUNDED =
           GROSSVALUEOFSALE * DISCOUNTPCTINFORCE / 100
       COMPUTE VALUEOFSALES =
           GROSSVALUEOFSALE - DISCOUNTVALUEOFSALE.

FINDREPFORSALE.
       SET REPNOTFOUND TO TRUE
       PERFORM CHECKONEREPENTRY
           VARYING REPIDX FROM 1 BY 1
           UNTIL REPIDX > REPCOUNT OR REPFOUND
       IF REPFOUND
           SUBTRACT 1 FROM REPIDX
       END-IF.

CHECKONEREPENTRY.
       IF RTREPCODE(REPIDX) = SALESREPCODE-SR
           SET REPFOUND TO TRUE
       END-IF.

FINDORADDPROFITENTRY.
       SET PROFITNOTFOUND TO TRUE
       PERFORM CHECKONEPROFITENTRY
           VARYING PROFITIDX FROM 1 BY 1
           UNTIL PROFITIDX > PROFITCOUNT OR PROFITFOUND
       IF PROFITFOUND
           SUBTRACT 1 FROM PROFITIDX
       ELSE
           ADD 1 TO PROFITCOUNT
           MOVE PROFITCOUNT      TO PROFITIDX
           MOVE PROFITCUSTOMERID TO PTCUSTOMERID(PROFITIDX)
           MOVE ZERO TO PTGROSSSALES(PROFITIDX), PTDISCOUNT(PROFITIDX),
               PTCREDITNOTES(PROFITIDX), PTOILCOST(PROFITIDX),
               PTCOMMISSION(PROFITIDX), PTINTEREST(PROFITIDX)
       END-IF.

CHECKONEPROFITENTRY.
       IF PTCUSTOMERID(PROFITIDX) = PROFITCUSTOMERID
           SET PROFITFOUND TO TRUE
       END-IF.

RELEASE-CUSTOMER-PROFITS.
       PERFORM RELEASEONECUSTOMER
           VARYING PROFITIDX FROM 1 BY 1 UNTIL PROFITIDX > PROFITCOUNT.

RELEASEONECUSTOMER.
       MOVE PTCUSTOMERID(PROFITIDX)  TO SORTCUSTID
       MOVE PTGROSSSALES(PROFITIDX)  TO SORTGROSSSALES
       MOVE PTDISCOUNT(PROFITIDX)    TO SORTDISCOUNT
       MOVE PTCREDITNOTES(PROFITIDX) TO SORTCREDITNOTES
       MOVE PTOILCOST(PROFITIDX)     TO SORTOILCOST
       MOVE PTCOMMISSION(PROFITIDX)  TO SORTCOMMISSION
       MOVE PTINTEREST(PROFITIDX)    TO SORTINTEREST
       COMPUTE SORTCONTRIBUTION =
           PTGROSSSALES(PROFITIDX) - PTDISCOUNT(PROFITIDX)
           - PTCREDITNOTES(PROFITIDX) - PTOILCOST(PROFITIDX)
           - PTCOMMISSION(PROFITIDX) + PTINTEREST(PROFITIDX)
       RELEASE PROFITSORTREC.

PRINT-CUSTOMER-PROFITS.
       OPEN OUTPUT PROFITREPORTFILE
       MOVE PERIODSTARTDATE TO PRNPERIODSTART
       MOVE PERIODENDDATE   TO PRNPERIODEND
       WRITE PROFITPRINTLINE FROM PROFITHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE PROFITPRINTLINE FROM PROFITTOPICLINE
           AFTER ADVANCING 2 LINES

       RETURN PROFITSORTFILE
           AT END SET ENDOFSORTFILE TO TRUE
       END-RETURN
       PERFORM PRINTRANKEDCUSTOMER UNTIL ENDOFSORTFILE

       MOVE TOTALGROSSSALES   TO PRNTOTGROSSSALES
       MOVE TOTALDISCOUNT     TO PRNTOTDISCOUNT
       MOVE TOTALCREDITNOTES  TO PRNTOTCREDITNOTES
       MOVE TOTALOILCOST      TO PRNTOTOILCOST
       MOVE TOTALCOMMISSION   TO PRNTOTCOMMISSION
       MOVE TOTALINTEREST     TO PRNTOTINTEREST
       MOVE TOTALCONTRIBUTION TO PRNTOTCONTRIBUTION
       IF TOTALNETREVENUE > ZERO
           COMPUTE PRNTOTCONTRIBUTIONPCT ROUNDED =
               TOTALCONTRIBUTION * 100 / TOTALNETREVENUE
       ELSE
           MOVE ZERO TO PRNTOTCONTRIBUTIONPCT
       END-IF
       WRITE PROFITPRINTLINE FROM PROFITTOTALLINE
           AFTER ADVANCING 2 LINES
       WRITE PROFITPRINTLINE FROM PROFITNOTELINE
           AFTER ADVANCING 2 LINES
       CLOSE PROFITREPORTFILE.

*>   The percentage is contribution over what the customer actually
*>   pays for oil - gross less discount less credits. A customer whose
*>   credits wipe out its sales has no meaningful percentage and shows
*>   zero.
PRINTRANKEDCUSTOMER.
       ADD 1 TO RANKCOUNT
       COMPUTE NETREVENUE =
           SORTGROSSSALES - SORTDISCOUNT - SORTCREDITNOTES
       IF NETREVENUE > ZERO
           COMPUTE CONTRIBUTIONPCT ROUNDED =
               SORTCONTRIBUTION * 100 / NETREVENUE
       ELSE
           MOVE ZERO TO CONTRIBUTIONPCT
       END-IF
       MOVE RANKCOUNT        TO PRNRANK
       MOVE SORTCUSTID       TO PRNCUSTID
       MOVE "NOT ON CUSTOMER FILE" TO PRNCUSTNAME
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = SORTCUSTID
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO PRNCUSTNAME
       END-SEARCH
       MOVE SORTGROSSSALES   TO PRNGROSSSALES
       MOVE SORTDISCOUNT     TO PRNDISCOUNT
       MOVE SORTCREDITNOTES  TO PRNCREDITNOTES
       MOVE SORTOILCOST      TO PRNOILCOST
       MOVE SORTCOMMISSION   TO PRNCOMMISSION
       MOVE SORTINTEREST     TO PRNINTEREST
       MOVE SORTCONTRIBUTION TO PRNCONTRIBUTION
       MOVE CONTRIBUTIONPCT  TO PRNCONTRIBUTIONPCT
       WRITE PROFITPRINTLINE FROM PROFITDETAILLINE
           AFTER ADVANCING 1 LINE

       ADD SORTGROSSSALES   TO TOTALGROSSSALES
       ADD SORTDISCOUNT     TO TOTALDISCOUNT
       ADD SORTCREDITNOTES  TO TOTALCREDITNOTES
       ADD SORTOILCOST      TO TOTALOILCOST
       ADD SORTCOMMISSION   TO TOTALCOMMISSION
       ADD SORTINTEREST     TO TOTALINTEREST
       ADD SORTCONTRIBUTION TO TOTALCONTRIBUTION
       ADD NETREVENUE       TO TOTALNETREVENUE

       RETURN PROFITSORTFILE
           AT END SET ENDOFSORTFILE TO TRUE
       END-RETURN.

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

*>   A missing discount file simply means nobody is discounted.
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

*>   No rep file just means no commission is charged against anyone.
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
       PERFORM STOREONEREPTIER
           VARYING TIERIDX FROM 1 BY 1 UNTIL TIERIDX > 3
       MOVE ZERO TO RTNETSALES(REPCOUNT)
       READ SALESREPFILE
           AT END SET ENDOFSALESREPFILE TO TRUE
       END-READ.

STOREONEREPTIER.
       MOVE TIERMINNET-SRF(TIERIDX) TO RTMINNET(REPCOUNT, TIERIDX)
       MOVE TIERPCT-SRF(TIERIDX)    TO RTPCT(REPCOUNT, TIERIDX).

*>   A missing cost file leaves every oil at zero cost - the report
*>   still runs, but says so.
LOADOILCOSTS.
       OPEN INPUT OILCOSTFILE
       IF OILCOSTFILEOK
           READ OILCOSTFILE
               AT END SET ENDOFOILCOSTFILE TO TRUE
           END-READ
           PERFORM STOREONEOILCOST UNTIL ENDOFOILCOSTFILE
           CLOSE OILCOSTFILE
       ELSE
           DISPLAY "NO OIL COST FILE - OIL COST SHOWN AS ZERO"
       END-IF.

STOREONEOILCOST.
       IF OILNUM-OCF >= 1 AND OILNUM-OCF <= 20
           MOVE UNITCOST-OCF(1) TO OILUNITCOST(OILNUM-OCF, 1)
           MOVE UNITCOST-OCF(2) TO OILUNITCOST(OILNUM-OCF, 2)
           MOVE UNITCOST-OCF(3) TO OILUNITCOST(OILNUM-OCF, 3)
       END-IF
       READ OILCOSTFILE
           AT END SET ENDOFOILCOSTFILE TO TRUE
       END-READ.

LOADOILSTABLE.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ
       PERFORM STOREOILPRICE UNTIL ENDOFOILPRICEFILE
       CLOSE OILPRICEFILE.

*>   A line ordered against a quotation carries the price and discount
*>   the customer was quoted, and is valued at those rather than at
*>   whatever the price file and tiers say on the sale date.
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
       MOVE CUSTOMERID-CMF   TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
