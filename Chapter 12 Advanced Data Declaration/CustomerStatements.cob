           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXRATEFILESTATUS.

*>   Order-book sales are billed by LISTING12-1 in the period they
*>   were delivered, so the statement puts them in the same period.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

*>   The invoice and credit-note numbers LISTING12-1 issued, so each
*>   statement line quotes the document it was billed on.
       SELECT INVOICEREGISTERFILE ASSIGN TO "SalesInvoiceRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICEREGISTERFILESTATUS.

*>   A customer billed in a foreign currency has their statement in
*>   that currency, converted at the rates LISTING12-1 invoices at.
       SELECT EXCHANGERATEFILE ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGERATEFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     BASEOILSALESFILE.
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
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     DISCOUNTTIERFILE.
01     DISCOUNTTIERREC.
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

FD     INVOICEREGISTERFILE.
01     INVOICEREGISTERREC.
       88 ENDOFINVOICEREGISTER  VALUE HIGH-VALUES.
       02 INVOICENUMBER-IRF     PIC 9(6).
       02 FILLER                PIC X.
       02 CUSTOMERID-IRF        PIC X(5).
       02 FILLER                PIC X.
       02 INVOICEDATE-IRF       PIC 9(8).
       02 FILLER                PIC X.
       02 DOCUMENTTYPE-IRF      PIC X.
       02 FILLER                PIC X.
       02 CREDITEDINVOICE-IRF   PIC 9(6).
       02 FILLER                PIC X.
       02 GROSS-IRF             PIC 9(7)V99.
       02 FILLER                PIC X.
       02 DISCOUNT-IRF          PIC 9(7)V99.
       02 FILLER                PIC X.
       02 NET-IRF               PIC 9(7)V99.
       02 FILLER                PIC X.
       02 VAT-IRF               PIC 9(7)V99.
       02 FILLER                PIC X.
       02 TOTAL-IRF             PIC 9(7)V99.
       02 FILLER                PIC X.
       02 ISSUEDDATE-IRF        PIC 9(8).
       02 FILLER                PIC X.
       02 CURRENCYCODE-IRF      PIC X(3).
       02 FILLER                PIC X.
       02 HOMETOTAL-IRF         PIC 9(7)V99.

FD     EXCHANGERATEFILE.
01     EXCHANGERATEREC.
       88 ENDOFEXCHANGERATEFILE VALUE HIGH-VALUES.
       02 RATECURRENCYCODE      PIC X(3).
       02 FILLER                PIC X.
       02 RATEEFFECTIVEDATE     PIC 9(8).
       02 FILLER                PIC X.
       02 RATEVALUE             PIC 9(3)V9(6).

WORKING-STORAGE SECTION.
01     INVOICEREGISTERFILESTATUS PIC XX.
       88 INVOICEREGISTERFILEOK  VALUE "00".

01     INVOICEREGISTERCOUNT     PIC 9(5) VALUE ZERO.
01     INVOICEREGISTERTABLE.
       02 INVOICEREGISTERENTRY OCCURS 0 TO 10000 TIMES
               DEPENDING ON INVOICEREGISTERCOUNT.
           03 IRINVOICENUMBER   PIC 9(6).
           03 IRCUSTOMERID      PIC X(5).
           03 IRINVOICEDATE     PIC 9(8).
           03 IRDOCUMENTTYPE    PIC X.
01     INVOICEREGISTERIDX       PIC 9(5).
01     SALEDOCTYPE              PIC X.
01     FOUNDINVOICENUMBER       PIC 9(6) VALUE ZERO.

01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".

*>   The order-book lines signed for so far, with the date each was
*>   delivered - loaded exactly as LISTING12-1 loads them.
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

01     OILCOUNT                PIC 9(4) VALUE ZERO.

*>   Each oil carries its price generations - the price in force on a
*>   not after it, the same valuation LISTING12-1's summary uses, so a
*>   statement total always ties back to the summary report line.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTTAXEXEMPTFLAG   PIC X.
            88 CTTAXEXEMPT      VALUE "E".
           03 CTCURRENCYCODE    PIC X(3).

01     EXCHANGERATEFILESTATUS  PIC XX.
       88 EXCHANGERATEFILEOK   VALUE "00".
01     HOMECURRENCYCODE        PIC X(3) VALUE "GBP".
01     BILLINGCURRENCYCODE     PIC X(3) VALUE SPACES.
01     EXCHANGERATECOUNT       PIC 9(3) VALUE ZERO.
01     EXCHANGERATETABLE.
       02 EXCHANGERATEENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON EXCHANGERATECOUNT.
           03 ERCURRENCYCODE   PIC X(3).
           03 EREFFECTIVEDATE  PIC 9(8).
           03 ERRATEVALUE      PIC 9(3)V9(6).
01     EXCHANGERATEIDX         PIC 9(3).
01     RATEINFORCE             PIC 9(3)V9(6) VALUE ZERO.
01     BESTRATEDATE            PIC 9(8) VALUE ZERO.
01     RATEFOUNDSWITCH         PIC X VALUE "N".
       88 USABLERATEFOUND      VALUE "Y".
01     DOCUNITPRICE            PIC 9(5)V99 VALUE ZERO.
01     SALESWITHOUTRATECOUNT   PIC 9(4) VALUE ZERO.

01     TAXRATEFILESTATUS       PIC XX.
       88 TAXRATEFILEOK        VALUE "00".
       88 CUSTOMERISEXEMPT     VALUE "Y".
       88 CUSTOMERNOTEXEMPT    VALUE "N".

01     TAXVALUEOFSALE          PIC 9(7)V99 VALUE ZERO.
01     STATEMENTTAXTOTAL       PIC S9(7)V99 VALUE ZERO.
01     STATEMENTAMOUNTDUE      PIC S9(7)V99 VALUE ZERO.

01     STATEMENTTAXLINE.
       02  FILLER               PIC X(17)  VALUE "VAT:             ".
       02  PRNSTATEMENTTAX      PIC Z,ZZZ,ZZ9.99-.

01     STATEMENTDUELINE.
       02  FILLER               PIC X(17)  VALUE "TOTAL DUE:       ".
       02  PRNSTATEMENTDUE      PIC Z,ZZZ,ZZ9.99-.

01     PERIODSTARTDATEENTRY     PIC X(8)    VALUE SPACES.
01     PERIODENDDATEENTRY       PIC X(8)    VALUE SPACES.
       02  PRNPERIODSTART       PIC 9(8).
       02  FILLER               PIC X(4)   VALUE " TO ".
       02  PRNPERIODEND         PIC 9(8).
       02  FILLER               PIC X(15)  VALUE "   AMOUNTS IN ".
       02  PRNSTMTCURRENCY      PIC X(3).

01     STATEMENTTOPICLINE.
       02  FILLER               PIC X(10)  VALUE "DATE".
       02  FILLER               PIC X(6)   VALUE "SIZE".
       02  FILLER               PIC X(7)   VALUE "UNITS".
       02  FILLER               PIC X(10)  VALUE "    VALUE".
       02  FILLER               PIC X(9)   VALUE "  INVOICE".

01     STATEMENTDETAILLINE.
       02  PRNCREDITMARK        PIC X.
       02  FILLER               PIC X(3)   VALUE SPACES.
       02  PRNUNITSOLD          PIC ZZ9.
       02  FILLER               PIC X(2)   VALUE SPACES.
       02  PRNSALEVALUE         PIC ZZZ,ZZ9.99-.
       02  FILLER               PIC X(2)   VALUE SPACES.
       02  PRNINVOICENUMBER     PIC X(6).

01     STATEMENTTOTALLINE.
       02  FILLER               PIC X(17)  VALUE "STATEMENT TOTAL: ".
       02  PRNSTATEMENTTOTAL    PIC Z,ZZZ,ZZ9.99-.

01     DISCOUNTTIERFILESTATUS  PIC XX.
       88 DISCOUNTTIERFILEOK   VALUE "00".
01     DISCOUNTPCTINFORCE      PIC 99V9 VALUE ZERO.
01     BESTTIERMINUNITS        PIC S9(4) VALUE -1.
01     CUSTOMERHASOWNTIERS     PIC X VALUE "N".
01     GROSSVALUEOFSALE        PIC 9(7)V99 VALUE ZERO.
01     DISCOUNTVALUEOFSALE     PIC 9(7)V99 VALUE ZERO.

01     STATEMENTGROSSTOTAL      PIC S9(7)V99 VALUE ZERO.
01     STATEMENTDISCOUNTTOTAL   PIC S9(7)V99 VALUE ZERO.
01     PRICINGDATE              PIC 9(8) VALUE ZERO.

01     STATEMENTGROSSLINE.
       02  FILLER               PIC X(17)  VALUE "GROSS AT LIST:   ".
       02  PRNSTATEMENTGROSS    PIC Z,ZZZ,ZZ9.99-.

01     STATEMENTDISCOUNTLINE.
       02  FILLER               PIC X(17)  VALUE "DISCOUNT:        ".
       02  PRNSTATEMENTDISCOUNT PIC Z,ZZZ,ZZ9.99-.

01     STATEMENTTOTAL           PIC S9(7)V99 VALUE ZERO.
01     VALUEOFSALES             PIC 9(7)V99.
01     PREVCUSTID               PIC X(5).
01     SALESINPERIODCOUNT       PIC 9(4) VALUE ZERO.
01     STATEMENTSPRINTED        PIC 9(4) VALUE ZERO.
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADDISCOUNTTIERS
       PERFORM LOADTAXRATES
       PERFORM LOADEXCHANGERATES
       PERFORM LOADDELIVEREDLINES
       PERFORM LOADINVOICEREGISTER

       ACCEPT TODAYFORPERIODDEFAULT FROM DATE YYYYMMDD


       CLOSE STATEMENTREPORTFILE, BASEOILSALESFILE
       DISPLAY "STATEMENTS PRINTED: " STATEMENTSPRINTED
       IF SALESWITHOUTRATECOUNT > ZERO
           DISPLAY "SALES LEFT OFF FOR WANT OF AN EXCHANGE RATE: "
               SALESWITHOUTRATECOUNT
       END-IF
       STOP RUN.

*>   One page per customer so statements can be posted or emailed
           STATEMENTTAXTOTAL
       MOVE CUSTOMERID TO PREVCUSTID, PRNSTMTCUSTID
       PERFORM LOOKUPCUSTOMERNAME
       MOVE BILLINGCURRENCYCODE TO PRNSTMTCURRENCY

       IF FIRSTSTATEMENT
           WRITE STATEMENTPRINTLINE FROM STATEMENTHEADINGLINE
           AFTER ADVANCING 2 LINES

       PERFORM UNTIL CUSTOMERID NOT = PREVCUSTID
           PERFORM SETBILLINGDATEFORSALE
           IF BILLINGDATE NOT = ZERO
                   AND BILLINGDATE >= PERIODSTARTDATE
                   AND BILLINGDATE <= PERIODENDDATE
               PERFORM PRINTONESALELINE
           END-IF
           READ BASEOILSALESFILE
*>   list and the discount taken appear in the statement totals.
*>   A credit note prints flagged C with its value negative, priced
*>   at the generation in force on the original sale it credits.
*>   A foreign customer's line is converted exactly as their invoice
*>   was - unit price at the rate in force, then extended - and a
*>   sale the billing run could not rate is left off here as well.
PRINTONESALELINE.
       IF CREDITNOTE-SR AND ORIGSALEDATE-SR IS NUMERIC
               AND ORIGSALEDATE-SR > ZERO
       ELSE
           MOVE SALESDATE TO PRICINGDATE
       END-IF
       PERFORM FINDEXCHANGERATEFORSALE
       IF NOT USABLERATEFOUND
           ADD 1 TO SALESWITHOUTRATECOUNT
           EXIT PARAGRAPH
       END-IF
       PERFORM FINDUNITCOSTFORSALE
       IF BILLINGCURRENCYCODE = HOMECURRENCYCODE
           MOVE UNITCOSTINFORCE TO DOCUNITPRICE
       ELSE
           COMPUTE DOCUNITPRICE ROUNDED = UNITCOSTINFORCE / RATEINFORCE
       END-IF
       COMPUTE GROSSVALUEOFSALE ROUNDED = UNITSOLD * DOCUNITPRICE
       PERFORM FINDDISCOUNTPCTFORSALE
       COMPUTE DISCOUNTVALUEOFSALE ROUNDED =
           GROSSVALUEOFSALE * DISCOUNTPCTINFORCE / 100
       MOVE OILNAME(OILNUM) TO PRNOILNAME
       MOVE UNITSIZE        TO PRNUNITSIZE
       MOVE UNITSOLD        TO PRNUNITSOLD
       PERFORM FINDINVOICENUMBERFORSALE
       MOVE SPACES TO PRNINVOICENUMBER
       IF FOUNDINVOICENUMBER > ZERO
           MOVE FOUNDINVOICENUMBER TO PRNINVOICENUMBER
       END-IF
       WRITE STATEMENTPRINTLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   A sale is on the invoice for its customer and billing date, a
*>   credit note on that day's credit note. A sale the summary run has
*>   not yet invoiced prints with the number blank.
FINDINVOICENUMBERFORSALE.
       IF CREDITNOTE-SR
           MOVE "C" TO SALEDOCTYPE
       ELSE
           MOVE "I" TO SALEDOCTYPE
       END-IF
       MOVE ZERO TO FOUNDINVOICENUMBER
       PERFORM CHECKONEREGISTERDOCUMENT
           VARYING INVOICEREGISTERIDX FROM 1 BY 1
           UNTIL INVOICEREGISTERIDX > INVOICEREGISTERCOUNT
               OR FOUNDINVOICENUMBER > ZERO.

CHECKONEREGISTERDOCUMENT.
       IF IRCUSTOMERID(INVOICEREGISTERIDX) = PREVCUSTID
               AND IRINVOICEDATE(INVOICEREGISTERIDX) = BILLINGDATE
               AND IRDOCUMENTTYPE(INVOICEREGISTERIDX) = SALEDOCTYPE
           MOVE IRINVOICENUMBER(INVOICEREGISTERIDX)
               TO FOUNDINVOICENUMBER
       END-IF.

FINDEXCHANGERATEFORSALE.
       MOVE "N" TO RATEFOUNDSWITCH
       MOVE ZERO TO RATEINFORCE, BESTRATEDATE
       IF BILLINGCURRENCYCODE = HOMECURRENCYCODE
           MOVE 1 TO RATEINFORCE
           SET USABLERATEFOUND TO TRUE
       ELSE
           PERFORM CHECKONEEXCHANGERATE
               VARYING EXCHANGERATEIDX FROM 1 BY 1
               UNTIL EXCHANGERATEIDX > EXCHANGERATECOUNT
       END-IF.

CHECKONEEXCHANGERATE.
       IF ERCURRENCYCODE(EXCHANGERATEIDX) = BILLINGCURRENCYCODE
               AND EREFFECTIVEDATE(EXCHANGERATEIDX) NOT > PRICINGDATE
               AND EREFFECTIVEDATE(EXCHANGERATEIDX) NOT < BESTRATEDATE
               AND ERRATEVALUE(EXCHANGERATEIDX) > ZERO
           MOVE EREFFECTIVEDATE(EXCHANGERATEIDX) TO BESTRATEDATE
           MOVE ERRATEVALUE(EXCHANGERATEIDX)     TO RATEINFORCE
           SET USABLERATEFOUND TO TRUE
       END-IF.

LOADEXCHANGERATES.
       OPEN INPUT EXCHANGERATEFILE
       IF EXCHANGERATEFILEOK
           READ EXCHANGERATEFILE
               AT END SET ENDOFEXCHANGERATEFILE TO TRUE
           END-READ
           PERFORM STOREONEEXCHANGERATE UNTIL ENDOFEXCHANGERATEFILE
           CLOSE EXCHANGERATEFILE
       END-IF.

STOREONEEXCHANGERATE.
       ADD 1 TO EXCHANGERATECOUNT
       MOVE RATECURRENCYCODE  TO ERCURRENCYCODE(EXCHANGERATECOUNT)
       MOVE RATEEFFECTIVEDATE TO EREFFECTIVEDATE(EXCHANGERATECOUNT)
       MOVE RATEVALUE         TO ERRATEVALUE(EXCHANGERATECOUNT)
       READ EXCHANGERATEFILE
           AT END SET ENDOFEXCHANGERATEFILE TO TRUE
       END-READ.

LOADINVOICEREGISTER.
       OPEN INPUT INVOICEREGISTERFILE
       IF INVOICEREGISTERFILEOK
           READ INVOICEREGISTERFILE
               AT END SET ENDOFINVOICEREGISTER TO TRUE
           END-READ
           PERFORM STOREONEREGISTERDOCUMENT
               UNTIL ENDOFINVOICEREGISTER
           CLOSE INVOICEREGISTERFILE
       END-IF.

STOREONEREGISTERDOCUMENT.
       ADD 1 TO INVOICEREGISTERCOUNT
       MOVE INVOICENUMBER-IRF   TO IRINVOICENUMBER(INVOICEREGISTERCOUNT)
       MOVE CUSTOMERID-IRF      TO IRCUSTOMERID(INVOICEREGISTERCOUNT)
       MOVE INVOICEDATE-IRF     TO IRINVOICEDATE(INVOICEREGISTERCOUNT)
       MOVE DOCUMENTTYPE-IRF    TO IRDOCUMENTTYPE(INVOICEREGISTERCOUNT)
       READ INVOICEREGISTERFILE
           AT END SET ENDOFINVOICEREGISTER TO TRUE
       END-READ.

*>   A sale with an order number is only on the statement once its
*>   line has been signed for, in the period it was delivered;
*>   credit notes and sales keyed before the order book go by their
*>   own date.
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

*> SEARCH ALL requires CUSTOMER to stay in ascending CUSTOMERID-CT
*> order, so the customer master must already be maintained in
*> ascending CUSTOMERID order on disk.
LOOKUPCUSTOMERNAME.
       MOVE SPACES TO PRNSTMTCUSTNAME
       SET CUSTOMERNOTEXEMPT TO TRUE
       MOVE HOMECURRENCYCODE TO BILLINGCURRENCYCODE
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERID
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO PRNSTMTCUSTNAME
               IF CTTAXEXEMPT(CUSTIDX)
                   SET CUSTOMERISEXEMPT TO TRUE
               END-IF
               IF CTCURRENCYCODE(CUSTIDX) NOT = SPACES
                   MOVE CTCURRENCYCODE(CUSTIDX) TO BILLINGCURRENCYCODE
               END-IF
       END-SEARCH.

*>   The same VAT treatment as LISTING12-1: the rate in force on the
*>   A sale dated before the oldest generation on file values at that
*>   oldest generation rather than at nothing - the best evidence of
*>   what was charged.
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
       END-IF.

FINDDISCOUNTPCTFORSALE.
       IF QUOTENUMBER-SR IS NUMERIC AND QUOTENUMBER-SR > ZERO
           MOVE QUOTEDDISCOUNTPCT-SR TO DISCOUNTPCTINFORCE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO DISCOUNTPCTINFORCE
       MOVE -1 TO BESTTIERMINUNITS
       MOVE "N" TO CUSTOMERHASOWNTIERS
       MOVE CUSTOMERID-CMF    TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF  TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE TAXEXEMPTFLAG-CMF TO CTTAXEXEMPTFLAG(CUSTOMERCOUNT)
       MOVE CURRENCYCODE-CMF  TO CTCURRENCYCODE(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
