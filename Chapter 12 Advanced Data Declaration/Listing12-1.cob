           FILE STATUS IS DISCOUNTTIERFILESTATUS.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
       SELECT VATOUTPUTFILE ASSIGN TO "VatOutput.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   A sale that went through the order book is only billed once its
*>   line has been signed for, and then in the period it was delivered.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

*>   Every invoice and credit note ever numbered, and the printed
*>   documents this run issued or revised.
       SELECT INVOICEREGISTERFILE ASSIGN TO "SalesInvoiceRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICEREGISTERFILESTATUS.

       SELECT INVOICEDOCUMENTFILE ASSIGN TO "SalesInvoices.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Home-currency value of one unit of each foreign billing currency,
*>   with effective dates - the same layout the supplier price list
*>   import reads.
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

FD     SUMMARYREPORT.
01     PRINTLINE               PIC X(120).
FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGERFILE VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
        88 RECEIVABLEBILL       VALUE "B".
        88 RECEIVABLEPAYMENT    VALUE "P".
        88 RECEIVABLECREDIT     VALUE "C".
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

FD     CUSTOMERMASTERFILE.
01     CUSTOMERMASTERREC.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     OPERATIONSLOGFILE.
01     OPERATIONSLOGREC.
       02 FILLER                PIC X      VALUE SPACE.
       02 VATOUTPUTAMOUNT       PIC S9(8)V99 SIGN LEADING SEPARATE.

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

*>   One row per numbered document: a customer's sales billed on one
*>   day make one invoice, their credit notes of one day one credit
*>   note. A rerun finds the row by customer, date and type and keeps
*>   the number, so the same day's sales never get a second invoice.
FD     INVOICEREGISTERFILE.
01     INVOICEREGISTERREC.
       88 ENDOFINVOICEREGISTER  VALUE HIGH-VALUES.
       02 INVOICENUMBER-IRF     PIC 9(6).
       02 FILLER                PIC X      VALUE SPACE.
       02 CUSTOMERID-IRF        PIC X(5).
       02 FILLER                PIC X      VALUE SPACE.
       02 INVOICEDATE-IRF       PIC 9(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 DOCUMENTTYPE-IRF      PIC X.
        88 INVOICEDOCUMENT-IRF  VALUE "I".
        88 CREDITNOTEDOCUMENT-IRF VALUE "C".
       02 FILLER                PIC X      VALUE SPACE.
       02 CREDITEDINVOICE-IRF   PIC 9(6).
       02 FILLER                PIC X      VALUE SPACE.
       02 GROSS-IRF             PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 DISCOUNT-IRF          PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 NET-IRF               PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 VAT-IRF               PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 TOTAL-IRF             PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 ISSUEDDATE-IRF        PIC 9(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 CURRENCYCODE-IRF      PIC X(3).
       02 FILLER                PIC X      VALUE SPACE.
       02 HOMETOTAL-IRF         PIC 9(7)V99.

FD     INVOICEDOCUMENTFILE.
01     INVOICEPRINTLINE         PIC X(96).

FD     EXCHANGERATEFILE.
01     EXCHANGERATEREC.
       88 ENDOFEXCHANGERATEFILE VALUE HIGH-VALUES.
       02 RATECURRENCYCODE      PIC X(3).
       02 FILLER                PIC X.
       02 RATEEFFECTIVEDATE     PIC 9(8).
       02 FILLER                PIC X.
       02 RATEVALUE             PIC 9(3)V9(6).

WORKING-STORAGE SECTION.
01     OILCOUNT                PIC 9(4) VALUE ZERO.

           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTTAXEXEMPTFLAG   PIC X.
            88 CTTAXEXEMPT      VALUE "E".
           03 CTCURRENCYCODE    PIC X(3).

01     TAXRATEFILESTATUS       PIC XX.
       88 TAXRATEFILEOK        VALUE "00".
01     TAXRATEINFORCE          PIC 99V99 VALUE ZERO.
01     BESTTAXDATE             PIC 9(8) VALUE ZERO.

*>   The summary report, the oil breakdown, the VAT output figure and
*>   the GL all stay in the home currency. A customer billed in a
*>   foreign currency is invoiced, and carried on the ledger, at the
*>   sale valued in that currency at the rate in force on the pricing
*>   date; the ledger entry also keeps the home value it was booked
*>   at, which is what the receipt's exchange difference is measured
*>   against.
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
01     SALESWITHOUTRATECOUNT   PIC 9(7) VALUE ZERO.

*>   The sale as the customer's document shows it, in the billing
*>   currency - identical to the home figures for a home customer.
01     DOCUNITPRICE            PIC 9(5)V99 VALUE ZERO.
01     DOCGROSSOFSALE          PIC 9(7)V99 VALUE ZERO.
01     DOCDISCOUNTOFSALE       PIC 9(7)V99 VALUE ZERO.
01     DOCNETOFSALE            PIC 9(7)V99 VALUE ZERO.
01     DOCTAXOFSALE            PIC 9(7)V99 VALUE ZERO.

01     CUSTOMEREXEMPTSWITCH    PIC X VALUE "N".
       88 CUSTOMERISEXEMPT     VALUE "Y".
       88 CUSTOMERNOTEXEMPT    VALUE "N".
*>   not after it, so historic sales keep valuing at what the customer
*>   was actually charged when prices move.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.

01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK  VALUE "00".
       88 RECEIVABLESLEDGERDUPLICATE VALUE "22".
01     LEDGERWRITTENSWITCH     PIC X VALUE "N".
       88 LEDGERENTRYWRITTEN   VALUE "Y".
01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".

*>   The order-book lines signed for so far, with the date each was
*>   delivered - the date a sale with an order number is billed on.
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
01     RECEIVABLESPOSTEDCOUNT  PIC 9(5) VALUE ZERO.

*>   The nightly chain runs this report every night over the month to
       88 POSTINGTOLEDGER      VALUE "Y".
       88 NOTPOSTINGTOLEDGER   VALUE "N".


01     INVOICEREGISTERFILESTATUS PIC XX.
       88 INVOICEREGISTERFILEOK  VALUE "00".

*>   The whole register is held while the run numbers its documents
*>   and is written back at the end, revised rows and new ones
*>   included. The next number is one past the highest ever issued.
01     INVOICEREGISTERCOUNT     PIC 9(5) VALUE ZERO.
01     INVOICEREGISTERTABLE.
       02 INVOICEREGISTERENTRY OCCURS 0 TO 10000 TIMES
               DEPENDING ON INVOICEREGISTERCOUNT.
           03 IRINVOICENUMBER   PIC 9(6).
           03 IRCUSTOMERID      PIC X(5).
           03 IRINVOICEDATE     PIC 9(8).
           03 IRDOCUMENTTYPE    PIC X.
           03 IRCREDITEDINVOICE PIC 9(6).
           03 IRGROSS           PIC 9(7)V99.
           03 IRDISCOUNT        PIC 9(7)V99.
           03 IRNET             PIC 9(7)V99.
           03 IRVAT             PIC 9(7)V99.
           03 IRTOTAL           PIC 9(7)V99.
           03 IRISSUEDDATE      PIC 9(8).
           03 IRCURRENCYCODE    PIC X(3).
           03 IRHOMETOTAL       PIC 9(7)V99.
01     INVOICEREGISTERIDX       PIC 9(5).
01     FOUNDREGISTERIDX         PIC 9(5).
01     NEXTINVOICENUMBER        PIC 9(6) VALUE 1.

*>   The current customer's documents for the period - one per
*>   billing date and type - and the sale lines printed on them.
01     CUSTDOCCOUNT             PIC 9(3) VALUE ZERO.
01     CUSTDOCTABLE.
       02 CUSTDOCENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON CUSTDOCCOUNT.
           03 CDDOCDATE         PIC 9(8).
           03 CDDOCTYPE         PIC X.
           03 CDGROSS           PIC 9(7)V99.
           03 CDDISCOUNT        PIC 9(7)V99.
           03 CDNET             PIC 9(7)V99.
           03 CDVAT             PIC 9(7)V99.
           03 CDHOMETOTAL       PIC 9(7)V99.
           03 CDREGISTERIDX     PIC 9(5).
           03 CDISSUESTATUS     PIC X.
            88 CDNEWDOCUMENT    VALUE "N".
            88 CDREVISEDDOCUMENT VALUE "R".
            88 CDUNCHANGEDDOCUMENT VALUE "U".
01     CUSTDOCIDX               PIC 9(3).
01     FOUNDDOCIDX              PIC 9(3).
01     SALEDOCTYPE              PIC X.

01     CUSTLINECOUNT            PIC 9(4) VALUE ZERO.
01     CUSTLINETABLE.
       02 CUSTLINEENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON CUSTLINECOUNT.
           03 CLDOCIDX          PIC 9(3).
           03 CLOILNUM          PIC 99.
           03 CLUNITSIZE        PIC 9.
           03 CLUNITSOLD        PIC 999.
           03 CLUNITPRICE       PIC 9(5)V99.
           03 CLGROSS           PIC 9(7)V99.
           03 CLDISCOUNT        PIC 9(7)V99.
           03 CLNET             PIC 9(7)V99.
           03 CLVAT             PIC 9(7)V99.
           03 CLORIGSALEDATE    PIC 9(8).
01     CUSTLINEIDX              PIC 9(4).

01     CREDITEDINVOICENUMBER    PIC 9(6) VALUE ZERO.
01     WORKDOCUMENTTOTAL        PIC 9(7)V99 VALUE ZERO.
01     INVOICESISSUEDCOUNT      PIC 9(5) VALUE ZERO.
01     CREDITNOTESISSUEDCOUNT   PIC 9(5) VALUE ZERO.
01     DOCUMENTSREVISEDCOUNT    PIC 9(5) VALUE ZERO.

01     DOCUMENTSEPARATORLINE    PIC X(96) VALUE ALL "=".

01     DOCUMENTTITLELINE.
       02 PRNDOCTITLE           PIC X(32).
       02 FILLER                PIC X(7)   VALUE "NUMBER ".
       02 PRNDOCNUMBER          PIC 9(6).
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 PRNDOCREVISED         PIC X(9).

01     DOCUMENTCUSTOMERLINE.
       02 FILLER                PIC X(9)   VALUE "CUSTOMER ".
       02 PRNDOCCUSTID          PIC X(5).
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNDOCCUSTNAME        PIC X(20).
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 FILLER                PIC X(5)   VALUE "DATE ".
       02 PRNDOCDATE            PIC 9(8).
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 FILLER                PIC X(11)  VALUE "AMOUNTS IN ".
       02 PRNDOCCURRENCY        PIC X(3).

01     DOCUMENTTOPICLINE.
       02 FILLER                PIC X(18)  VALUE "OIL".
       02 FILLER                PIC X(5)   VALUE "SIZE".
       02 FILLER                PIC X(6)   VALUE "UNITS".
       02 FILLER                PIC X(9)   VALUE "   PRICE".
       02 FILLER                PIC X(12)  VALUE "       GROSS".
       02 FILLER                PIC X(12)  VALUE "    DISCOUNT".
       02 FILLER                PIC X(12)  VALUE "         NET".
       02 FILLER                PIC X(12)  VALUE "         VAT".

01     DOCUMENTDETAILLINE.
       02 PRNLINEOILNAME        PIC X(16).
       02 FILLER                PIC X(3)   VALUE SPACES.
       02 PRNLINEUNITSIZE       PIC 9.
       02 FILLER                PIC X(3)   VALUE SPACES.
       02 PRNLINEUNITSOLD       PIC ZZ9.
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNLINEUNITPRICE      PIC ZZZZ9.99.
       02 PRNLINEGROSS          PIC BZZZ,ZZZ9.99.
       02 PRNLINEDISCOUNT       PIC BZZZ,ZZZ9.99.
       02 PRNLINENET            PIC BZZZ,ZZZ9.99.
       02 PRNLINEVAT            PIC BZZZ,ZZZ9.99.

01     DOCUMENTCREDITEDLINE.
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 FILLER                PIC X(16)  VALUE "CREDITS SALE OF ".
       02 PRNCREDITEDSALEDATE   PIC 9(8).
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNCREDITEDINVOICE    PIC X(20).

01     DOCUMENTTOTALLINE.
       02 FILLER                PIC X(50)  VALUE SPACES.
       02 PRNDOCTOTALCAPTION    PIC X(16).
       02 PRNDOCTOTALCURRENCY   PIC X(3).
       02 PRNDOCTOTALAMOUNT     PIC BZ,ZZZ,ZZ9.99.

01     INVOICESUMMARYLINE.
       02 FILLER                PIC X(17)  VALUE "INVOICES ISSUED: ".
       02 PRNINVOICESISSUED     PIC ZZZZ9.
       02 FILLER                PIC X(17)  VALUE "  CREDIT NOTES: ".
       02 PRNCREDITNOTESISSUED  PIC ZZZZ9.
       02 FILLER                PIC X(12)  VALUE "  REVISED: ".
       02 PRNDOCUMENTSREVISED   PIC ZZZZ9.

*>   Tiers are quoted per customer; rows carried under customer id
*>   00000 are the house default bands for customers with no tiers of
01     VALUEOFSALES             PIC 9(5)V99.

01     OILSALESTOTALS.
       02  OILSALESTOTAL        PIC S9(7)V99 OCCURS 20 TIMES VALUE ZEROS.

01     OILBREAKDOWNHEADINGLINE  PIC X(33)
               VALUE "OIL-BY-OIL SALES BREAKDOWN REPORT".
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADDISCOUNTTIERS
       PERFORM LOADTAXRATES
       PERFORM LOADEXCHANGERATES
       PERFORM LOADDELIVEREDLINES
       PERFORM LOADINVOICEREGISTER

       PERFORM OPENRUNPARAMETERFILE
       ACCEPT TODAYFORPERIODDEFAULT FROM DATE YYYYMMDD
           SET POSTINGTOLEDGER TO TRUE
       END-IF

       OPEN OUTPUT SUMMARYREPORT, INVOICEDOCUMENTFILE
       OPEN INPUT BASEOILSALESFILE
       IF POSTINGTOLEDGER
           OPEN I-O RECEIVABLESLEDGERFILE
           IF NOT RECEIVABLESLEDGERFILEOK
               OPEN OUTPUT RECEIVABLESLEDGERFILE
               CLOSE RECEIVABLESLEDGERFILE
               OPEN I-O RECEIVABLESLEDGERFILE
           END-IF
           PERFORM DROPPERIODBILLSFROMLEDGER
       END-IF

       MOVE PERIODSTARTDATE TO PRNPERIODSTART
       WRITE PRINTLINE FROM NETGRANDTOTALLINE      AFTER ADVANCING 1 LINE
       WRITE PRINTLINE FROM TAXGRANDTOTALLINE      AFTER ADVANCING 1 LINE
       WRITE PRINTLINE FROM DUEGRANDTOTALLINE      AFTER ADVANCING 1 LINE
       MOVE INVOICESISSUEDCOUNT    TO PRNINVOICESISSUED
       MOVE CREDITNOTESISSUEDCOUNT TO PRNCREDITNOTESISSUED
       MOVE DOCUMENTSREVISEDCOUNT  TO PRNDOCUMENTSREVISED
       WRITE PRINTLINE FROM INVOICESUMMARYLINE     AFTER ADVANCING 2 LINES

       WRITE PRINTLINE FROM REPORTFOOTERLINE AFTER ADVANCING 3 LINES

       WRITE PRINTLINE FROM ROUNDINGROUNDEDLINE AFTER ADVANCING 1 LINE
       WRITE PRINTLINE FROM ROUNDINGDIFFLINE    AFTER ADVANCING 1 LINE

       CLOSE SUMMARYREPORT, BASEOILSALESFILE, INVOICEDOCUMENTFILE
       PERFORM REWRITEINVOICEREGISTER
       IF POSTINGTOLEDGER
           CLOSE RECEIVABLESLEDGERFILE
           PERFORM WRITEVATOUTPUTFIGURE
       MOVE PERIODENDDATE      TO OPLOGRUNDATE
       MOVE SALESRECORDSREAD   TO OPLOGRECORDSIN
       MOVE CUSTOMERLINESPRINTED TO OPLOGRECORDSOUT
       MOVE SALESWITHOUTRATECOUNT TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
PRINTCUSTOMERLINES.
       MOVE ZEROS TO CUSTTOTALSALES, CUSTGROSSSALES, CUSTDISCOUNT
       MOVE ZEROS TO CUSTTAXTOTAL
       MOVE ZERO TO CUSTDOCCOUNT, CUSTLINECOUNT
       MOVE CUSTOMERID TO PRNCUSTID, PREVCUSTID
       PERFORM LOOKUPCUSTOMERNAME
       ADD 1 TO CUSTOMERLINESPRINTED

       PERFORM UNTIL CUSTOMERID NOT = PREVCUSTID
           PERFORM SETBILLINGDATEFORSALE
           IF BILLINGDATE NOT = ZERO
                   AND BILLINGDATE >= PERIODSTARTDATE
                   AND BILLINGDATE <= PERIODENDDATE
               PERFORM SETPRICINGDATEFORSALE
               PERFORM FINDEXCHANGERATEFORSALE
           END-IF
           IF BILLINGDATE NOT = ZERO
                   AND BILLINGDATE >= PERIODSTARTDATE
                   AND BILLINGDATE <= PERIODENDDATE
                   AND USABLERATEFOUND
               PERFORM FINDUNITCOSTFORSALE
               COMPUTE VALUEOFSALESTRUNC = UNITSOLD * UNITCOSTINFORCE
               COMPUTE GROSSVALUEOFSALE ROUNDED =
               COMPUTE VALUEOFSALES =
                   GROSSVALUEOFSALE - DISCOUNTVALUEOFSALE
               PERFORM COMPUTETAXONSALE
               PERFORM VALUESALEINBILLINGCURRENCY
               PERFORM NOTESALEONDOCUMENT
               IF CREDITNOTE-SR
                   SUBTRACT TAXVALUEOFSALE      FROM CUSTTAXTOTAL
                   SUBTRACT TAXVALUEOFSALE      FROM GRANDTAXTOTAL
       MOVE CUSTTAXTOTAL   TO PRNCUSTTAX
       MOVE CUSTAMOUNTDUE  TO PRNCUSTDUE
       WRITE PRINTLINE FROM CUSTSALESLINE AFTER ADVANCING 2 LINES
       PERFORM ISSUECUSTOMERDOCUMENTS.

*>   VAT is charged on the discounted net at the rate in force on
*>   the sale date; a customer flagged exempt on the master charges
               VALUEOFSALES * TAXRATEINFORCE / 100
       END-IF.

*>   A home-currency customer's document figures are the home
*>   figures. For a foreign customer the unit price is converted at
*>   the rate in force and the line is re-extended in that currency,
*>   so the invoice adds up in the currency the customer pays in.
VALUESALEINBILLINGCURRENCY.
       IF BILLINGCURRENCYCODE = HOMECURRENCYCODE
           MOVE UNITCOSTINFORCE     TO DOCUNITPRICE
           MOVE GROSSVALUEOFSALE    TO DOCGROSSOFSALE
           MOVE DISCOUNTVALUEOFSALE TO DOCDISCOUNTOFSALE
           MOVE VALUEOFSALES        TO DOCNETOFSALE
           MOVE TAXVALUEOFSALE      TO DOCTAXOFSALE
       ELSE
           COMPUTE DOCUNITPRICE ROUNDED = UNITCOSTINFORCE / RATEINFORCE
           COMPUTE DOCGROSSOFSALE = UNITSOLD * DOCUNITPRICE
           COMPUTE DOCDISCOUNTOFSALE ROUNDED =
               DOCGROSSOFSALE * DISCOUNTPCTINFORCE / 100
           COMPUTE DOCNETOFSALE = DOCGROSSOFSALE - DOCDISCOUNTOFSALE
           MOVE ZERO TO DOCTAXOFSALE
           IF CUSTOMERNOTEXEMPT
               COMPUTE DOCTAXOFSALE ROUNDED =
                   DOCNETOFSALE * TAXRATEINFORCE / 100
           END-IF
       END-IF.

*>   Rated on PRICINGDATE for the same reason the price and VAT are -
*>   a credit note converts at the rate the original sale was billed
*>   at. A foreign sale with no rate on file for its date is left
*>   unbilled and counted as a reject; once the rate is keyed, the
*>   next run of the period picks it up.
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
           IF NOT USABLERATEFOUND
               DISPLAY "NO " BILLINGCURRENCYCODE " RATE ON "
                   PRICINGDATE " - SALE FOR CUSTOMER " CUSTOMERID
                   " NOT BILLED"
               ADD 1 TO SALESWITHOUTRATECOUNT
           END-IF
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

FINDTAXRATEFORSALE.
       MOVE ZERO TO TAXRATEINFORCE, BESTTAXDATE
       PERFORM CHECKONETAXRATE
       WRITE VATOUTPUTREC
       CLOSE VATOUTPUTFILE.

*>   Each day's sales for a customer become one numbered invoice,
*>   and each day's credit notes one numbered credit note. Numbers
*>   come from the register, so the nightly month-to-date run issues
*>   a day's invoice the first night it appears and only reprints it
*>   if a late sale or correction changes its figures.
ISSUECUSTOMERDOCUMENTS.
       PERFORM NUMBERONECUSTOMERDOCUMENT
           VARYING CUSTDOCIDX FROM 1 BY 1
           UNTIL CUSTDOCIDX > CUSTDOCCOUNT
       PERFORM LINKONECREDITNOTE
           VARYING CUSTDOCIDX FROM 1 BY 1
           UNTIL CUSTDOCIDX > CUSTDOCCOUNT
       PERFORM PRINTONECUSTOMERDOCUMENT
           VARYING CUSTDOCIDX FROM 1 BY 1
           UNTIL CUSTDOCIDX > CUSTDOCCOUNT
       PERFORM POSTONECUSTOMERDOCUMENT
           VARYING CUSTDOCIDX FROM 1 BY 1
           UNTIL CUSTDOCIDX > CUSTDOCCOUNT.

*>   A sale lands on the document for its billing date and type - a
*>   credit note never nets into the day's invoice, it is a document
*>   of its own that quotes the invoice it credits.
NOTESALEONDOCUMENT.
       IF CREDITNOTE-SR
           MOVE "C" TO SALEDOCTYPE
       ELSE
           MOVE "I" TO SALEDOCTYPE
       END-IF
       MOVE ZERO TO FOUNDDOCIDX
       PERFORM CHECKONECUSTOMERDOCUMENT
           VARYING CUSTDOCIDX FROM 1 BY 1
           UNTIL CUSTDOCIDX > CUSTDOCCOUNT OR FOUNDDOCIDX > ZERO
       IF FOUNDDOCIDX = ZERO
           ADD 1 TO CUSTDOCCOUNT
           MOVE CUSTDOCCOUNT TO FOUNDDOCIDX
           MOVE BILLINGDATE  TO CDDOCDATE(FOUNDDOCIDX)
           MOVE SALEDOCTYPE  TO CDDOCTYPE(FOUNDDOCIDX)
           MOVE ZERO TO CDGROSS(FOUNDDOCIDX), CDDISCOUNT(FOUNDDOCIDX),
               CDNET(FOUNDDOCIDX), CDVAT(FOUNDDOCIDX),
               CDHOMETOTAL(FOUNDDOCIDX), CDREGISTERIDX(FOUNDDOCIDX)
           MOVE "U" TO CDISSUESTATUS(FOUNDDOCIDX)
       END-IF
       ADD DOCGROSSOFSALE      TO CDGROSS(FOUNDDOCIDX)
       ADD DOCDISCOUNTOFSALE   TO CDDISCOUNT(FOUNDDOCIDX)
       ADD DOCNETOFSALE        TO CDNET(FOUNDDOCIDX)
       ADD DOCTAXOFSALE        TO CDVAT(FOUNDDOCIDX)
       ADD VALUEOFSALES TAXVALUEOFSALE TO CDHOMETOTAL(FOUNDDOCIDX)

       ADD 1 TO CUSTLINECOUNT
       MOVE FOUNDDOCIDX         TO CLDOCIDX(CUSTLINECOUNT)
       MOVE OILNUM              TO CLOILNUM(CUSTLINECOUNT)
       MOVE UNITSIZE            TO CLUNITSIZE(CUSTLINECOUNT)
       MOVE UNITSOLD            TO CLUNITSOLD(CUSTLINECOUNT)
       MOVE DOCUNITPRICE        TO CLUNITPRICE(CUSTLINECOUNT)
       MOVE DOCGROSSOFSALE      TO CLGROSS(CUSTLINECOUNT)
       MOVE DOCDISCOUNTOFSALE   TO CLDISCOUNT(CUSTLINECOUNT)
       MOVE DOCNETOFSALE        TO CLNET(CUSTLINECOUNT)
       MOVE DOCTAXOFSALE        TO CLVAT(CUSTLINECOUNT)
       MOVE ZERO                TO CLORIGSALEDATE(CUSTLINECOUNT)
       IF CREDITNOTE-SR AND ORIGSALEDATE-SR IS NUMERIC
           MOVE ORIGSALEDATE-SR TO CLORIGSALEDATE(CUSTLINECOUNT)
       END-IF.

CHECKONECUSTOMERDOCUMENT.
       IF CDDOCDATE(CUSTDOCIDX) = BILLINGDATE
               AND CDDOCTYPE(CUSTDOCIDX) = SALEDOCTYPE
           MOVE CUSTDOCIDX TO FOUNDDOCIDX
       END-IF.

*>   A document already on the register keeps its number; it is
*>   marked revised only when its figures have moved since it was
*>   last issued.
NUMBERONECUSTOMERDOCUMENT.
       MOVE CDDOCDATE(CUSTDOCIDX) TO BILLINGDATE
       MOVE CDDOCTYPE(CUSTDOCIDX) TO SALEDOCTYPE
       PERFORM FINDREGISTERDOCUMENT
       IF FOUNDREGISTERIDX = ZERO
           ADD 1 TO INVOICEREGISTERCOUNT
           MOVE INVOICEREGISTERCOUNT TO FOUNDREGISTERIDX
           MOVE NEXTINVOICENUMBER TO IRINVOICENUMBER(FOUNDREGISTERIDX)
           ADD 1 TO NEXTINVOICENUMBER
           MOVE PREVCUSTID  TO IRCUSTOMERID(FOUNDREGISTERIDX)
           MOVE BILLINGDATE TO IRINVOICEDATE(FOUNDREGISTERIDX)
           MOVE SALEDOCTYPE TO IRDOCUMENTTYPE(FOUNDREGISTERIDX)
           MOVE ZERO        TO IRCREDITEDINVOICE(FOUNDREGISTERIDX)
           MOVE BILLINGCURRENCYCODE TO IRCURRENCYCODE(FOUNDREGISTERIDX)
           MOVE "N" TO CDISSUESTATUS(CUSTDOCIDX)
           IF SALEDOCTYPE = "C"
               ADD 1 TO CREDITNOTESISSUEDCOUNT
           ELSE
               ADD 1 TO INVOICESISSUEDCOUNT
           END-IF
       ELSE
           IF IRGROSS(FOUNDREGISTERIDX) NOT = CDGROSS(CUSTDOCIDX)
               OR IRDISCOUNT(FOUNDREGISTERIDX)
                   NOT = CDDISCOUNT(CUSTDOCIDX)
               OR IRNET(FOUNDREGISTERIDX) NOT = CDNET(CUSTDOCIDX)
               OR IRVAT(FOUNDREGISTERIDX) NOT = CDVAT(CUSTDOCIDX)
               OR IRCURRENCYCODE(FOUNDREGISTERIDX)
                   NOT = BILLINGCURRENCYCODE
               MOVE "R" TO CDISSUESTATUS(CUSTDOCIDX)
               ADD 1 TO DOCUMENTSREVISEDCOUNT
           END-IF
       END-IF
       MOVE FOUNDREGISTERIDX TO CDREGISTERIDX(CUSTDOCIDX)
       MOVE CDHOMETOTAL(CUSTDOCIDX) TO IRHOMETOTAL(FOUNDREGISTERIDX)
       IF NOT CDUNCHANGEDDOCUMENT(CUSTDOCIDX)
           MOVE BILLINGCURRENCYCODE TO IRCURRENCYCODE(FOUNDREGISTERIDX)
           MOVE CDGROSS(CUSTDOCIDX)    TO IRGROSS(FOUNDREGISTERIDX)
           MOVE CDDISCOUNT(CUSTDOCIDX) TO IRDISCOUNT(FOUNDREGISTERIDX)
           MOVE CDNET(CUSTDOCIDX)      TO IRNET(FOUNDREGISTERIDX)
           MOVE CDVAT(CUSTDOCIDX)      TO IRVAT(FOUNDREGISTERIDX)
           COMPUTE IRTOTAL(FOUNDREGISTERIDX) =
               CDNET(CUSTDOCIDX) + CDVAT(CUSTDOCIDX)
           MOVE TODAYFORPERIODDEFAULT
               TO IRISSUEDDATE(FOUNDREGISTERIDX)
       END-IF.

FINDREGISTERDOCUMENT.
       MOVE ZERO TO FOUNDREGISTERIDX
       PERFORM CHECKONEREGISTERDOCUMENT
           VARYING INVOICEREGISTERIDX FROM 1 BY 1
           UNTIL INVOICEREGISTERIDX > INVOICEREGISTERCOUNT
               OR FOUNDREGISTERIDX > ZERO.

CHECKONEREGISTERDOCUMENT.
       IF IRCUSTOMERID(INVOICEREGISTERIDX) = PREVCUSTID
               AND IRINVOICEDATE(INVOICEREGISTERIDX) = BILLINGDATE
               AND IRDOCUMENTTYPE(INVOICEREGISTERIDX) = SALEDOCTYPE
           MOVE INVOICEREGISTERIDX TO FOUNDREGISTERIDX
       END-IF.

*>   The register carries the invoice a credit note is against - the
*>   one issued for the original sale date its first line quotes.
LINKONECREDITNOTE.
       IF CDDOCTYPE(CUSTDOCIDX) = "C"
           MOVE ZERO TO CREDITEDINVOICENUMBER
           PERFORM FINDFIRSTCREDITEDINVOICE
               VARYING CUSTLINEIDX FROM 1 BY 1
               UNTIL CUSTLINEIDX > CUSTLINECOUNT
                   OR CREDITEDINVOICENUMBER > ZERO
           MOVE CREDITEDINVOICENUMBER
               TO IRCREDITEDINVOICE(CDREGISTERIDX(CUSTDOCIDX))
       END-IF.

FINDFIRSTCREDITEDINVOICE.
       IF CLDOCIDX(CUSTLINEIDX) = CUSTDOCIDX
           PERFORM FINDCREDITEDINVOICE
       END-IF.

FINDCREDITEDINVOICE.
       MOVE ZERO TO CREDITEDINVOICENUMBER
       IF CLORIGSALEDATE(CUSTLINEIDX) > ZERO
           MOVE CLORIGSALEDATE(CUSTLINEIDX) TO BILLINGDATE
           MOVE "I" TO SALEDOCTYPE
           PERFORM FINDREGISTERDOCUMENT
           IF FOUNDREGISTERIDX > ZERO
               MOVE IRINVOICENUMBER(FOUNDREGISTERIDX)
                   TO CREDITEDINVOICENUMBER
           END-IF
       END-IF.

*>   Only documents new or changed tonight are printed - an unchanged
*>   invoice went out on the night it was first issued.
PRINTONECUSTOMERDOCUMENT.
       IF CDUNCHANGEDDOCUMENT(CUSTDOCIDX)
           EXIT PARAGRAPH
       END-IF
       WRITE INVOICEPRINTLINE FROM DOCUMENTSEPARATORLINE
           AFTER ADVANCING 2 LINES
       IF CDDOCTYPE(CUSTDOCIDX) = "C"
           MOVE "AROMAMORA CREDIT NOTE" TO PRNDOCTITLE
       ELSE
           MOVE "AROMAMORA SALES INVOICE" TO PRNDOCTITLE
       END-IF
       MOVE IRINVOICENUMBER(CDREGISTERIDX(CUSTDOCIDX)) TO PRNDOCNUMBER
       MOVE SPACES TO PRNDOCREVISED
       IF CDREVISEDDOCUMENT(CUSTDOCIDX)
           MOVE "REVISED" TO PRNDOCREVISED
       END-IF
       WRITE INVOICEPRINTLINE FROM DOCUMENTTITLELINE
           AFTER ADVANCING 1 LINE
       MOVE PREVCUSTID  TO PRNDOCCUSTID
       MOVE PRNCUSTNAME TO PRNDOCCUSTNAME
       MOVE CDDOCDATE(CUSTDOCIDX) TO PRNDOCDATE
       MOVE BILLINGCURRENCYCODE   TO PRNDOCCURRENCY
       MOVE SPACES                TO PRNDOCTOTALCURRENCY
       WRITE INVOICEPRINTLINE FROM DOCUMENTCUSTOMERLINE
           AFTER ADVANCING 1 LINE
       WRITE INVOICEPRINTLINE FROM DOCUMENTTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONEDOCUMENTLINE
           VARYING CUSTLINEIDX FROM 1 BY 1
           UNTIL CUSTLINEIDX > CUSTLINECOUNT

       MOVE "GROSS AT LIST" TO PRNDOCTOTALCAPTION
       MOVE CDGROSS(CUSTDOCIDX) TO PRNDOCTOTALAMOUNT
       WRITE INVOICEPRINTLINE FROM DOCUMENTTOTALLINE
           AFTER ADVANCING 2 LINES
       MOVE "DISCOUNT" TO PRNDOCTOTALCAPTION
       MOVE CDDISCOUNT(CUSTDOCIDX) TO PRNDOCTOTALAMOUNT
       WRITE INVOICEPRINTLINE FROM DOCUMENTTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "NET" TO PRNDOCTOTALCAPTION
       MOVE CDNET(CUSTDOCIDX) TO PRNDOCTOTALAMOUNT
       WRITE INVOICEPRINTLINE FROM DOCUMENTTOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "VAT" TO PRNDOCTOTALCAPTION
       MOVE CDVAT(CUSTDOCIDX) TO PRNDOCTOTALAMOUNT
       WRITE INVOICEPRINTLINE FROM DOCUMENTTOTALLINE
           AFTER ADVANCING 1 LINE
       IF CDDOCTYPE(CUSTDOCIDX) = "C"
           MOVE "TOTAL CREDITED" TO PRNDOCTOTALCAPTION
       ELSE
           MOVE "TOTAL DUE" TO PRNDOCTOTALCAPTION
       END-IF
       MOVE BILLINGCURRENCYCODE TO PRNDOCTOTALCURRENCY
       MOVE IRTOTAL(CDREGISTERIDX(CUSTDOCIDX)) TO PRNDOCTOTALAMOUNT
       WRITE INVOICEPRINTLINE FROM DOCUMENTTOTALLINE
           AFTER ADVANCING 1 LINE.

PRINTONEDOCUMENTLINE.
       IF CLDOCIDX(CUSTLINEIDX) NOT = CUSTDOCIDX
           EXIT PARAGRAPH
       END-IF
       MOVE OILNAME(CLOILNUM(CUSTLINEIDX)) TO PRNLINEOILNAME
       MOVE CLUNITSIZE(CUSTLINEIDX)  TO PRNLINEUNITSIZE
       MOVE CLUNITSOLD(CUSTLINEIDX)  TO PRNLINEUNITSOLD
       MOVE CLUNITPRICE(CUSTLINEIDX) TO PRNLINEUNITPRICE
       MOVE CLGROSS(CUSTLINEIDX)     TO PRNLINEGROSS
       MOVE CLDISCOUNT(CUSTLINEIDX)  TO PRNLINEDISCOUNT
       MOVE CLNET(CUSTLINEIDX)       TO PRNLINENET
       MOVE CLVAT(CUSTLINEIDX)       TO PRNLINEVAT
       WRITE INVOICEPRINTLINE FROM DOCUMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       IF CDDOCTYPE(CUSTDOCIDX) = "C"
               AND CLORIGSALEDATE(CUSTLINEIDX) > ZERO
           PERFORM FINDCREDITEDINVOICE
           MOVE CLORIGSALEDATE(CUSTLINEIDX) TO PRNCREDITEDSALEDATE
           MOVE SPACES TO PRNCREDITEDINVOICE
           IF CREDITEDINVOICENUMBER > ZERO
               STRING "ON INVOICE " CREDITEDINVOICENUMBER
                   DELIMITED BY SIZE INTO PRNCREDITEDINVOICE
           END-IF
           WRITE INVOICEPRINTLINE FROM DOCUMENTCREDITEDLINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   The ledger carries one entry per document, dated the document
*>   date and quoting its number, so a remittance naming an invoice
*>   can be matched to exactly that bill. A credit note posts as a
*>   type C entry the ageing and balance folds treat like a payment.
*>   The amount is what the customer actually owes - net plus VAT,
*>   in their billing currency - with its home value alongside.
*>   Nothing is posted unless this run was asked to post the period.
POSTONECUSTOMERDOCUMENT.
       MOVE IRTOTAL(CDREGISTERIDX(CUSTDOCIDX)) TO WORKDOCUMENTTOTAL
       IF POSTINGTOLEDGER AND WORKDOCUMENTTOTAL > ZERO
           MOVE SPACES          TO RECEIVABLESLEDGERREC
           MOVE PREVCUSTID      TO CUSTOMERID-RLF
           IF CDDOCTYPE(CUSTDOCIDX) = "C"
               SET RECEIVABLECREDIT TO TRUE
           ELSE
               SET RECEIVABLEBILL   TO TRUE
           END-IF
           MOVE WORKDOCUMENTTOTAL     TO AMOUNT-RLF
           MOVE CDDOCDATE(CUSTDOCIDX) TO ENTRYDATE-RLF
           MOVE IRINVOICENUMBER(CDREGISTERIDX(CUSTDOCIDX))
               TO INVOICENUMBER-RLF
           MOVE BILLINGCURRENCYCODE     TO CURRENCYCODE-RLF
           MOVE CDHOMETOTAL(CUSTDOCIDX) TO HOMEAMOUNT-RLF
           MOVE ZERO TO ENTRYSEQUENCE-RLF
           MOVE "N" TO LEDGERWRITTENSWITCH
           PERFORM TRYONELEDGERWRITE UNTIL LEDGERENTRYWRITTEN
           ADD 1 TO RECEIVABLESPOSTEDCOUNT
       END-IF.

*>   The ledger key is customer, entry date and a sequence number -
*>   the sequence steps up past any entry already on file for the
*>   same customer and day.
TRYONELEDGERWRITE.
       ADD 1 TO ENTRYSEQUENCE-RLF
       WRITE RECEIVABLESLEDGERREC
           INVALID KEY
               IF NOT RECEIVABLESLEDGERDUPLICATE
                   DISPLAY "CANNOT WRITE TO RECEIVABLES LEDGER - STATUS "
                       RECEIVABLESLEDGERFILESTATUS " - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           NOT INVALID KEY
               SET LEDGERENTRYWRITTEN TO TRUE
       END-WRITE.

*>   A missing register is the first numbered run - numbering starts
*>   at 000001.
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
       MOVE CREDITEDINVOICE-IRF
           TO IRCREDITEDINVOICE(INVOICEREGISTERCOUNT)
       MOVE GROSS-IRF           TO IRGROSS(INVOICEREGISTERCOUNT)
       MOVE DISCOUNT-IRF        TO IRDISCOUNT(INVOICEREGISTERCOUNT)
       MOVE NET-IRF             TO IRNET(INVOICEREGISTERCOUNT)
       MOVE VAT-IRF             TO IRVAT(INVOICEREGISTERCOUNT)
       MOVE TOTAL-IRF           TO IRTOTAL(INVOICEREGISTERCOUNT)
       MOVE ISSUEDDATE-IRF      TO IRISSUEDDATE(INVOICEREGISTERCOUNT)
       IF CURRENCYCODE-IRF = SPACES
           MOVE HOMECURRENCYCODE TO IRCURRENCYCODE(INVOICEREGISTERCOUNT)
       ELSE
           MOVE CURRENCYCODE-IRF TO IRCURRENCYCODE(INVOICEREGISTERCOUNT)
       END-IF
       IF HOMETOTAL-IRF IS NUMERIC
           MOVE HOMETOTAL-IRF  TO IRHOMETOTAL(INVOICEREGISTERCOUNT)
       ELSE
           MOVE TOTAL-IRF      TO IRHOMETOTAL(INVOICEREGISTERCOUNT)
       END-IF
       IF INVOICENUMBER-IRF NOT < NEXTINVOICENUMBER
           COMPUTE NEXTINVOICENUMBER = INVOICENUMBER-IRF + 1
       END-IF
       READ INVOICEREGISTERFILE
           AT END SET ENDOFINVOICEREGISTER TO TRUE
       END-READ.

REWRITEINVOICEREGISTER.
       OPEN OUTPUT INVOICEREGISTERFILE
       PERFORM WRITEONEREGISTERDOCUMENT
           VARYING INVOICEREGISTERIDX FROM 1 BY 1
           UNTIL INVOICEREGISTERIDX > INVOICEREGISTERCOUNT
       CLOSE INVOICEREGISTERFILE.

WRITEONEREGISTERDOCUMENT.
       MOVE SPACES TO INVOICEREGISTERREC
       MOVE IRINVOICENUMBER(INVOICEREGISTERIDX)   TO INVOICENUMBER-IRF
       MOVE IRCUSTOMERID(INVOICEREGISTERIDX)      TO CUSTOMERID-IRF
       MOVE IRINVOICEDATE(INVOICEREGISTERIDX)     TO INVOICEDATE-IRF
       MOVE IRDOCUMENTTYPE(INVOICEREGISTERIDX)    TO DOCUMENTTYPE-IRF
       MOVE IRCREDITEDINVOICE(INVOICEREGISTERIDX)
           TO CREDITEDINVOICE-IRF
       MOVE IRGROSS(INVOICEREGISTERIDX)           TO GROSS-IRF
       MOVE IRDISCOUNT(INVOICEREGISTERIDX)        TO DISCOUNT-IRF
       MOVE IRNET(INVOICEREGISTERIDX)             TO NET-IRF
       MOVE IRVAT(INVOICEREGISTERIDX)             TO VAT-IRF
       MOVE IRTOTAL(INVOICEREGISTERIDX)           TO TOTAL-IRF
       MOVE IRISSUEDDATE(INVOICEREGISTERIDX)      TO ISSUEDDATE-IRF
       MOVE IRCURRENCYCODE(INVOICEREGISTERIDX)    TO CURRENCYCODE-IRF
       MOVE IRHOMETOTAL(INVOICEREGISTERIDX)       TO HOMETOTAL-IRF
       WRITE INVOICEREGISTERREC.

*> SEARCH ALL requires CUSTOMER to stay in ascending CUSTOMERID-CT
*> order, so the customer master must already be maintained in
*> ascending CUSTOMERID order on disk.
LOOKUPCUSTOMERNAME.
       MOVE SPACES TO PRNCUSTNAME
       SET CUSTOMERNOTEXEMPT TO TRUE
       MOVE HOMECURRENCYCODE TO BILLINGCURRENCYCODE
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERID
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO PRNCUSTNAME
               IF CTTAXEXEMPT(CUSTIDX)
                   SET CUSTOMERISEXEMPT TO TRUE
               END-IF
               IF CTCURRENCYCODE(CUSTIDX) NOT = SPACES
                   MOVE CTCURRENCYCODE(CUSTIDX) TO BILLINGCURRENCYCODE
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
           AT END SET ENDOFDISCOUNTTIERFILE TO TRUE
       END-READ.

*>   Bills already on the ledger for this period are from an earlier
*>   posting of the same period - they come off before the fresh
*>   figures go on, so a rerun replaces rather than doubles. Numbered
*>   documents are recognised by their date inside the period; the
*>   unnumbered customer bills posted before invoices were numbered
*>   were all dated the period end. Carry-forward entries are never
*>   numbered, so a period starting on the first of the year leaves
*>   them alone. The earlier bills are deleted in place as the
*>   ledger is passed; everything else stays where it is.
DROPPERIODBILLSFROMLEDGER.
       MOVE LOW-VALUES TO LEDGERKEY-RLF
       START RECEIVABLESLEDGERFILE KEY IS NOT LESS THAN LEDGERKEY-RLF
           INVALID KEY SET ENDOFRECEIVABLESLEDGERFILE TO TRUE
       END-START
       IF NOT ENDOFRECEIVABLESLEDGERFILE
           READ RECEIVABLESLEDGERFILE NEXT
               AT END SET ENDOFRECEIVABLESLEDGERFILE TO TRUE
           END-READ
       END-IF
       PERFORM DROPONELEDGERENTRY UNTIL ENDOFRECEIVABLESLEDGERFILE.

DROPONELEDGERENTRY.
       IF ((RECEIVABLEBILL OR RECEIVABLECREDIT)
               AND ((INVOICENUMBER-RLF IS NUMERIC
                       AND INVOICENUMBER-RLF > ZERO
                       AND ENTRYDATE-RLF >= PERIODSTARTDATE
                       AND ENTRYDATE-RLF <= PERIODENDDATE)
                   OR ((INVOICENUMBER-RLF IS NOT NUMERIC
                           OR INVOICENUMBER-RLF = ZERO)
                       AND ENTRYDATE-RLF = PERIODENDDATE)))
           DELETE RECEIVABLESLEDGERFILE RECORD
               INVALID KEY
                   DISPLAY "CANNOT DROP EARLIER BILL FROM LEDGER - STATUS "
                       RECEIVABLESLEDGERFILESTATUS
           END-DELETE
       END-IF
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFRECEIVABLESLEDGERFILE TO TRUE
       END-READ.

LOADOILSTABLE.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
       PERFORM STOREOILPRICE UNTIL ENDOFOILPRICEFILE
       CLOSE OILPRICEFILE.

*>   A sale keyed before the order book was kept, and every credit
*>   note, bills on its own date as it always did. A sale with an
*>   order number bills on the date its line was signed for; until
*>   then it has no billing date and stays out of every period, so a
*>   late confirmation is picked up by the period it falls in. The
*>   price is still the one in force on the sale date.
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

*>   No order book just means nothing has been delivered through it.
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

*>   A sale dated before the oldest generation on file values at that
*>   oldest generation rather than at nothing - the best evidence of
*>   what was charged.
           MOVE SALESDATE TO PRICINGDATE
       END-IF.

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
       MOVE CUSTOMERID-CMF    TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF  TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE TAXEXEMPTFLAG-CMF TO CTTAXEXEMPTFLAG(CUSTOMERCOUNT)
       MOVE CURRENCYCODE-CMF  TO CTCURRENCYCODE(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
