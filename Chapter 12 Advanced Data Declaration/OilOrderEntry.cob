           FILE STATUS IS CREDITLIMITFILESTATUS.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT OILQUOTEFILE ASSIGN TO "OilQuotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILQUOTEFILESTATUS.

*>   Every sale line is also an order-book line, so the warehouse and
*>   the delivery confirmation can move it from entered through to
*>   delivered.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

       SELECT ORDERNUMBERSEQFILE ASSIGN TO "NextOilOrderNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERNUMBERSEQFILESTATUS.

*>   Periods the accounts have closed - an entry dated into one would
*>   change figures already reported. The file is kept with the GL
*>   one directory up.
       SELECT GLCLOSEDPERIODFILE ASSIGN TO "../GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

*>   Which operators may key which actions - one row per operator and
*>   action code. While the file is absent every action is allowed,
*>   so the control can be introduced a subsystem at a time.
       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

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

FD     CREDITLIMITFILE.
01     CREDITLIMITREC.
FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGER VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

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

FD     ORDERBOOKFILE.
01     ORDERBOOKREC.
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

FD     ORDERNUMBERSEQFILE.
01     ORDERNUMBERSEQREC.
       02  NEXTORDERNUMBER     PIC 9(6).

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

FD     OPERATORPERMISSIONSFILE.
01     OPERATORPERMISSIONSREC.
       88 ENDOFOPERATORPERMISSIONS VALUE HIGH-VALUES.
       02 PERMOPERATORID        PIC X(8).
       02 FILLER                PIC X.
       02 PERMACTIONCODE        PIC X(12).

FD     PERMISSIONREFUSALFILE.
01     PERMISSIONREFUSALREC.
       02 REFUSALSTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 REFUSALOPERATORID     PIC X(8).
       02 FILLER                PIC X.
       02 REFUSALACTIONCODE     PIC X(12).
       02 FILLER                PIC X.
       02 REFUSALPROGRAM        PIC X(12).

WORKING-STORAGE SECTION.
01     BASEOILSALESFILESTATUS   PIC XX.
*>   reporting programs load, so an order values at the price in force
*>   on its own date for the credit check.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
01     CREDITLIMITINFORCE       PIC 9(7)V99 VALUE ZERO.
01     CREDITLIMITONFILE        PIC X VALUE "N".

*>   Orders entered this session per customer, added to the balance
*>   read from the receivables ledger at each credit check, so a string
*>   of orders in one sitting cannot slip under the limit one by one.
01     BALANCECOUNT             PIC 9(4) VALUE ZERO.
01     BALANCETABLE.
           03 BALAMOUNT         PIC S9(8)V99.
01     BALANCEIDX               PIC 9(4).
01     CUSTOMERBALANCE          PIC S9(8)V99 VALUE ZERO.
01     LEDGERSCANSWITCH         PIC X VALUE "N".
       88 ENDOFLEDGERSCAN       VALUE "Y".

01     CUSTOMERFOUNDSWITCH      PIC X VALUE "N".
       88 CUSTOMERONFILE        VALUE "Y".
01     OPERATORID               PIC X(8) VALUE SPACES.
01     SALESREPCODEENTRY        PIC X(3) VALUE SPACES.

01     OILQUOTEFILESTATUS       PIC XX.
       88 OILQUOTEFILEOK        VALUE "00".

*>   Every quote row on file, so a quote can be found by number and
*>   its rows marked converted and written back at the end.
01     QUOTEROWCOUNT            PIC 9(4) VALUE ZERO.
01     QUOTEROWTABLE.
       02 QUOTEROWENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON QUOTEROWCOUNT.
           03 QRQUOTENUMBER     PIC 9(6).
           03 QRREST            PIC X(56).
01     QUOTEROWIDX              PIC 9(4).
01     QUOTESCONVERTEDCOUNT     PIC 9(4) VALUE ZERO.

01     QUOTENUMBERENTRY         PIC X(6) VALUE SPACES.
01     QUOTENUMBER              PIC 9(6) VALUE ZERO.
01     QUOTEFOUNDSWITCH         PIC X.
       88 QUOTEFOUND            VALUE "Y".
       88 QUOTENOTFOUND         VALUE "N".
01     QUOTESTATUSFOUND         PIC X.
       88 QUOTEALREADYCONVERTED VALUE "C".
01     QUOTECONVERTEDDATE       PIC 9(8).
01     QUOTEEXPIRYDATE          PIC 9(8).
01     QUOTECUSTOMERID          PIC X(5).
01     QUOTESALESREPCODE        PIC X(3).
01     QUOTEDLINEGROSS          PIC 9(6)V99.
01     QUOTEDLINEDISCOUNT       PIC 9(6)V99.
01     QUOTEDLINENET            PIC 9(6)V99.
01     PRNQUOTEDLINENET         PIC $$$,$$9.99.

01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".
01     ORDERNUMBERSEQFILESTATUS PIC XX.
       88 ORDERNUMBERSEQFILEOK  VALUE "00".
01     ORDERNUMBER              PIC 9(6) VALUE ZERO.
01     ORDERLINENUM             PIC 99 VALUE ZERO.

01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

*>   The closed periods, and the date an entry refused from one of them
*>   is moved to on a supervisor's override - today, or the first of
*>   the month after the latest close when today's own period is
*>   already closed.
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).
01     LATESTCLOSEDPERIOD       PIC 9(6) VALUE ZERO.
01     OPENPERIODDATE           PIC 9(8).
01     OPENPERIODDATESPLIT REDEFINES OPENPERIODDATE.
       02 OPENPERIODYEAR        PIC 9(4).
       02 OPENPERIODMONTH       PIC 9(2).
       02 OPENPERIODDAY         PIC 9(2).
01     CHECKEDDATE              PIC 9(8).
01     CHECKEDDATESPLIT REDEFINES CHECKEDDATE.
       02 CHECKEDPERIOD         PIC 9(6).
       02 FILLER                PIC 9(2).
01     CLOSEDPERIODSWITCH       PIC X VALUE "N".
       88 DATEINCLOSEDPERIOD    VALUE "Y".
01     ENTRYDATESWITCH          PIC X VALUE "Y".
       88 ENTRYDATEACCEPTED     VALUE "Y".
       88 ENTRYDATEREFUSED      VALUE "N".
01     PERIODOVERRIDEOPERATORID PIC X(8) VALUE SPACES.
01     PERIODOVERRIDESWITCH     PIC X VALUE "N".
       88 PERIODOVERRIDEPERMITTED VALUE "Y".
01     PERIODTRAILACTIONCODE    PIC X(12).

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADOILSTABLE
       PERFORM LOADCREDITLIMITS
       PERFORM LOADOILQUOTES
       PERFORM LOADCLOSEDPERIODS

       OPEN EXTEND BASEOILSALESFILE
       IF NOT BASEOILSALESFILEOK
           OPEN OUTPUT BASEOILSALESFILE
       END-IF
       OPEN EXTEND ORDERBOOKFILE
       IF NOT ORDERBOOKFILEOK
           OPEN OUTPUT ORDERBOOKFILE
       END-IF

       PERFORM ENTERONEORDER UNTIL NOT ENTERANOTHER

       CLOSE BASEOILSALESFILE
       CLOSE ORDERBOOKFILE
       IF QUOTESCONVERTEDCOUNT > ZERO
           PERFORM REWRITEOILQUOTES
       END-IF
       DISPLAY "ORDERS ENTERED: " ORDERSENTEREDCOUNT
       DISPLAY "QUOTES CONVERTED: " QUOTESCONVERTEDCOUNT
       STOP RUN.

ENTERONEORDER.
       DISPLAY " "
       DISPLAY "QUOTE NUMBER (BLANK FOR AN ORDER WITHOUT A QUOTE): "
           WITH NO ADVANCING
       MOVE SPACES TO QUOTENUMBERENTRY
       ACCEPT QUOTENUMBERENTRY
       MOVE "S" TO ORDERTYPEENTRY
       IF QUOTENUMBERENTRY NOT = SPACES
           PERFORM ENTERORDERFROMQUOTE
       ELSE
           DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
           ACCEPT CUSTOMERIDENTRY
           PERFORM LOOKUPCUSTOMER
           EVALUATE TRUE
               WHEN CUSTOMERNOTONFILE
                   DISPLAY "NO SUCH CUSTOMER ON THE MASTER"
               WHEN CUSTOMERONCREDITHOLD
                   DISPLAY "ORDER REFUSED - CUSTOMER IS ON CREDIT HOLD"
                   DISPLAY "ACCOUNTS MUST RELEASE THE HOLD BEFORE ANY "
                       "FURTHER ORDERS"
               WHEN OTHER
                   PERFORM ENTERORDERDETAILS
           END-EVALUATE
       END-IF
       DISPLAY "ENTER ANOTHER ORDER? (Y/N): " WITH NO ADVANCING
       ACCEPT MOREORDERS.

*>   A quote turns into one sales line per quoted line, dated today and
*>   carrying the quoted unit price and discount, so every program that
*>   values the sale charges what the customer was promised. It must
*>   still be open and today must be on or before its expiry date; a
*>   lapsed quote is refused and the order keyed fresh at today's
*>   prices. The credit hold and credit-limit checks are the same as
*>   for any order, on the quoted net value.
ENTERORDERFROMQUOTE.
       MOVE ZERO TO QUOTENUMBER
       IF QUOTENUMBERENTRY IS NUMERIC
           MOVE QUOTENUMBERENTRY TO QUOTENUMBER
       ELSE
           COMPUTE QUOTENUMBER = FUNCTION NUMVAL(QUOTENUMBERENTRY)
       END-IF
       ACCEPT ORDERDATE FROM DATE YYYYMMDD
       PERFORM FINDQUOTE
       IF QUOTENOTFOUND
           DISPLAY "NO QUOTE " QUOTENUMBER " ON FILE"
           EXIT PARAGRAPH
       END-IF
       IF QUOTEALREADYCONVERTED
           DISPLAY "QUOTE " QUOTENUMBER " WAS ALREADY CONVERTED ON "
               QUOTECONVERTEDDATE
           EXIT PARAGRAPH
       END-IF
       IF QUOTEEXPIRYDATE < ORDERDATE
           DISPLAY "QUOTE " QUOTENUMBER " LAPSED ON " QUOTEEXPIRYDATE
               " - ENTER THE ORDER WITHOUT THE QUOTE AT TODAY'S PRICES"
           EXIT PARAGRAPH
       END-IF
       MOVE QUOTECUSTOMERID TO CUSTOMERIDENTRY
       PERFORM LOOKUPCUSTOMER
       IF CUSTOMERNOTONFILE
           DISPLAY "QUOTED CUSTOMER " CUSTOMERIDENTRY
               " IS NO LONGER ON THE MASTER"
           EXIT PARAGRAPH
       END-IF
       IF CUSTOMERONCREDITHOLD
           DISPLAY "ORDER REFUSED - CUSTOMER IS ON CREDIT HOLD"
           DISPLAY "ACCOUNTS MUST RELEASE THE HOLD BEFORE ANY "
               "FURTHER ORDERS"
           EXIT PARAGRAPH
       END-IF

       DISPLAY "QUOTE " QUOTENUMBER " FOR CUSTOMER " CUSTOMERIDENTRY
           " VALID UNTIL " QUOTEEXPIRYDATE
       MOVE ZERO TO ORDERVALUE
       PERFORM SHOWONEQUOTEDLINE
           VARYING QUOTEROWIDX FROM 1 BY 1
           UNTIL QUOTEROWIDX > QUOTEROWCOUNT
       PERFORM FINDCREDITLIMIT
       PERFORM FINDCUSTOMERBALANCE
       COMPUTE PROJECTEDBALANCE = CUSTOMERBALANCE + ORDERVALUE
       MOVE ORDERVALUE TO PRNORDERVALUE
       DISPLAY "ORDER VALUE AT QUOTED PRICES " PRNORDERVALUE
       IF CREDITLIMITONFILE = "Y"
               AND PROJECTEDBALANCE > CREDITLIMITINFORCE
           MOVE PROJECTEDBALANCE  TO PRNPROJECTEDBALANCE
           MOVE CREDITLIMITINFORCE TO PRNCREDITLIMIT
           DISPLAY "WARNING - ORDER TAKES BALANCE TO "
               PRNPROJECTEDBALANCE " OVER CREDIT LIMIT "
               PRNCREDITLIMIT
       END-IF
       DISPLAY "TAKE THE ORDER AS QUOTED? (Y/N): " WITH NO ADVANCING
       MOVE SPACE TO CONFIRMENTRY
       ACCEPT CONFIRMENTRY
       IF NOT ORDERCONFIRMED
           DISPLAY "ORDER NOT TAKEN - QUOTE LEFT OPEN"
           EXIT PARAGRAPH
       END-IF
       PERFORM GETNEXTORDERNUMBER
       MOVE ZERO TO ORDERLINENUM
       PERFORM WRITEONEQUOTEDORDERLINE
           VARYING QUOTEROWIDX FROM 1 BY 1
           UNTIL QUOTEROWIDX > QUOTEROWCOUNT
       PERFORM ADDORDERTOBALANCE
       ADD 1 TO QUOTESCONVERTEDCOUNT
       DISPLAY "QUOTE " QUOTENUMBER " CONVERTED TO ORDER " ORDERNUMBER.

SHOWONEQUOTEDLINE.
       IF QRQUOTENUMBER(QUOTEROWIDX) = QUOTENUMBER
           MOVE QUOTEROWENTRY(QUOTEROWIDX) TO OILQUOTEREC
           PERFORM VALUEQUOTEDLINE
           ADD QUOTEDLINENET TO ORDERVALUE
           MOVE QUOTEDLINENET TO PRNQUOTEDLINENET
           DISPLAY "  " OILNAME(OILNUM-OQF) " SIZE " UNITSIZE-OQF
               " UNITS " UNITSQUOTED-OQF " " PRNQUOTEDLINENET
       END-IF.

VALUEQUOTEDLINE.
       COMPUTE QUOTEDLINEGROSS ROUNDED =
           UNITSQUOTED-OQF * UNITPRICE-OQF
       COMPUTE QUOTEDLINEDISCOUNT ROUNDED =
           QUOTEDLINEGROSS * DISCOUNTPCT-OQF / 100
       COMPUTE QUOTEDLINENET = QUOTEDLINEGROSS - QUOTEDLINEDISCOUNT.

*>   The rep who wrote the quote is credited with the sale it became.
WRITEONEQUOTEDORDERLINE.
       IF QRQUOTENUMBER(QUOTEROWIDX) = QUOTENUMBER
           MOVE QUOTEROWENTRY(QUOTEROWIDX) TO OILQUOTEREC
           MOVE SPACES            TO SALESREC
           MOVE CUSTOMERIDENTRY   TO CUSTOMERID
           MOVE "A"               TO OILLETTER
           MOVE OILNUM-OQF        TO OILNUM
           MOVE UNITSIZE-OQF      TO UNITSIZE
           MOVE UNITSQUOTED-OQF   TO UNITSOLD
           MOVE ORDERDATE         TO SALESDATE
           MOVE SPACE             TO RECORDTYPE-SR
           MOVE ZERO              TO ORIGSALEDATE-SR
           IF SALESREPCODE-OQF NOT = SPACES
               MOVE SALESREPCODE-OQF  TO SALESREPCODE-SR
           ELSE
               MOVE SALESREPCODEENTRY TO SALESREPCODE-SR
           END-IF
           MOVE QUOTENUMBER       TO QUOTENUMBER-SR
           MOVE UNITPRICE-OQF     TO QUOTEDUNITPRICE-SR
           MOVE DISCOUNTPCT-OQF   TO QUOTEDDISCOUNTPCT-SR
           ADD 1 TO ORDERLINENUM
           MOVE ORDERNUMBER       TO ORDERNUMBER-SR
           MOVE ORDERLINENUM      TO ORDERLINENUM-SR
           WRITE SALESREC
           PERFORM WRITEORDERBOOKLINE
           ADD 1 TO ORDERSENTEREDCOUNT
           SET QUOTECONVERTED-OQF TO TRUE
           MOVE ORDERDATE         TO CONVERTEDDATE-OQF
           MOVE OILQUOTEREC       TO QUOTEROWENTRY(QUOTEROWIDX)
       END-IF.

FINDQUOTE.
       SET QUOTENOTFOUND TO TRUE
       MOVE SPACE TO QUOTESTATUSFOUND
       PERFORM CHECKONEQUOTEROW
           VARYING QUOTEROWIDX FROM 1 BY 1
           UNTIL QUOTEROWIDX > QUOTEROWCOUNT OR QUOTEFOUND
       IF QUOTEFOUND
           SUBTRACT 1 FROM QUOTEROWIDX
           MOVE QUOTEROWENTRY(QUOTEROWIDX) TO OILQUOTEREC
           MOVE QUOTESTATUS-OQF   TO QUOTESTATUSFOUND
           MOVE CONVERTEDDATE-OQF TO QUOTECONVERTEDDATE
           MOVE EXPIRYDATE-OQF    TO QUOTEEXPIRYDATE
           MOVE CUSTOMERID-OQF    TO QUOTECUSTOMERID
           MOVE SALESREPCODE-OQF  TO QUOTESALESREPCODE
       END-IF.

CHECKONEQUOTEROW.
       IF QRQUOTENUMBER(QUOTEROWIDX) = QUOTENUMBER
           SET QUOTEFOUND TO TRUE
       END-IF.

ENTERORDERDETAILS.
       DISPLAY "OIL NUMBER (01-20): " WITH NO ADVANCING
       ACCEPT OILNUMENTRY
       IF OILNUMENTRY < 1 OR OILNUMENTRY > 20
           DISPLAY "OIL NUMBER OUTSIDE THE OILS TABLE"
       ELSE
           IF OILGENERATIONCOUNT(OILNUMENTRY) = ZERO
               ELSE
                   MOVE ORDERDATEENTRY TO ORDERDATE
               END-IF
               MOVE ORDERDATE TO CHECKEDDATE
               PERFORM CHECKENTRYDATEOPEN
               EVALUATE TRUE
                   WHEN ENTRYDATEREFUSED
                       DISPLAY "ORDER NOT TAKEN"
                   WHEN ENTERINGCREDITNOTE
                       MOVE CHECKEDDATE TO ORDERDATE
                       PERFORM ENTERCREDITNOTEDETAILS
                   WHEN OTHER
                       MOVE CHECKEDDATE TO ORDERDATE
                       MOVE ZERO TO ORIGSALEDATE
                       PERFORM CHECKCREDITANDWRITEORDER
               END-EVALUATE
           END-IF
       END-IF.

       MOVE UNITSIZEENTRY   TO UNITSIZE
       MOVE UNITSOLDENTRY   TO UNITSOLD
       MOVE ORDERDATE       TO SALESDATE
       MOVE SALESREPCODEENTRY TO SALESREPCODE-SR
       MOVE ZERO TO QUOTENUMBER-SR, QUOTEDUNITPRICE-SR,
           QUOTEDDISCOUNTPCT-SR
       IF ENTERINGCREDITNOTE
           SET CREDITNOTE-SR TO TRUE
           MOVE ORIGSALEDATE TO ORIGSALEDATE-SR
           MOVE ZERO TO ORDERNUMBER-SR, ORDERLINENUM-SR
           WRITE SALESREC
       ELSE
           MOVE SPACE TO RECORDTYPE-SR
           MOVE ZERO  TO ORIGSALEDATE-SR
           PERFORM GETNEXTORDERNUMBER
           MOVE 1 TO ORDERLINENUM
           MOVE ORDERNUMBER  TO ORDERNUMBER-SR
           MOVE ORDERLINENUM TO ORDERLINENUM-SR
           WRITE SALESREC
           PERFORM WRITEORDERBOOKLINE
           DISPLAY "ORDER NUMBER " ORDERNUMBER
       END-IF
       ADD 1 TO ORDERSENTEREDCOUNT
       PERFORM ADDORDERTOBALANCE.

*>   Credit notes are money, not cartons, so they carry no order
*>   number and never reach the order book.
WRITEORDERBOOKLINE.
       MOVE SPACES          TO ORDERBOOKREC
       MOVE ORDERNUMBER     TO ORDERNUMBER-OBK
       MOVE ORDERLINENUM    TO ORDERLINENUM-OBK
       MOVE CUSTOMERID      TO CUSTOMERID-OBK
       MOVE OILNUM          TO OILNUM-OBK
       MOVE UNITSIZE        TO UNITSIZE-OBK
       MOVE UNITSOLD        TO UNITSORDERED-OBK
       MOVE SALESDATE       TO ORDERDATE-OBK
       SET LINEENTERED-OBK  TO TRUE
       MOVE ZERO TO PICKEDDATE-OBK, DESPATCHEDDATE-OBK,
           DELIVEREDDATE-OBK
       MOVE OPERATORID      TO OPERATORID-OBK
       WRITE ORDERBOOKREC.

*>   Order numbers come off their own NextOilOrderNumber.dat sequence,
*>   the same way quotes and purchase orders are numbered.
GETNEXTORDERNUMBER.
       OPEN INPUT ORDERNUMBERSEQFILE
       IF ORDERNUMBERSEQFILEOK
           READ ORDERNUMBERSEQFILE
               AT END MOVE 1 TO NEXTORDERNUMBER
           END-READ
           CLOSE ORDERNUMBERSEQFILE
       ELSE
           MOVE 1 TO NEXTORDERNUMBER
       END-IF
       MOVE NEXTORDERNUMBER TO ORDERNUMBER
       OPEN OUTPUT ORDERNUMBERSEQFILE
       ADD 1 TO NEXTORDERNUMBER
       WRITE ORDERNUMBERSEQREC
       CLOSE ORDERNUMBERSEQFILE.

VALUEORDERATPRICEINFORCE.
       IF ENTERINGCREDITNOTE AND ORIGSALEDATE > ZERO
           MOVE ORIGSALEDATE TO PRICINGDATE
           MOVE CLCREDITLIMIT(CREDITLIMITIDX) TO CREDITLIMITINFORCE
       END-IF.

*>   The customer's own ledger entries are read by key at each check,
*>   and what has already been ordered this run is added on top.
FINDCUSTOMERBALANCE.
       MOVE ZERO TO CUSTOMERBALANCE
       PERFORM READCUSTOMERLEDGERBALANCE
       PERFORM CHECKONEBALANCEENTRY
           VARYING BALANCEIDX FROM 1 BY 1
           UNTIL BALANCEIDX > BALANCECOUNT.

CHECKONEBALANCEENTRY.
       IF BALCUSTOMERID(BALANCEIDX) = CUSTOMERIDENTRY
           ADD BALAMOUNT(BALANCEIDX) TO CUSTOMERBALANCE
       END-IF.

ADDORDERTOBALANCE.
           AT END SET ENDOFCREDITLIMITFILE TO TRUE
       END-READ.

READCUSTOMERLEDGERBALANCE.
       MOVE "N" TO LEDGERSCANSWITCH
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF RECEIVABLESLEDGERFILEOK
           MOVE CUSTOMERIDENTRY TO CUSTOMERID-RLF
           MOVE ZERO TO ENTRYDATE-RLF, ENTRYSEQUENCE-RLF
           START RECEIVABLESLEDGERFILE
                   KEY IS NOT LESS THAN LEDGERKEY-RLF
               INVALID KEY SET ENDOFLEDGERSCAN TO TRUE
           END-START
           IF NOT ENDOFLEDGERSCAN
               PERFORM READNEXTCUSTOMERENTRY
           END-IF
           PERFORM FOLDONELEDGERENTRY UNTIL ENDOFLEDGERSCAN
           CLOSE RECEIVABLESLEDGERFILE
       END-IF.

READNEXTCUSTOMERENTRY.
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFLEDGERSCAN TO TRUE
       END-READ
       IF CUSTOMERID-RLF NOT = CUSTOMERIDENTRY
           SET ENDOFLEDGERSCAN TO TRUE
       END-IF.

*>   Held against the credit limit at home value, so an overseas
*>   customer's exposure compares like with like.
FOLDONELEDGERENTRY.
       IF HOMEAMOUNT-RLF IS NOT NUMERIC
           MOVE AMOUNT-RLF TO HOMEAMOUNT-RLF
       END-IF
       IF ENTRYTYPE-RLF = "P" OR ENTRYTYPE-RLF = "C"
           SUBTRACT HOMEAMOUNT-RLF FROM CUSTOMERBALANCE
       ELSE
           ADD HOMEAMOUNT-RLF TO CUSTOMERBALANCE
       END-IF
       PERFORM READNEXTCUSTOMERENTRY.

*>   No quote file just means no quotes have been written yet.
LOADOILQUOTES.
       OPEN INPUT OILQUOTEFILE
       IF OILQUOTEFILEOK
           READ OILQUOTEFILE
               AT END SET ENDOFOILQUOTEFILE TO TRUE
           END-READ
           PERFORM STOREONEQUOTEROW UNTIL ENDOFOILQUOTEFILE
           CLOSE OILQUOTEFILE
       END-IF.

STOREONEQUOTEROW.
       ADD 1 TO QUOTEROWCOUNT
       MOVE OILQUOTEREC TO QUOTEROWENTRY(QUOTEROWCOUNT)
       READ OILQUOTEFILE
           AT END SET ENDOFOILQUOTEFILE TO TRUE
       END-READ.

REWRITEOILQUOTES.
       OPEN OUTPUT OILQUOTEFILE
       PERFORM WRITEONEQUOTEROW
           VARYING QUOTEROWIDX FROM 1 BY 1
           UNTIL QUOTEROWIDX > QUOTEROWCOUNT
       CLOSE OILQUOTEFILE.

WRITEONEQUOTEROW.
       MOVE QUOTEROWENTRY(QUOTEROWIDX) TO OILQUOTEREC
       WRITE OILQUOTEREC.

*>   Loaded once at sign-on. Without the file no period is closed.
LOADCLOSEDPERIODS.
       MOVE ZERO TO CLOSEDPERIODCOUNT
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM STOREONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF
       ACCEPT OPENPERIODDATE FROM DATE YYYYMMDD
       MOVE OPENPERIODDATE TO CHECKEDDATE
       PERFORM CHECKDATEINCLOSEDPERIOD
       IF DATEINCLOSEDPERIOD
           DIVIDE LATESTCLOSEDPERIOD BY 100 GIVING OPENPERIODYEAR
               REMAINDER OPENPERIODMONTH
           IF OPENPERIODMONTH = 12
               ADD 1 TO OPENPERIODYEAR
               MOVE 1 TO OPENPERIODMONTH
           ELSE
               ADD 1 TO OPENPERIODMONTH
           END-IF
           MOVE 1 TO OPENPERIODDAY
       END-IF.

STOREONECLOSEDPERIOD.
       ADD 1 TO CLOSEDPERIODCOUNT
       MOVE CLOSEDPERIOD-GCF TO CLOSEDPERIOD(CLOSEDPERIODCOUNT)
       IF CLOSEDPERIOD-GCF > LATESTCLOSEDPERIOD
           MOVE CLOSEDPERIOD-GCF TO LATESTCLOSEDPERIOD
       END-IF
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

CHECKDATEINCLOSEDPERIOD.
       MOVE "N" TO CLOSEDPERIODSWITCH
       PERFORM CHECKONECLOSEDPERIOD
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = CHECKEDPERIOD
           SET DATEINCLOSEDPERIOD TO TRUE
       END-IF.

*>   An entry dated into a closed period is refused unless a supervisor
*>   holding CLOSEDPERIOD signs for moving it into the open period.
*>   The move is written to the refusals trail under the supervisor's
*>   id as CLOSEDOVRIDE, a refused override as CLOSEDPERIOD, so the
*>   trail shows every entry that was kept out of a closed month.
CHECKENTRYDATEOPEN.
       SET ENTRYDATEACCEPTED TO TRUE
       IF CHECKEDDATE IS NOT NUMERIC
           DISPLAY "DATE NOT YYYYMMDD - ENTRY REFUSED"
           SET ENTRYDATEREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKDATEINCLOSEDPERIOD
       IF NOT DATEINCLOSEDPERIOD
           EXIT PARAGRAPH
       END-IF
       DISPLAY "DATE " CHECKEDDATE " IS IN CLOSED PERIOD "
           CHECKEDPERIOD
       DISPLAY "SUPERVISOR ID TO MOVE IT TO " OPENPERIODDATE
           " OR BLANK TO REFUSE: " WITH NO ADVANCING
       MOVE SPACES TO PERIODOVERRIDEOPERATORID
       ACCEPT PERIODOVERRIDEOPERATORID
       IF PERIODOVERRIDEOPERATORID = SPACES
           DISPLAY "ENTRY REFUSED - ITS PERIOD IS CLOSED"
           SET ENTRYDATEREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKPERIODOVERRIDEPERMITTED
       IF PERIODOVERRIDEPERMITTED
           MOVE "CLOSEDOVRIDE" TO PERIODTRAILACTIONCODE
           PERFORM LOGPERIODOVERRIDE
           DISPLAY "DATE MOVED TO " OPENPERIODDATE
               " ON THE AUTHORITY OF " PERIODOVERRIDEOPERATORID
           MOVE OPENPERIODDATE TO CHECKEDDATE
       ELSE
           DISPLAY "CLOSED PERIOD OVERRIDE NOT PERMITTED FOR OPERATOR "
               PERIODOVERRIDEOPERATORID " - REFUSED AND LOGGED"
           MOVE "CLOSEDPERIOD" TO PERIODTRAILACTIONCODE
           PERFORM LOGPERIODOVERRIDE
           SET ENTRYDATEREFUSED TO TRUE
       END-IF.

*>   Read straight off the file for the supervisor, who is usually not
*>   the operator signed on. No permissions file on disk means no
*>   enforcement, as for every other action.
CHECKPERIODOVERRIDEPERMITTED.
       MOVE "N" TO PERIODOVERRIDESWITCH
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF NOT OPERATORPERMISSIONSFILEOK
           MOVE "Y" TO PERIODOVERRIDESWITCH
           EXIT PARAGRAPH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ
       PERFORM CHECKONEPERIODOVERRIDE UNTIL ENDOFOPERATORPERMISSIONS
       CLOSE OPERATORPERMISSIONSFILE.

CHECKONEPERIODOVERRIDE.
       IF PERMOPERATORID = PERIODOVERRIDEOPERATORID
               AND PERMACTIONCODE = "CLOSEDPERIOD"
           MOVE "Y" TO PERIODOVERRIDESWITCH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

LOGPERIODOVERRIDE.
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE PERIODOVERRIDEOPERATORID TO REFUSALOPERATORID
       MOVE PERIODTRAILACTIONCODE    TO REFUSALACTIONCODE
       MOVE "OILORDERS"       TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
