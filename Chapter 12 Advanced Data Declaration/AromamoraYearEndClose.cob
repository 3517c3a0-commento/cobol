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

FD     ANNUALARCHIVEFILE.
01     ANNUALARCHIVEREC        PIC X(53).

FD     ANNUALSUMMARYREPORT.
01     PRINTLINE                PIC X(45).
*>   not after it, so historic sales keep valuing at what the customer
*>   was actually charged when prices move.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
01     VALUEOFSALES             PIC 9(5)V99.

01     OILSALESTOTALS.
       02  OILSALESTOTAL        PIC 9(7)V99 OCCURS 20 TIMES VALUE ZEROS.

01     OILBREAKDOWNHEADINGLINE   PIC X(33)
               VALUE "OIL-BY-OIL SALES BREAKDOWN REPORT".
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
