IDENTIFICATION DIVISION.
PROGRAM-ID. STANDINGORDERRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   One row per oil a customer takes regularly. Accounts set the rows
*>   up by hand, the same as the discount tiers and credit limits; the
*>   run moves each row's next due date on as it raises the order.
       SELECT STANDINGORDERFILE ASSIGN TO "StandingOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDINGORDERFILESTATUS.

       SELECT BASEOILSALESFILE ASSIGN TO "Listing12-1.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BASEOILSALESFILESTATUS.

*>   Raised lines go on the order book as entered, the same as a
*>   keyed order, for the warehouse to pick and despatch.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

       SELECT ORDERNUMBERSEQFILE ASSIGN TO "NextOilOrderNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERNUMBERSEQFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CREDITLIMITFILE ASSIGN TO "CreditLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CREDITLIMITFILESTATUS.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT STANDINGORDERREPORTFILE ASSIGN TO "StandingOrders.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

       SELECT RUNPARAMETERFILE ASSIGN TO "StandingOrderRun.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     STANDINGORDERFILE.
01     STANDINGORDERREC.
       88  ENDOFSTANDINGORDERFILE VALUE HIGH-VALUES.
       02  CUSTOMERID-SOF      PIC X(5).
       02  OILNUM-SOF          PIC 99.
       02  UNITSIZE-SOF        PIC 9.
       02  QUANTITY-SOF        PIC 999.
       02  FREQUENCY-SOF       PIC X.
        88 WEEKLY-SOF          VALUE "W".
        88 FORTNIGHTLY-SOF     VALUE "F".
        88 MONTHLY-SOF         VALUE "M".
       02  NEXTDUEDATE-SOF     PIC 9(8).
       02  ENDDATE-SOF         PIC 9(8).
       02  SALESREPCODE-SOF    PIC X(3).
       02  LASTRAISEDDATE-SOF  PIC 9(8).

FD     BASEOILSALESFILE.
01     SALESREC.
       02  CUSTOMERID          PIC X(5).
       02  OILDID.
           03 OILLETTER        PIC X.
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

FD     CREDITLIMITFILE.
01     CREDITLIMITREC.
       88  ENDOFCREDITLIMITFILE VALUE HIGH-VALUES.
       02  CUSTOMERID-CLF       PIC X(5).
       02  CREDITLIMIT-CLF      PIC 9(7)V99.

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

FD     STANDINGORDERREPORTFILE.
01     STANDINGPRINTLINE        PIC X(100).

FD     OPERATIONSLOGFILE.
01     OPERATIONSLOGREC.
       02 OPLOGJOBNAME          PIC X(12).
       02 FILLER                PIC X      VALUE SPACE.
       02 OPLOGRUNDATE          PIC 9(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 OPLOGRECORDSIN        PIC 9(7).
       02 FILLER                PIC X      VALUE SPACE.
       02 OPLOGRECORDSOUT       PIC 9(7).
       02 FILLER                PIC X      VALUE SPACE.
       02 OPLOGREJECTS          PIC 9(7).
       02 FILLER                PIC X.
       02 OPLOGSTARTTIME        PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGENDTIME          PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGRUNSTATUS        PIC X(6).
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

FD     RUNPARAMETERFILE.
01     RUNPARAMETERLINE         PIC X(40).

WORKING-STORAGE SECTION.
01     STANDINGORDERFILESTATUS  PIC XX.
       88 STANDINGORDERFILEOK   VALUE "00".
01     BASEOILSALESFILESTATUS   PIC XX.
       88 BASEOILSALESFILEOK    VALUE "00".
01     CREDITLIMITFILESTATUS    PIC XX.
       88 CREDITLIMITFILEOK     VALUE "00".
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".
01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".
01     ORDERNUMBERSEQFILESTATUS PIC XX.
       88 ORDERNUMBERSEQFILEOK  VALUE "00".
01     ORDERNUMBER              PIC 9(6) VALUE ZERO.
01     ORDERLINENUM             PIC 99 VALUE ZERO.
01     RAISEOPERATORID          PIC X(8) VALUE "STANDORD".
01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTHOLDFLAG        PIC X.
            88 CTONCREDITHOLD   VALUE "H".

*>   Price generations per oil, loaded the same way OILORDERENTRY
*>   loads them, so a standing order values for the credit check at
*>   the price in force on the day it is raised.
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

01     CREDITLIMITCOUNT         PIC 9(4) VALUE ZERO.
01     CREDITLIMITTABLE.
       02 CREDITLIMITENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON CREDITLIMITCOUNT.
           03 CLCUSTOMERID      PIC X(5).
           03 CLCREDITLIMIT     PIC 9(7)V99.
01     CREDITLIMITIDX           PIC 9(4).
01     CREDITLIMITINFORCE       PIC 9(7)V99 VALUE ZERO.
01     CREDITLIMITONFILE        PIC X VALUE "N".

01     BALANCECOUNT             PIC 9(4) VALUE ZERO.
01     BALANCETABLE.
       02 BALANCEENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON BALANCECOUNT.
           03 BALCUSTOMERID     PIC X(5).
           03 BALAMOUNT         PIC S9(8)V99.
01     BALANCEIDX               PIC 9(4).
01     BALANCEFOUNDSWITCH       PIC X.
       88 BALANCEFOUND          VALUE "Y".
       88 BALANCENOTFOUND       VALUE "N".
01     CUSTOMERBALANCE          PIC S9(8)V99 VALUE ZERO.
01     LEDGERSCANSWITCH         PIC X VALUE "N".
       88 ENDOFLEDGERSCAN       VALUE "Y".
01     PROJECTEDBALANCE         PIC S9(8)V99 VALUE ZERO.

*>   Every standing order row, with the decision this run made on it.
*>   A customer's rows due on the same run are one order, so they are
*>   credit-checked together and raised or held back together.
01     STANDINGCOUNT            PIC 9(4) VALUE ZERO.
01     STANDINGTABLE.
       02 STANDINGENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON STANDINGCOUNT.
           03 STANDINGROW       PIC X(39).
           03 STDUESWITCH       PIC X.
            88 STDUE            VALUE "Y".
           03 STLINEVALUE       PIC 9(7)V99.
           03 STDECISION        PIC X.
            88 STUNDECIDED      VALUE SPACE.
            88 STRAISE          VALUE "R".
            88 STHOLD           VALUE "H".
           03 STHOLDREASON      PIC X(24).
           03 STORDERNUMBER     PIC 9(6).
           03 STORDERLINENUM    PIC 99.
01     STANDINGIDX              PIC 9(4).
01     OTHERIDX                 PIC 9(4).

01     CUSTOMERIDENTRY          PIC X(5).
01     CUSTOMERNAMEFOUND        PIC X(20).
01     CUSTOMERFOUNDSWITCH      PIC X VALUE "N".
       88 CUSTOMERONFILE        VALUE "Y".
       88 CUSTOMERNOTONFILE     VALUE "N".
01     CUSTOMERHELDSWITCH       PIC X VALUE "N".
       88 CUSTOMERONCREDITHOLD  VALUE "Y".
       88 CUSTOMERNOTONHOLD     VALUE "N".
01     ORDERVALUE               PIC 9(7)V99 VALUE ZERO.
01     DECISIONFORCUSTOMER      PIC X.
01     HOLDREASONFORCUSTOMER    PIC X(24).

01     NEXTDUEDATE              PIC 9(8).
01     NEXTDUEPARTS REDEFINES NEXTDUEDATE.
       02 NEXTDUEYEAR           PIC 9(4).
       02 NEXTDUEMONTH          PIC 99.
       02 NEXTDUEDAY            PIC 99.
01     MONTHENDDATE             PIC 9(8).
01     MONTHENDPARTS REDEFINES MONTHENDDATE.
       02 MONTHENDYEAR          PIC 9(4).
       02 MONTHENDMONTH         PIC 99.
       02 MONTHENDDAY           PIC 99.
01     DAYOFMONTHWANTED         PIC 99.

01     STANDINGROWSREAD         PIC 9(7) VALUE ZERO.
01     LINESRAISEDCOUNT         PIC 9(7) VALUE ZERO.
01     LINESHELDCOUNT           PIC 9(7) VALUE ZERO.
01     VALUERAISEDTOTAL         PIC 9(8)V99 VALUE ZERO.
01     VALUEHELDTOTAL           PIC 9(8)V99 VALUE ZERO.

01     STANDINGHEADINGLINE.
       02 FILLER                PIC X(25)
               VALUE "STANDING ORDERS RAISED ON".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRUNDATE            PIC 9(8).

01     SECTIONHEADINGLINE.
       02 PRNSECTIONTITLE       PIC X(60).

01     STANDINGTOPICLINE.
       02 FILLER                PIC X(7)  VALUE "CUST".
       02 FILLER                PIC X(22) VALUE "CUSTOMER NAME".
       02 FILLER                PIC X(18) VALUE "OIL NAME".
       02 FILLER                PIC X(5)  VALUE "SIZE".
       02 FILLER                PIC X(6)  VALUE "UNITS".
       02 FILLER                PIC X(11) VALUE "     VALUE".
       02 FILLER                PIC X(5)  VALUE " REP".
       02 FILLER                PIC X(26) VALUE "NEXT DUE / REASON HELD".

01     STANDINGDETAILLINE.
       02 PRNCUSTOMERID         PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCUSTOMERNAME       PIC X(20).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOILNAME            PIC X(16).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITSIZE           PIC 9.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNQUANTITY           PIC ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNLINEVALUE          PIC $$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSALESREPCODE       PIC X(3).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOUTCOME            PIC X(24).

01     SECTIONFOOTERLINE.
       02 FILLER                PIC X(7)  VALUE "LINES: ".
       02 PRNSECTIONCOUNT       PIC ZZZ,ZZ9.
       02 FILLER                PIC X(14) VALUE "  TOTAL VALUE ".
       02 PRNSECTIONVALUE       PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO RUNDATEENTRY
       PERFORM CLOSERUNPARAMETERFILE
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF

       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADOILSTABLE
       PERFORM LOADCREDITLIMITS
       PERFORM LOADSTANDINGORDERS

       PERFORM MARKONEROWIFDUE
           VARYING STANDINGIDX FROM 1 BY 1
           UNTIL STANDINGIDX > STANDINGCOUNT
       PERFORM DECIDEONEROW
           VARYING STANDINGIDX FROM 1 BY 1
           UNTIL STANDINGIDX > STANDINGCOUNT

       OPEN EXTEND BASEOILSALESFILE
       IF NOT BASEOILSALESFILEOK
           OPEN OUTPUT BASEOILSALESFILE
       END-IF
       OPEN EXTEND ORDERBOOKFILE
       IF NOT ORDERBOOKFILEOK
           OPEN OUTPUT ORDERBOOKFILE
       END-IF
       OPEN OUTPUT STANDINGORDERREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       WRITE STANDINGPRINTLINE FROM STANDINGHEADINGLINE
           AFTER ADVANCING 1 LINE

       MOVE "ORDERS RAISED INTO THE SALES FILE" TO PRNSECTIONTITLE
       PERFORM WRITESECTIONHEADINGS
       PERFORM RAISEONEROW
           VARYING STANDINGIDX FROM 1 BY 1
           UNTIL STANDINGIDX > STANDINGCOUNT
       MOVE LINESRAISEDCOUNT TO PRNSECTIONCOUNT
       MOVE VALUERAISEDTOTAL TO PRNSECTIONVALUE
       WRITE STANDINGPRINTLINE FROM SECTIONFOOTERLINE
           AFTER ADVANCING 2 LINES

       MOVE "ORDERS HELD BACK - NOT RAISED, STILL DUE"
           TO PRNSECTIONTITLE
       PERFORM WRITESECTIONHEADINGS
       PERFORM LISTONEHELDROW
           VARYING STANDINGIDX FROM 1 BY 1
           UNTIL STANDINGIDX > STANDINGCOUNT
       MOVE LINESHELDCOUNT TO PRNSECTIONCOUNT
       MOVE VALUEHELDTOTAL TO PRNSECTIONVALUE
       WRITE STANDINGPRINTLINE FROM SECTIONFOOTERLINE
           AFTER ADVANCING 2 LINES
       CLOSE STANDINGORDERREPORTFILE, BASEOILSALESFILE, ORDERBOOKFILE

       IF LINESRAISEDCOUNT > ZERO
           PERFORM REWRITESTANDINGORDERS
       END-IF
       PERFORM WRITEOPERATIONSLOG

       DISPLAY "STANDING ORDER LINES RAISED: " LINESRAISEDCOUNT
       DISPLAY "STANDING ORDER LINES HELD:   " LINESHELDCOUNT
       STOP RUN.

WRITESECTIONHEADINGS.
       WRITE STANDINGPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 3 LINES
       WRITE STANDINGPRINTLINE FROM STANDINGTOPICLINE
           AFTER ADVANCING 2 LINES.

*>   A row is due when its next due date has come and it has not run
*>   past its end date (an end date of zero never ends). A run that
*>   was missed raises the order once, not once per missed week.
MARKONEROWIFDUE.
       MOVE STANDINGROW(STANDINGIDX) TO STANDINGORDERREC
       MOVE "N"    TO STDUESWITCH(STANDINGIDX)
       MOVE SPACE  TO STDECISION(STANDINGIDX)
       MOVE SPACES TO STHOLDREASON(STANDINGIDX)
       MOVE ZERO   TO STLINEVALUE(STANDINGIDX)
       MOVE ZERO   TO STORDERNUMBER(STANDINGIDX),
           STORDERLINENUM(STANDINGIDX)
       IF NEXTDUEDATE-SOF NOT > RUNDATE
               AND (ENDDATE-SOF = ZERO
                    OR NEXTDUEDATE-SOF NOT > ENDDATE-SOF)
           MOVE "Y" TO STDUESWITCH(STANDINGIDX)
           IF OILNUM-SOF >= 1 AND OILNUM-SOF <= 20
                   AND UNITSIZE-SOF >= 1 AND UNITSIZE-SOF <= 3
               PERFORM VALUESTANDINGROW
               MOVE ORDERVALUE TO STLINEVALUE(STANDINGIDX)
           ELSE
               SET STHOLD(STANDINGIDX) TO TRUE
               MOVE "OIL OR UNIT SIZE INVALID"
                   TO STHOLDREASON(STANDINGIDX)
           END-IF
       END-IF.

*>   The checks are OILORDERENTRY's: a customer not on the master or
*>   on credit hold gets nothing, and an order that would take the
*>   balance over the credit limit needs someone to say yes to it.
*>   Nobody is at the console overnight to say yes, so it is held
*>   back and listed for the sales office to key by hand or to wait
*>   until the customer pays; its due date is left alone so the run
*>   offers it again each night until then.
DECIDEONEROW.
       IF STDUE(STANDINGIDX) AND STUNDECIDED(STANDINGIDX)
           MOVE STANDINGROW(STANDINGIDX)(1:5) TO CUSTOMERIDENTRY
           MOVE ZERO TO ORDERVALUE
           PERFORM ADDONECUSTOMERDUEVALUE
               VARYING OTHERIDX FROM STANDINGIDX BY 1
               UNTIL OTHERIDX > STANDINGCOUNT
           MOVE "R"    TO DECISIONFORCUSTOMER
           MOVE SPACES TO HOLDREASONFORCUSTOMER
           PERFORM LOOKUPCUSTOMER
           PERFORM FINDCREDITLIMIT
           PERFORM FINDCUSTOMERBALANCE
           COMPUTE PROJECTEDBALANCE = CUSTOMERBALANCE + ORDERVALUE
           EVALUATE TRUE
               WHEN CUSTOMERNOTONFILE
                   MOVE "H" TO DECISIONFORCUSTOMER
                   MOVE "CUSTOMER NOT ON MASTER" TO HOLDREASONFORCUSTOMER
               WHEN CUSTOMERONCREDITHOLD
                   MOVE "H" TO DECISIONFORCUSTOMER
                   MOVE "CUSTOMER ON CREDIT HOLD" TO HOLDREASONFORCUSTOMER
               WHEN CREDITLIMITONFILE = "Y"
                       AND PROJECTEDBALANCE > CREDITLIMITINFORCE
                   MOVE "H" TO DECISIONFORCUSTOMER
                   MOVE "OVER CREDIT LIMIT" TO HOLDREASONFORCUSTOMER
           END-EVALUATE
           PERFORM SETONECUSTOMERDECISION
               VARYING OTHERIDX FROM STANDINGIDX BY 1
               UNTIL OTHERIDX > STANDINGCOUNT
           IF DECISIONFORCUSTOMER = "R"
               PERFORM ADDORDERTOBALANCE
           END-IF
       END-IF.

ADDONECUSTOMERDUEVALUE.
       IF STDUE(OTHERIDX) AND STUNDECIDED(OTHERIDX)
               AND STANDINGROW(OTHERIDX)(1:5) = CUSTOMERIDENTRY
           ADD STLINEVALUE(OTHERIDX) TO ORDERVALUE
       END-IF.

SETONECUSTOMERDECISION.
       IF STDUE(OTHERIDX) AND STUNDECIDED(OTHERIDX)
               AND STANDINGROW(OTHERIDX)(1:5) = CUSTOMERIDENTRY
           MOVE DECISIONFORCUSTOMER   TO STDECISION(OTHERIDX)
           MOVE HOLDREASONFORCUSTOMER TO STHOLDREASON(OTHERIDX)
       END-IF.

*>   The sale is dated the run date and carries the rep named on the
*>   standing order - the customer's account rep - for commission.
*>   A customer's lines raised together share one order number, so
*>   they are picked, despatched and signed for as one order.
RAISEONEROW.
       IF STDUE(STANDINGIDX) AND STRAISE(STANDINGIDX)
           IF STORDERNUMBER(STANDINGIDX) = ZERO
               PERFORM GETNEXTORDERNUMBER
               MOVE ZERO TO ORDERLINENUM
               PERFORM NUMBERONECUSTOMERLINE
                   VARYING OTHERIDX FROM STANDINGIDX BY 1
                   UNTIL OTHERIDX > STANDINGCOUNT
           END-IF
           MOVE STANDINGROW(STANDINGIDX) TO STANDINGORDERREC
           MOVE SPACES            TO SALESREC
           MOVE CUSTOMERID-SOF    TO CUSTOMERID
           MOVE "A"               TO OILLETTER
           MOVE OILNUM-SOF        TO OILNUM
           MOVE UNITSIZE-SOF      TO UNITSIZE
           MOVE QUANTITY-SOF      TO UNITSOLD
           MOVE RUNDATE           TO SALESDATE
           MOVE SPACE             TO RECORDTYPE-SR
           MOVE ZERO              TO ORIGSALEDATE-SR
           MOVE SALESREPCODE-SOF  TO SALESREPCODE-SR
           MOVE ZERO TO QUOTENUMBER-SR, QUOTEDUNITPRICE-SR,
               QUOTEDDISCOUNTPCT-SR
           MOVE STORDERNUMBER(STANDINGIDX)  TO ORDERNUMBER-SR
           MOVE STORDERLINENUM(STANDINGIDX) TO ORDERLINENUM-SR
           WRITE SALESREC
           PERFORM WRITEORDERBOOKLINE

           PERFORM ADVANCENEXTDUEDATE
           MOVE RUNDATE TO LASTRAISEDDATE-SOF
           MOVE STANDINGORDERREC TO STANDINGROW(STANDINGIDX)

           MOVE CUSTOMERID-SOF TO CUSTOMERIDENTRY
           PERFORM LOOKUPCUSTOMER
           PERFORM FILLDETAILLINE
           IF ENDDATE-SOF NOT = ZERO AND NEXTDUEDATE-SOF > ENDDATE-SOF
               MOVE "LAST ORDER - ENDED" TO PRNOUTCOME
           ELSE
               MOVE SPACES TO PRNOUTCOME
               MOVE NEXTDUEDATE-SOF TO PRNOUTCOME(1:8)
           END-IF
           WRITE STANDINGPRINTLINE FROM STANDINGDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINESRAISEDCOUNT
           ADD STLINEVALUE(STANDINGIDX) TO VALUERAISEDTOTAL
       END-IF.

NUMBERONECUSTOMERLINE.
       IF STDUE(OTHERIDX) AND STRAISE(OTHERIDX)
               AND STANDINGROW(OTHERIDX)(1:5)
                   = STANDINGROW(STANDINGIDX)(1:5)
           ADD 1 TO ORDERLINENUM
           MOVE ORDERNUMBER  TO STORDERNUMBER(OTHERIDX)
           MOVE ORDERLINENUM TO STORDERLINENUM(OTHERIDX)
       END-IF.

WRITEORDERBOOKLINE.
       MOVE SPACES          TO ORDERBOOKREC
       MOVE ORDERNUMBER-SR  TO ORDERNUMBER-OBK
       MOVE ORDERLINENUM-SR TO ORDERLINENUM-OBK
       MOVE CUSTOMERID      TO CUSTOMERID-OBK
       MOVE OILNUM          TO OILNUM-OBK
       MOVE UNITSIZE        TO UNITSIZE-OBK
       MOVE UNITSOLD        TO UNITSORDERED-OBK
       MOVE SALESDATE       TO ORDERDATE-OBK
       SET LINEENTERED-OBK  TO TRUE
       MOVE ZERO TO PICKEDDATE-OBK, DESPATCHEDDATE-OBK,
           DELIVEREDDATE-OBK
       MOVE RAISEOPERATORID TO OPERATORID-OBK
       WRITE ORDERBOOKREC.

*>   The same NextOilOrderNumber.dat sequence OILORDERENTRY numbers
*>   keyed orders from.
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

LISTONEHELDROW.
       IF STDUE(STANDINGIDX) AND STHOLD(STANDINGIDX)
           MOVE STANDINGROW(STANDINGIDX) TO STANDINGORDERREC
           MOVE CUSTOMERID-SOF TO CUSTOMERIDENTRY
           PERFORM LOOKUPCUSTOMER
           PERFORM FILLDETAILLINE
           MOVE STHOLDREASON(STANDINGIDX) TO PRNOUTCOME
           WRITE STANDINGPRINTLINE FROM STANDINGDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINESHELDCOUNT
           ADD STLINEVALUE(STANDINGIDX) TO VALUEHELDTOTAL
       END-IF.

FILLDETAILLINE.
       MOVE CUSTOMERID-SOF    TO PRNCUSTOMERID
       MOVE CUSTOMERNAMEFOUND TO PRNCUSTOMERNAME
       IF OILNUM-SOF >= 1 AND OILNUM-SOF <= 20
           MOVE OILNAME(OILNUM-SOF) TO PRNOILNAME
       ELSE
           MOVE SPACES TO PRNOILNAME
       END-IF
       MOVE UNITSIZE-SOF      TO PRNUNITSIZE
       MOVE QUANTITY-SOF      TO PRNQUANTITY
       MOVE STLINEVALUE(STANDINGIDX) TO PRNLINEVALUE
       MOVE SALESREPCODE-SOF  TO PRNSALESREPCODE.

*>   Weekly and fortnightly rows move on by 7 and 14 days until they
*>   are past the run date. Monthly rows keep their day of the month,
*>   falling back to the month end in a shorter month - so an order
*>   due on the 31st comes on the 30th in April and the 31st again in
*>   May.
ADVANCENEXTDUEDATE.
       MOVE NEXTDUEDATE-SOF TO NEXTDUEDATE
       MOVE NEXTDUEDAY      TO DAYOFMONTHWANTED
       PERFORM ADVANCEONEPERIOD UNTIL NEXTDUEDATE > RUNDATE
       MOVE NEXTDUEDATE TO NEXTDUEDATE-SOF.

ADVANCEONEPERIOD.
       EVALUATE TRUE
           WHEN WEEKLY-SOF
               COMPUTE NEXTDUEDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXTDUEDATE) + 7)
           WHEN FORTNIGHTLY-SOF
               COMPUTE NEXTDUEDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXTDUEDATE) + 14)
           WHEN OTHER
               PERFORM ADVANCEONEMONTH
       END-EVALUATE.

ADVANCEONEMONTH.
       IF NEXTDUEMONTH = 12
           MOVE 1 TO NEXTDUEMONTH
           ADD 1 TO NEXTDUEYEAR
       ELSE
           ADD 1 TO NEXTDUEMONTH
       END-IF
       MOVE NEXTDUEYEAR  TO MONTHENDYEAR
       MOVE NEXTDUEMONTH TO MONTHENDMONTH
       MOVE 1            TO MONTHENDDAY
       IF MONTHENDMONTH = 12
           MOVE 1 TO MONTHENDMONTH
           ADD 1 TO MONTHENDYEAR
       ELSE
           ADD 1 TO MONTHENDMONTH
       END-IF
       COMPUTE MONTHENDDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(MONTHENDDATE) - 1)
       IF DAYOFMONTHWANTED > MONTHENDDAY
           MOVE MONTHENDDAY TO NEXTDUEDAY
       ELSE
           MOVE DAYOFMONTHWANTED TO NEXTDUEDAY
       END-IF.

VALUESTANDINGROW.
       MOVE ZERO TO BESTGENIDX, BESTEFFECTIVEDATE, EARLIESTGENIDX
       MOVE 99999999 TO EARLIESTEFFECTIVEDATE
       PERFORM CHECKONEPRICEGENERATION
           VARYING GENIDX FROM 1 BY 1
           UNTIL GENIDX > OILGENERATIONCOUNT(OILNUM-SOF)
       IF BESTGENIDX = ZERO
           MOVE EARLIESTGENIDX TO BESTGENIDX
       END-IF
       IF BESTGENIDX = ZERO
           MOVE ZERO TO UNITCOSTINFORCE
       ELSE
           MOVE UNITCOST(OILNUM-SOF, BESTGENIDX, UNITSIZE-SOF)
               TO UNITCOSTINFORCE
       END-IF
       COMPUTE ORDERVALUE ROUNDED = QUANTITY-SOF * UNITCOSTINFORCE.

CHECKONEPRICEGENERATION.
       IF PRICEEFFECTIVEDATE(OILNUM-SOF, GENIDX) NOT > RUNDATE
               AND PRICEEFFECTIVEDATE(OILNUM-SOF, GENIDX)
                   NOT < BESTEFFECTIVEDATE
           MOVE PRICEEFFECTIVEDATE(OILNUM-SOF, GENIDX)
               TO BESTEFFECTIVEDATE
           MOVE GENIDX TO BESTGENIDX
       END-IF
       IF PRICEEFFECTIVEDATE(OILNUM-SOF, GENIDX)
               < EARLIESTEFFECTIVEDATE
           MOVE PRICEEFFECTIVEDATE(OILNUM-SOF, GENIDX)
               TO EARLIESTEFFECTIVEDATE
           MOVE GENIDX TO EARLIESTGENIDX
       END-IF.

FINDCREDITLIMIT.
       MOVE "N" TO CREDITLIMITONFILE
       MOVE ZERO TO CREDITLIMITINFORCE
       PERFORM CHECKONECREDITLIMIT
           VARYING CREDITLIMITIDX FROM 1 BY 1
           UNTIL CREDITLIMITIDX > CREDITLIMITCOUNT.

CHECKONECREDITLIMIT.
       IF CLCUSTOMERID(CREDITLIMITIDX) = CUSTOMERIDENTRY
           MOVE "Y" TO CREDITLIMITONFILE
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
       PERFORM FINDORADDBALANCEENTRY
       ADD ORDERVALUE TO BALAMOUNT(BALANCEIDX).

FINDORADDBALANCEENTRY.
       SET BALANCENOTFOUND TO TRUE
       PERFORM CHECKONEBALANCEFORADD
           VARYING BALANCEIDX FROM 1 BY 1
           UNTIL BALANCEIDX > BALANCECOUNT OR BALANCEFOUND
       IF BALANCEFOUND
           SUBTRACT 1 FROM BALANCEIDX
       ELSE
           ADD 1 TO BALANCECOUNT
           MOVE CUSTOMERIDENTRY TO BALCUSTOMERID(BALANCECOUNT)
           MOVE ZERO            TO BALAMOUNT(BALANCECOUNT)
           MOVE BALANCECOUNT    TO BALANCEIDX
       END-IF.

CHECKONEBALANCEFORADD.
       IF BALCUSTOMERID(BALANCEIDX) = CUSTOMERIDENTRY
           SET BALANCEFOUND TO TRUE
       END-IF.

LOOKUPCUSTOMER.
       SET CUSTOMERNOTONFILE TO TRUE
       SET CUSTOMERNOTONHOLD TO TRUE
       MOVE "NOT ON CUSTOMER FILE" TO CUSTOMERNAMEFOUND
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERIDENTRY
               SET CUSTOMERONFILE TO TRUE
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO CUSTOMERNAMEFOUND
               IF CTONCREDITHOLD(CUSTIDX)
                   SET CUSTOMERONCREDITHOLD TO TRUE
               END-IF
       END-SEARCH.

*>   No standing order file just means no customer has one yet.
LOADSTANDINGORDERS.
       OPEN INPUT STANDINGORDERFILE
       IF STANDINGORDERFILEOK
           READ STANDINGORDERFILE
               AT END SET ENDOFSTANDINGORDERFILE TO TRUE
           END-READ
           PERFORM STOREONESTANDINGORDER UNTIL ENDOFSTANDINGORDERFILE
           CLOSE STANDINGORDERFILE
       END-IF.

STOREONESTANDINGORDER.
       ADD 1 TO STANDINGCOUNT, STANDINGROWSREAD
       MOVE STANDINGORDERREC TO STANDINGROW(STANDINGCOUNT)
       READ STANDINGORDERFILE
           AT END SET ENDOFSTANDINGORDERFILE TO TRUE
       END-READ.

REWRITESTANDINGORDERS.
       OPEN OUTPUT STANDINGORDERFILE
       PERFORM WRITEONESTANDINGORDER
           VARYING STANDINGIDX FROM 1 BY 1
           UNTIL STANDINGIDX > STANDINGCOUNT
       CLOSE STANDINGORDERFILE.

WRITEONESTANDINGORDER.
       MOVE STANDINGROW(STANDINGIDX) TO STANDINGORDERREC
       WRITE STANDINGORDERREC.

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

*>   A missing credit-limit file simply means no customer is limited.
LOADCREDITLIMITS.
       OPEN INPUT CREDITLIMITFILE
       IF CREDITLIMITFILEOK
           READ CREDITLIMITFILE
               AT END SET ENDOFCREDITLIMITFILE TO TRUE
           END-READ
           PERFORM STOREONECREDITLIMIT UNTIL ENDOFCREDITLIMITFILE
           CLOSE CREDITLIMITFILE
       END-IF.

STOREONECREDITLIMIT.
       ADD 1 TO CREDITLIMITCOUNT
       MOVE CUSTOMERID-CLF  TO CLCUSTOMERID(CREDITLIMITCOUNT)
       MOVE CREDITLIMIT-CLF TO CLCREDITLIMIT(CREDITLIMITCOUNT)
       READ CREDITLIMITFILE
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

*>   When a parameter file sits beside the program the run takes its
*>   answers from it, one line per prompt, a blank line taking the
*>   prompt's default - the same arrangement as Listing12-1.
OPENRUNPARAMETERFILE.
       OPEN INPUT RUNPARAMETERFILE
       IF RUNPARAMETERFILEOK
           SET RUNNINGFROMPARAMETERS TO TRUE
       END-IF.

GETRUNPARAMETER.
       MOVE SPACES TO PARAMETERVALUE
       IF RUNNINGFROMPARAMETERS
           MOVE SPACES TO RUNPARAMETERLINE
           READ RUNPARAMETERFILE
               AT END MOVE SPACES TO RUNPARAMETERLINE
           END-READ
           MOVE RUNPARAMETERLINE TO PARAMETERVALUE
       ELSE
           ACCEPT PARAMETERVALUE
       END-IF.

CLOSERUNPARAMETERFILE.
       IF RUNNINGFROMPARAMETERS
           CLOSE RUNPARAMETERFILE
       END-IF.

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "STANDORDERS"         TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE STANDINGROWSREAD      TO OPLOGRECORDSIN
       MOVE LINESRAISEDCOUNT      TO OPLOGRECORDSOUT
       MOVE LINESHELDCOUNT        TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
