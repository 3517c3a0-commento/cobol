IDENTIFICATION DIVISION.
PROGRAM-ID. OILDELIVERYCONFIRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   The signed delivery notes come back from the carrier and are
*>   keyed here against the order book. A line is only billed once it
*>   has been signed for, so this is what releases it to the period's
*>   receivables run.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYSDATE               PIC 9(8).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES.

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
01     CUSTOMERNAMEFOUND        PIC X(20).

*>   Every order-book row, rewritten whole at the end of the session.
01     BOOKROWCOUNT             PIC 9(5) VALUE ZERO.
01     BOOKROWTABLE.
       02 BOOKROWENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON BOOKROWCOUNT.
           03 BOOKROW           PIC X(88).
01     BOOKROWIDX               PIC 9(5).

01     MORECONFIRMATIONS        PIC X VALUE "Y".
       88 ENTERANOTHER          VALUE "Y" "y".

01     ORDERNUMBERENTRY         PIC X(6) VALUE SPACES.
01     CONFIRMORDERNUMBER       PIC 9(6) VALUE ZERO.
01     SIGNEDBYENTRY            PIC X(20) VALUE SPACES.
01     DELIVERYDATEENTRY        PIC X(8) VALUE SPACES.
01     DELIVERYDATE             PIC 9(8) VALUE ZERO.
01     ALLLINESENTRY            PIC X VALUE "Y".
       88 ALLLINESDELIVERED     VALUE "Y" "y" SPACE.
01     LINEDELIVEREDENTRY       PIC X VALUE "Y".
       88 THISLINEDELIVERED     VALUE "Y" "y" SPACE.

01     ORDERCUSTOMERID          PIC X(5).
01     ORDERLINESFOUND          PIC 9(3) VALUE ZERO.
01     ORDERLINESOUTSTANDING    PIC 9(3) VALUE ZERO.
01     LATESTDESPATCHDATE       PIC 9(8) VALUE ZERO.

01     LINESCONFIRMEDCOUNT      PIC 9(5) VALUE ZERO.
01     ORDERSCONFIRMEDCOUNT     PIC 9(5) VALUE ZERO.
01     SESSIONLINESCONFIRMED    PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TODAYSDATE FROM DATE YYYYMMDD

       PERFORM LOADORDERBOOK
       IF BOOKROWCOUNT = ZERO
           DISPLAY "NO ORDER BOOK ON DISK - NOTHING TO CONFIRM"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOILNAMES
       PERFORM LOADCUSTOMERTABLE

       PERFORM CONFIRMONEORDER UNTIL NOT ENTERANOTHER

       IF SESSIONLINESCONFIRMED > ZERO
           PERFORM REWRITEORDERBOOK
       END-IF
       DISPLAY "ORDERS CONFIRMED DELIVERED: " ORDERSCONFIRMEDCOUNT
       DISPLAY "LINES CONFIRMED DELIVERED:  " SESSIONLINESCONFIRMED
       STOP RUN.

*>   Only despatched lines can be signed for - a line still entered
*>   or picked has not left the warehouse, and one already delivered
*>   has been confirmed before. The delivery date cannot be in the
*>   future or earlier than the order went out on the van.
CONFIRMONEORDER.
       DISPLAY " "
       DISPLAY "ORDER NUMBER: " WITH NO ADVANCING
       MOVE SPACES TO ORDERNUMBERENTRY
       ACCEPT ORDERNUMBERENTRY
       MOVE ZERO TO CONFIRMORDERNUMBER
       IF ORDERNUMBERENTRY IS NUMERIC
           MOVE ORDERNUMBERENTRY TO CONFIRMORDERNUMBER
       ELSE
           COMPUTE CONFIRMORDERNUMBER = FUNCTION NUMVAL(ORDERNUMBERENTRY)
       END-IF
       MOVE ZERO TO ORDERLINESFOUND, ORDERLINESOUTSTANDING,
           LATESTDESPATCHDATE
       PERFORM SHOWONEORDERLINE
           VARYING BOOKROWIDX FROM 1 BY 1
           UNTIL BOOKROWIDX > BOOKROWCOUNT
       EVALUATE TRUE
           WHEN ORDERLINESFOUND = ZERO
               DISPLAY "NO ORDER " CONFIRMORDERNUMBER " ON THE ORDER BOOK"
           WHEN ORDERLINESOUTSTANDING = ZERO
               DISPLAY "ORDER " CONFIRMORDERNUMBER
                   " HAS NO LINES AWAITING DELIVERY CONFIRMATION"
           WHEN OTHER
               PERFORM ENTERDELIVERYDETAILS
       END-EVALUATE
       DISPLAY "CONFIRM ANOTHER ORDER? (Y/N): " WITH NO ADVANCING
       ACCEPT MORECONFIRMATIONS.

SHOWONEORDERLINE.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       IF ORDERNUMBER-OBK = CONFIRMORDERNUMBER
           IF ORDERLINESFOUND = ZERO
               MOVE CUSTOMERID-OBK TO ORDERCUSTOMERID
               PERFORM LOOKUPCUSTOMERNAME
               DISPLAY "ORDER " CONFIRMORDERNUMBER " FOR "
                   ORDERCUSTOMERID " " CUSTOMERNAMEFOUND
           END-IF
           ADD 1 TO ORDERLINESFOUND
           EVALUATE TRUE
               WHEN LINEDESPATCHED-OBK
                   ADD 1 TO ORDERLINESOUTSTANDING
                   IF DESPATCHEDDATE-OBK > LATESTDESPATCHDATE
                       MOVE DESPATCHEDDATE-OBK TO LATESTDESPATCHDATE
                   END-IF
                   DISPLAY "  " ORDERLINENUM-OBK " "
                       OILNAMEENTRY(OILNUM-OBK) " SIZE " UNITSIZE-OBK
                       " UNITS " UNITSORDERED-OBK
                       " DESPATCHED " DESPATCHEDDATE-OBK
               WHEN LINEDELIVERED-OBK
                   DISPLAY "  " ORDERLINENUM-OBK " "
                       OILNAMEENTRY(OILNUM-OBK)
                       " DELIVERED " DELIVEREDDATE-OBK
                       " SIGNED BY " SIGNEDBY-OBK
               WHEN OTHER
                   DISPLAY "  " ORDERLINENUM-OBK " "
                       OILNAMEENTRY(OILNUM-OBK)
                       " NOT YET DESPATCHED"
           END-EVALUATE
       END-IF.

ENTERDELIVERYDETAILS.
       DISPLAY "SIGNED FOR BY: " WITH NO ADVANCING
       MOVE SPACES TO SIGNEDBYENTRY
       ACCEPT SIGNEDBYENTRY
       IF SIGNEDBYENTRY = SPACES
           DISPLAY "THE NAME OF WHOEVER SIGNED IS REQUIRED - "
               "NOTHING CONFIRMED"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "DELIVERY DATE (YYYYMMDD) OR BLANK FOR TODAY: "
           WITH NO ADVANCING
       MOVE SPACES TO DELIVERYDATEENTRY
       ACCEPT DELIVERYDATEENTRY
       IF DELIVERYDATEENTRY = SPACES
           MOVE TODAYSDATE TO DELIVERYDATE
       ELSE
           IF DELIVERYDATEENTRY IS NOT NUMERIC
               DISPLAY "DELIVERY DATE MUST BE YYYYMMDD - "
                   "NOTHING CONFIRMED"
               EXIT PARAGRAPH
           END-IF
           MOVE DELIVERYDATEENTRY TO DELIVERYDATE
       END-IF
       IF DELIVERYDATE > TODAYSDATE
           DISPLAY "DELIVERY DATE CANNOT BE IN THE FUTURE - "
               "NOTHING CONFIRMED"
           EXIT PARAGRAPH
       END-IF
       IF DELIVERYDATE < LATESTDESPATCHDATE
           DISPLAY "DELIVERY DATE IS BEFORE THE ORDER WAS DESPATCHED ON "
               LATESTDESPATCHDATE " - NOTHING CONFIRMED"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO ALLLINESENTRY
       IF ORDERLINESOUTSTANDING > 1
           DISPLAY "ALL DESPATCHED LINES DELIVERED? (Y/N): "
               WITH NO ADVANCING
           ACCEPT ALLLINESENTRY
       END-IF
       MOVE ZERO TO LINESCONFIRMEDCOUNT
       PERFORM CONFIRMONELINE
           VARYING BOOKROWIDX FROM 1 BY 1
           UNTIL BOOKROWIDX > BOOKROWCOUNT
       IF LINESCONFIRMEDCOUNT > ZERO
           ADD 1 TO ORDERSCONFIRMEDCOUNT
           ADD LINESCONFIRMEDCOUNT TO SESSIONLINESCONFIRMED
       END-IF
       DISPLAY "ORDER " CONFIRMORDERNUMBER " - " LINESCONFIRMEDCOUNT
           " LINE(S) CONFIRMED DELIVERED ON " DELIVERYDATE.

*>   A part delivery is confirmed line by line; a line the customer
*>   did not sign for stays despatched and shows on the exception
*>   report until it is chased and confirmed.
CONFIRMONELINE.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       IF ORDERNUMBER-OBK = CONFIRMORDERNUMBER AND LINEDESPATCHED-OBK
           MOVE "Y" TO LINEDELIVEREDENTRY
           IF NOT ALLLINESDELIVERED
               DISPLAY "  LINE " ORDERLINENUM-OBK " "
                   OILNAMEENTRY(OILNUM-OBK) " DELIVERED? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT LINEDELIVEREDENTRY
           END-IF
           IF THISLINEDELIVERED
               SET LINEDELIVERED-OBK TO TRUE
               MOVE DELIVERYDATE     TO DELIVEREDDATE-OBK
               MOVE SIGNEDBYENTRY    TO SIGNEDBY-OBK
               MOVE OPERATORID       TO CONFIRMEDBY-OBK
               MOVE ORDERBOOKREC     TO BOOKROW(BOOKROWIDX)
               ADD 1 TO LINESCONFIRMEDCOUNT
           END-IF
       END-IF.

LOOKUPCUSTOMERNAME.
       MOVE SPACES TO CUSTOMERNAMEFOUND
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = ORDERCUSTOMERID
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO CUSTOMERNAMEFOUND
       END-SEARCH.

LOADORDERBOOK.
       OPEN INPUT ORDERBOOKFILE
       IF ORDERBOOKFILEOK
           READ ORDERBOOKFILE
               AT END SET ENDOFORDERBOOKFILE TO TRUE
           END-READ
           PERFORM STOREONEBOOKROW UNTIL ENDOFORDERBOOKFILE
           CLOSE ORDERBOOKFILE
       END-IF.

STOREONEBOOKROW.
       ADD 1 TO BOOKROWCOUNT
       MOVE ORDERBOOKREC TO BOOKROW(BOOKROWCOUNT)
       READ ORDERBOOKFILE
           AT END SET ENDOFORDERBOOKFILE TO TRUE
       END-READ.

REWRITEORDERBOOK.
       OPEN OUTPUT ORDERBOOKFILE
       PERFORM WRITEONEBOOKROW
           VARYING BOOKROWIDX FROM 1 BY 1
           UNTIL BOOKROWIDX > BOOKROWCOUNT
       CLOSE ORDERBOOKFILE.

WRITEONEBOOKROW.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       WRITE ORDERBOOKREC.

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
