IDENTIFICATION DIVISION.
PROGRAM-ID. OILDELIVERYEXCEPTIONS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCEPTIONSORTWORK ASSIGN TO "OILDELIVERY.TMP".

       SELECT EXCEPTIONREPORTFILE ASSIGN TO "OilDeliveryExceptions.rpt"
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

SD     EXCEPTIONSORTWORK.
01     EXCEPTIONSORTREC.
       88  ENDOFEXCEPTIONSORT  VALUE HIGH-VALUES.
       02  SORTDESPATCHEDDATE  PIC 9(8).
       02  SORTORDERNUMBER     PIC 9(6).
       02  SORTORDERLINENUM    PIC 99.
       02  SORTBOOKROWIDX      PIC 9(5).

FD     EXCEPTIONREPORTFILE.
01     EXCEPTIONPRINTLINE      PIC X(100).

WORKING-STORAGE SECTION.
01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     DAYSALLOWEDENTRY         PIC X(3) VALUE SPACES.
01     DAYSALLOWED              PIC 9(3) VALUE 5.

01     RUNDAYNUMBER             PIC 9(7).
01     DESPATCHDAYNUMBER        PIC 9(7).
01     DAYSOUT                  PIC S9(5).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
               ASCENDING KEY IS CUSTOMERID-CT
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).

01     BOOKROWCOUNT             PIC 9(5) VALUE ZERO.
01     BOOKROWTABLE.
       02 BOOKROWENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON BOOKROWCOUNT.
           03 BOOKROW           PIC X(88).
01     BOOKROWIDX               PIC 9(5).

01     LINESLISTEDCOUNT         PIC 9(5) VALUE ZERO.
01     UNITSLISTEDTOTAL         PIC 9(7) VALUE ZERO.

01     EXCEPTIONHEADINGLINE.
       02 FILLER                PIC X(40)
               VALUE "ORDERS DESPATCHED BUT NOT SIGNED FOR IN ".
       02 PRNDAYSALLOWED        PIC ZZ9.
       02 FILLER                PIC X(9)  VALUE " DAYS AT ".
       02 PRNRUNDATE            PIC 9(8).

01     EXCEPTIONTOPICLINE.
       02 FILLER                PIC X(11) VALUE "ORDER".
       02 FILLER                PIC X(7)  VALUE "CUST".
       02 FILLER                PIC X(22) VALUE "CUSTOMER NAME".
       02 FILLER                PIC X(18) VALUE "OIL NAME".
       02 FILLER                PIC X(5)  VALUE "SIZE".
       02 FILLER                PIC X(7)  VALUE " UNITS".
       02 FILLER                PIC X(12) VALUE "  DESPATCHED".
       02 FILLER                PIC X(10) VALUE "  DAYS OUT".

01     EXCEPTIONDETAILLINE.
       02 PRNORDERNUMBER        PIC 9(6).
       02 FILLER                PIC X     VALUE "-".
       02 PRNORDERLINENUM       PIC 99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCUSTOMERID         PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCUSTOMERNAME       PIC X(20).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOILNAME            PIC X(16).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITSIZE           PIC 9.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNUNITS              PIC ZZ9.
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNDESPATCHEDDATE     PIC 9(8).
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNDAYSOUT            PIC ZZZZ9.

01     EXCEPTIONFOOTERLINE.
       02 FILLER                PIC X(14) VALUE "LINES LISTED: ".
       02 PRNLINESLISTED        PIC ZZ,ZZ9.
       02 FILLER                PIC X(9)  VALUE "  UNITS: ".
       02 PRNUNITSLISTED        PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "RUN DATE (YYYYMMDD) OR BLANK FOR TODAY: "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "DAYS ALLOWED FOR DELIVERY OR BLANK FOR 5: "
           WITH NO ADVANCING
       ACCEPT DAYSALLOWEDENTRY
       IF DAYSALLOWEDENTRY NOT = SPACES
           COMPUTE DAYSALLOWED = FUNCTION NUMVAL(DAYSALLOWEDENTRY)
       END-IF
       COMPUTE RUNDAYNUMBER = FUNCTION INTEGER-OF-DATE(RUNDATE)

       PERFORM LOADOILNAMES
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADORDERBOOK

       OPEN OUTPUT EXCEPTIONREPORTFILE
       MOVE DAYSALLOWED TO PRNDAYSALLOWED
       MOVE RUNDATE     TO PRNRUNDATE
       WRITE EXCEPTIONPRINTLINE FROM EXCEPTIONHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE EXCEPTIONPRINTLINE FROM EXCEPTIONTOPICLINE
           AFTER ADVANCING 2 LINES

       SORT EXCEPTIONSORTWORK
           ON ASCENDING KEY SORTDESPATCHEDDATE, SORTORDERNUMBER,
               SORTORDERLINENUM
           INPUT PROCEDURE IS RELEASEOVERDUELINES
           OUTPUT PROCEDURE IS PRINTOVERDUELINES

       MOVE LINESLISTEDCOUNT TO PRNLINESLISTED
       MOVE UNITSLISTEDTOTAL TO PRNUNITSLISTED
       WRITE EXCEPTIONPRINTLINE FROM EXCEPTIONFOOTERLINE
           AFTER ADVANCING 2 LINES
       CLOSE EXCEPTIONREPORTFILE

       DISPLAY "LINES NOT SIGNED FOR: " LINESLISTEDCOUNT
       DISPLAY "REPORT WRITTEN TO OilDeliveryExceptions.rpt"
       STOP RUN.

*>   A line is an exception once it has been on the road longer than
*>   the days allowed without a signature coming back - the oldest
*>   despatches print first, as they are the ones to chase.
RELEASEOVERDUELINES.
       PERFORM RELEASEONEBOOKLINE
           VARYING BOOKROWIDX FROM 1 BY 1
           UNTIL BOOKROWIDX > BOOKROWCOUNT.

RELEASEONEBOOKLINE.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       IF LINEDESPATCHED-OBK AND DESPATCHEDDATE-OBK > ZERO
           COMPUTE DESPATCHDAYNUMBER =
               FUNCTION INTEGER-OF-DATE(DESPATCHEDDATE-OBK)
           COMPUTE DAYSOUT = RUNDAYNUMBER - DESPATCHDAYNUMBER
           IF DAYSOUT > DAYSALLOWED
               MOVE DESPATCHEDDATE-OBK TO SORTDESPATCHEDDATE
               MOVE ORDERNUMBER-OBK    TO SORTORDERNUMBER
               MOVE ORDERLINENUM-OBK   TO SORTORDERLINENUM
               MOVE BOOKROWIDX         TO SORTBOOKROWIDX
               RELEASE EXCEPTIONSORTREC
           END-IF
       END-IF.

PRINTOVERDUELINES.
       RETURN EXCEPTIONSORTWORK
           AT END SET ENDOFEXCEPTIONSORT TO TRUE
       END-RETURN
       PERFORM PRINTONEOVERDUELINE UNTIL ENDOFEXCEPTIONSORT.

PRINTONEOVERDUELINE.
       MOVE BOOKROW(SORTBOOKROWIDX) TO ORDERBOOKREC
       COMPUTE DESPATCHDAYNUMBER =
           FUNCTION INTEGER-OF-DATE(DESPATCHEDDATE-OBK)
       COMPUTE DAYSOUT = RUNDAYNUMBER - DESPATCHDAYNUMBER
       MOVE ORDERNUMBER-OBK    TO PRNORDERNUMBER
       MOVE ORDERLINENUM-OBK   TO PRNORDERLINENUM
       MOVE CUSTOMERID-OBK     TO PRNCUSTOMERID
       PERFORM LOOKUPCUSTOMERNAME
       IF OILNUM-OBK >= 1 AND OILNUM-OBK <= 20
           MOVE OILNAMEENTRY(OILNUM-OBK) TO PRNOILNAME
       ELSE
           MOVE SPACES TO PRNOILNAME
       END-IF
       MOVE UNITSIZE-OBK       TO PRNUNITSIZE
       MOVE UNITSORDERED-OBK   TO PRNUNITS
       MOVE DESPATCHEDDATE-OBK TO PRNDESPATCHEDDATE
       MOVE DAYSOUT            TO PRNDAYSOUT
       WRITE EXCEPTIONPRINTLINE FROM EXCEPTIONDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO LINESLISTEDCOUNT
       ADD UNITSORDERED-OBK TO UNITSLISTEDTOTAL
       RETURN EXCEPTIONSORTWORK
           AT END SET ENDOFEXCEPTIONSORT TO TRUE
       END-RETURN.

LOOKUPCUSTOMERNAME.
       MOVE SPACES TO PRNCUSTOMERNAME
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERID-OBK
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO PRNCUSTOMERNAME
       END-SEARCH.

*>   No order book just means nothing has been despatched yet.
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
