IDENTIFICATION DIVISION.
PROGRAM-ID. WEBAVAILABILITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWSTOCKFILESTATUS.

       SELECT BACKORDERFILE ASSIGN TO "BackOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKORDERFILESTATUS.

*>   Collected by the web platform each morning - one line per
*>   gadget with its shelf price and what may be sold online.
       SELECT WEBAVAILABILITYFILE ASSIGN TO "WebAvailability.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "WebAvailabilityExtract.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       88 ENDOFNEWSTOCKFILE     VALUE HIGH-VALUES.
       02 GADGETID-NSF          PIC 9(6).
       02 GADGETNAME-NSF        PIC X(30).
       02 QTYINSTOCK-NSF        PIC 9(4).
       02 PRICE-NSF             PIC 9(4)V99.
       02 SUPPLIERID-NSF        PIC 9(4).
       02 QTYATLOCATION-NSF     PIC 9(4) OCCURS 3 TIMES.
       02 CATEGORYCODE-NSF      PIC X(3).
       02 COSTPRICE-NSF         PIC 9(4)V99.
       02 EAN-NSF               PIC 9(13).
       02 SERIALCONTROL-NSF     PIC X.
       02 LIFECYCLESTATUS-NSF   PIC X.
        88 GADGETRETIRED-NSF    VALUE "R".

FD     BACKORDERFILE.
01     BACKORDERREC.
       88 ENDOFBACKORDERFILE    VALUE HIGH-VALUES.
       02 BODATE-BOF            PIC 9(8).
       02 FILLER                PIC X.
       02 GADGETID-BOF          PIC 9(6).
       02 FILLER                PIC X.
       02 BOTYPE-BOF            PIC X.
        88 BOCAPTURED           VALUE "O".
        88 BORELEASED           VALUE "R".
       02 FILLER                PIC X.
       02 BOQTY-BOF             PIC 9(4).
       02 FILLER                PIC X.
       02 OPERATORID-BOF        PIC X(8).

FD     WEBAVAILABILITYFILE.
01     WEBAVAILABILITYLINE      PIC X(40).

FD     RUNPARAMETERFILE.
01     RUNPARAMETERLINE         PIC X(40).

FD     OPERATIONSLOGFILE.
01     OPERATIONSLOGREC.
       02 OPLOGJOBNAME          PIC X(12).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRUNDATE          PIC 9(8).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRECORDSIN        PIC 9(7).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRECORDSOUT       PIC 9(7).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGREJECTS          PIC 9(7).
       02 FILLER                PIC X.
       02 OPLOGSTARTTIME        PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGENDTIME          PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGRUNSTATUS        PIC X(6).
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

WORKING-STORAGE SECTION.
01     NEWSTOCKFILESTATUS       PIC XX.
       88 NEWSTOCKFILEOK        VALUE "00".
01     BACKORDERFILESTATUS      PIC XX.
       88 BACKORDERFILEOK       VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   Units held back from the web on every gadget, so the shop floor
*>   and orders the platform takes before tomorrow's extract do not
*>   sell the last unit twice.
01     SAFETYBUFFER             PIC 9(4) VALUE 2.

*>   Open demand per gadget is the log's O total less its R total,
*>   the same way the stock update reads it - stock promised to a
*>   waiting customer is not offered again.
01     BACKORDERCOUNT           PIC 9(4) VALUE ZERO.
01     BACKORDERTABLE.
       02 BACKORDERENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON BACKORDERCOUNT.
           03 BDGADGETID        PIC 9(6).
           03 BDOPENQTY         PIC S9(6).
01     BACKORDERIDX             PIC 9(4).
01     BACKORDERFOUNDSWITCH     PIC X VALUE "N".
       88 BACKORDERFOUND        VALUE "Y".
       88 BACKORDERNOTFOUND     VALUE "N".
01     WORKBACKORDERGADGETID    PIC 9(6).

01     SELLABLEQTY              PIC S9(6).
01     HELDBACKQTY              PIC 9(6).

01     CSVHEADERLINE            PIC X(40)
           VALUE "GADGETID,PRICE,SELLABLEQTY".
01     CSVGADGETID              PIC Z(5)9.
01     CSVPRICE                 PIC Z(3)9.99.
01     CSVSELLABLEQTY           PIC Z(5)9.

01     GADGETSREADCOUNT         PIC 9(7) VALUE ZERO.
01     GADGETSEXPORTEDCOUNT     PIC 9(7) VALUE ZERO.
01     GADGETSNONESELLABLECOUNT PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "SAFETY BUFFER IN UNITS OR BLANK FOR 2 - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       IF PARAMETERVALUE NOT = SPACES
           MOVE FUNCTION NUMVAL(PARAMETERVALUE) TO SAFETYBUFFER
       END-IF
       PERFORM CLOSERUNPARAMETERFILE

       OPEN INPUT NEWSTOCKFILE
       IF NOT NEWSTOCKFILEOK
           DISPLAY "NO STOCK MASTER Listing10-4NewMast.dat - "
               "AVAILABILITY NOT EXTRACTED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADBACKORDERTABLE

       OPEN OUTPUT WEBAVAILABILITYFILE
       WRITE WEBAVAILABILITYLINE FROM CSVHEADERLINE
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ
       PERFORM EXTRACTONEGADGET UNTIL ENDOFNEWSTOCKFILE
       CLOSE NEWSTOCKFILE, WEBAVAILABILITYFILE

       DISPLAY "GADGETS READ:          " GADGETSREADCOUNT
       DISPLAY "GADGETS EXTRACTED:     " GADGETSEXPORTEDCOUNT
       DISPLAY "NONE SELLABLE ONLINE:  " GADGETSNONESELLABLECOUNT
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   Every gadget on the master is listed, a sold-out one at zero, so
*>   the platform marks it out of stock instead of keeping yesterday's
*>   figure. A discontinued gadget sells off what is left like any
*>   other; a retired one is never offered.
EXTRACTONEGADGET.
       ADD 1 TO GADGETSREADCOUNT
       IF NOT GADGETRETIRED-NSF
           MOVE SAFETYBUFFER TO HELDBACKQTY
           MOVE GADGETID-NSF TO WORKBACKORDERGADGETID
           PERFORM FINDBACKORDERENTRY
           IF BACKORDERFOUND AND BDOPENQTY(BACKORDERIDX) > ZERO
               ADD BDOPENQTY(BACKORDERIDX) TO HELDBACKQTY
           END-IF
           COMPUTE SELLABLEQTY = QTYINSTOCK-NSF - HELDBACKQTY
           IF SELLABLEQTY < ZERO
               MOVE ZERO TO SELLABLEQTY
           END-IF
           IF SELLABLEQTY = ZERO
               ADD 1 TO GADGETSNONESELLABLECOUNT
           END-IF
           MOVE GADGETID-NSF TO CSVGADGETID
           MOVE PRICE-NSF    TO CSVPRICE
           MOVE SELLABLEQTY  TO CSVSELLABLEQTY
           MOVE SPACES TO WEBAVAILABILITYLINE
           STRING
               FUNCTION TRIM(CSVGADGETID)    DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               FUNCTION TRIM(CSVPRICE)       DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               FUNCTION TRIM(CSVSELLABLEQTY) DELIMITED BY SIZE
               INTO WEBAVAILABILITYLINE
           END-STRING
           WRITE WEBAVAILABILITYLINE
           ADD 1 TO GADGETSEXPORTEDCOUNT
       END-IF
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

*>   A missing backorder log (nothing has ever been parked) is not an
*>   error.
LOADBACKORDERTABLE.
       OPEN INPUT BACKORDERFILE
       IF BACKORDERFILEOK
           READ BACKORDERFILE
               AT END SET ENDOFBACKORDERFILE TO TRUE
           END-READ
           PERFORM STOREONEBACKORDERRECORD UNTIL ENDOFBACKORDERFILE
           CLOSE BACKORDERFILE
       END-IF.

STOREONEBACKORDERRECORD.
       MOVE GADGETID-BOF TO WORKBACKORDERGADGETID
       PERFORM FINDBACKORDERENTRY
       IF BACKORDERNOTFOUND
           ADD 1 TO BACKORDERCOUNT
           MOVE WORKBACKORDERGADGETID TO BDGADGETID(BACKORDERCOUNT)
           MOVE ZERO                  TO BDOPENQTY(BACKORDERCOUNT)
           MOVE BACKORDERCOUNT        TO BACKORDERIDX
       END-IF
       IF BOCAPTURED
           ADD BOQTY-BOF TO BDOPENQTY(BACKORDERIDX)
       ELSE
           SUBTRACT BOQTY-BOF FROM BDOPENQTY(BACKORDERIDX)
       END-IF
       READ BACKORDERFILE
           AT END SET ENDOFBACKORDERFILE TO TRUE
       END-READ.

FINDBACKORDERENTRY.
       SET BACKORDERNOTFOUND TO TRUE
       PERFORM CHECKONEBACKORDERENTRY
           VARYING BACKORDERIDX FROM 1 BY 1
           UNTIL BACKORDERIDX > BACKORDERCOUNT OR BACKORDERFOUND.

CHECKONEBACKORDERENTRY.
       IF BDGADGETID(BACKORDERIDX) = WORKBACKORDERGADGETID
           SET BACKORDERFOUND TO TRUE
           SUBTRACT 1 FROM BACKORDERIDX
       END-IF.

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
       MOVE "WEBAVAIL"            TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE GADGETSREADCOUNT      TO OPLOGRECORDSIN
       MOVE GADGETSEXPORTEDCOUNT  TO OPLOGRECORDSOUT
       MOVE ZERO                  TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
