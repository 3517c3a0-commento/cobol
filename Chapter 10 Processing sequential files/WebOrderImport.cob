IDENTIFICATION DIVISION.
PROGRAM-ID. WEBORDERIMPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   The web platform's order lines for the day - order number,
*>   gadget id, quantity, delivery name and postcode.
       SELECT WEBORDERCSVFILE ASSIGN TO "WebOrders.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WEBORDERCSVFILESTATUS.

       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWSTOCKFILESTATUS.

*>   Web demand the stock cannot cover is parked on the stock
*>   update's own backorder log, so the next goods receipt releases
*>   stock to it like any other waiting customer.
       SELECT BACKORDERFILE ASSIGN TO "BackOrders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKORDERFILESTATUS.

*>   Every web order line ever taken in, with what was despatched and
*>   what was backordered - an order line already on it is never
*>   taken in twice when the platform resends a file.
       SELECT WEBORDERREGISTERFILE ASSIGN TO "WebOrderRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WEBORDERREGISTERFILESTATUS.

       SELECT WEBSALESSORTWORK ASSIGN TO "WEBORDER.TMP".

*>   The despatched quantities land in PendingTransactions.dat as an
*>   ordinary batch, so a supervisor releases them with BATCHRELEASE
*>   before the stock update sees them, the same as the till feed.
       SELECT TRANSACTIONFILE ASSIGN TO "PendingTransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTIONFILESTATUS.

       SELECT BATCHREFERENCESEQFILE ASSIGN TO "NextBatchReference.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCHREFERENCESEQFILESTATUS.

       SELECT DESPATCHLISTFILE ASSIGN TO "WebDespatchList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WEBORDERREJECTSFILE ASSIGN TO "WebOrderRejects.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "WebOrderImport.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

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
FD     WEBORDERCSVFILE.
01     WEBORDERCSVLINE.
       88 ENDOFWEBORDERCSV      VALUE HIGH-VALUES.
       02 CSVLINETEXT           PIC X(100).

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
       02 FILLER                PIC X      VALUE SPACE.
       02 GADGETID-BOF          PIC 9(6).
       02 FILLER                PIC X      VALUE SPACE.
       02 BOTYPE-BOF            PIC X.
        88 BOCAPTURED           VALUE "O".
        88 BORELEASED           VALUE "R".
       02 FILLER                PIC X      VALUE SPACE.
       02 BOQTY-BOF             PIC 9(4).
       02 FILLER                PIC X      VALUE SPACE.
       02 OPERATORID-BOF        PIC X(8).

FD     WEBORDERREGISTERFILE.
01     WEBORDERREGISTERREC.
       88 ENDOFWEBORDERREGISTER VALUE HIGH-VALUES.
       02 ORDERNUMBER-WOR       PIC X(12).
       02 GADGETID-WOR          PIC 9(6).
       02 ORDEREDQTY-WOR        PIC 9(4).
       02 DESPATCHQTY-WOR       PIC 9(4).
       02 BACKORDERQTY-WOR      PIC 9(4).
       02 IMPORTDATE-WOR        PIC 9(8).
       02 BATCHREFERENCE-WOR    PIC 9(6).
       02 DELIVERYNAME-WOR      PIC X(30).
       02 POSTCODE-WOR          PIC X(8).

SD     WEBSALESSORTWORK.
01     WEBSALESSORTREC.
       88 ENDOFWEBSALESSORT     VALUE HIGH-VALUES.
       02 SORTGADGETID          PIC 9(6).
       02 SORTQTYDESPATCHED     PIC 9(4).

FD     TRANSACTIONFILE.
01     INSERTIONREC.
       02 TYPECODE-TF          PIC 9(2).
        88 SUBTRACTFROMSTOCK   VALUE 5.
        88 BATCHHEADER         VALUE 8.
        88 BATCHFOOTER         VALUE 9.
       02 GADGETID-TF          PIC 9(6).

01     SUBTRACTFROMSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYTOSUBTRACT        PIC 9(4).

01     BATCHHEADERREC.
       02 FILLER               PIC 9(2).
       02 BATCHHEADERDATE      PIC 9(8).
       02 BATCHREFERENCE-BH    PIC 9(6).
       02 BATCHOPERATORID-BH   PIC X(8).

01     BATCHFOOTERREC.
       02 FILLER               PIC 9(2).
       02 BATCHRECCOUNT-TF     PIC 9(5).

FD     BATCHREFERENCESEQFILE.
01     BATCHREFERENCESEQREC.
       02 NEXTBATCHREFERENCE    PIC 9(6).

FD     DESPATCHLISTFILE.
01     DESPATCHPRINTLINE        PIC X(132).

FD     WEBORDERREJECTSFILE.
01     WEBORDERREJECTREC        PIC X(143).

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
01     WEBORDERCSVFILESTATUS    PIC XX.
       88 WEBORDERCSVFILEOK     VALUE "00".
01     NEWSTOCKFILESTATUS       PIC XX.
       88 NEWSTOCKFILEOK        VALUE "00".
01     BACKORDERFILESTATUS      PIC XX.
       88 BACKORDERFILEOK       VALUE "00".
01     WEBORDERREGISTERFILESTATUS PIC XX.
       88 WEBORDERREGISTERFILEOK  VALUE "00".
01     TRANSACTIONFILESTATUS    PIC XX.
       88 TRANSACTIONFILEOK     VALUE "00".
01     BATCHREFERENCESEQFILESTATUS PIC XX.
       88 BATCHREFERENCESEQFILEOK VALUE "00".
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

*>   Batches and backorder lines the import raises carry this in
*>   place of a keying operator, so the supervisor releasing them can
*>   see where they came from.
01     FEEDOPERATORID           PIC X(8) VALUE "WEBORDER".
01     BATCHREFERENCE           PIC 9(6) VALUE ZERO.
01     BATCHDETAILCOUNT         PIC 9(5) VALUE ZERO.

*>   Each gadget with what can still be promised from stock: the
*>   master's quantity less open backorders, drawn down as the day's
*>   lines are allocated. SEARCH ALL relies on the sequential master
*>   already being in ascending GADGETID order.
01     GADGETCOUNT              PIC 9(4) VALUE ZERO.
01     GADGETTABLE.
       02 GADGET OCCURS 0 TO 2000 TIMES DEPENDING ON GADGETCOUNT
               ASCENDING KEY IS GADGETID-GT
               INDEXED BY GADGETIDX.
           03 GADGETID-GT       PIC 9(6).
           03 GADGETNAME-GT     PIC X(30).
           03 AVAILABLEQTY-GT   PIC S9(6).
           03 LIFECYCLESTATUS-GT PIC X.
            88 GADGETRETIRED-GT VALUE "R".
01     GADGETFOUNDSWITCH        PIC X VALUE "N".
       88 GADGETFOUND           VALUE "Y".
       88 GADGETNOTFOUND        VALUE "N".

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

01     REGISTEREDCOUNT          PIC 9(5) VALUE ZERO.
01     REGISTEREDTABLE.
       02 REGISTEREDLINE OCCURS 0 TO 10000 TIMES
               DEPENDING ON REGISTEREDCOUNT.
           03 REGORDERNUMBER    PIC X(12).
           03 REGGADGETID       PIC 9(6).
01     REGISTEREDIDX            PIC 9(5).
01     ALREADYIMPORTEDSWITCH    PIC X VALUE "N".
       88 ALREADYIMPORTED       VALUE "Y".

*>   The day's accepted lines, in the order the platform sent them,
*>   for the despatch list, the backorder log and the register.
01     ORDERLINECOUNT           PIC 9(4) VALUE ZERO.
01     ORDERLINETABLE.
       02 ORDERLINE OCCURS 0 TO 2000 TIMES
               DEPENDING ON ORDERLINECOUNT.
           03 OLORDERNUMBER     PIC X(12).
           03 OLGADGETID        PIC 9(6).
           03 OLGADGETNAME      PIC X(30).
           03 OLORDEREDQTY      PIC 9(4).
           03 OLDESPATCHQTY     PIC 9(4).
           03 OLBACKORDERQTY    PIC 9(4).
           03 OLDELIVERYNAME    PIC X(30).
           03 OLPOSTCODE        PIC X(8).
01     ORDERLINEIDX             PIC 9(4).

01     CSVORDERNUMBERTEXT       PIC X(12).
01     CSVGADGETIDTEXT          PIC X(10).
01     CSVQTYTEXT               PIC X(10).
01     CSVDELIVERYNAMETEXT      PIC X(30).
01     CSVPOSTCODETEXT          PIC X(8).

01     WORKGADGETID             PIC 9(6).
01     WORKQUANTITY             PIC 9(4).
01     WORKDESPATCHQTY          PIC 9(4).

01     CURRENTGADGETID          PIC 9(6).
01     GADGETQTYDESPATCHED      PIC 9(7).
01     WORKQTYTOSUBTRACT        PIC 9(4).

01     LINEVALIDSWITCH          PIC X VALUE "Y".
       88 LINEISVALID           VALUE "Y".
       88 LINEISINVALID         VALUE "N".
01     LINEREJECTREASON         PIC X(40).

01     HEADERLINESWITCH         PIC X VALUE "Y".
       88 ONHEADERLINE          VALUE "Y".
       88 PASTHEADERLINE        VALUE "N".

01     LINESREADCOUNT           PIC 9(5) VALUE ZERO.
01     LINESREJECTEDCOUNT       PIC 9(5) VALUE ZERO.
01     LINESBACKORDEREDCOUNT    PIC 9(5) VALUE ZERO.
01     UNITSDESPATCHEDCOUNT     PIC 9(7) VALUE ZERO.
01     UNITSBACKORDEREDCOUNT    PIC 9(7) VALUE ZERO.

01     WEBORDERREJECTLINE.
       02 REJECTLINETEXT        PIC X(100).
       02 FILLER                PIC X(3) VALUE " - ".
       02 REJECTLINEREASON      PIC X(40).

01     WEBORDERREJECTHEADINGLINE.
       02 FILLER                PIC X(30)
               VALUE "WEB ORDER IMPORT REJECTS -".
       02 PRNREJECTRUNDATE      PIC 9(8).

01     WEBORDERREJECTFOOTERLINE.
       02 FILLER                PIC X(12) VALUE "LINES READ: ".
       02 PRNLINESREAD          PIC ZZZZ9.
       02 FILLER                PIC X(12) VALUE "  ACCEPTED: ".
       02 PRNLINESACCEPTED      PIC ZZZZ9.
       02 FILLER                PIC X(12) VALUE "  REJECTED: ".
       02 PRNLINESREJECTED      PIC ZZZZ9.

01     DESPATCHHEADINGLINE.
       02 FILLER                PIC X(30)
               VALUE "WEB ORDER DESPATCH LIST -".
       02 PRNDESPATCHRUNDATE    PIC 9(8).

01     DESPATCHTOPICLINE.
       02 FILLER                PIC X(14)  VALUE "ORDER".
       02 FILLER                PIC X(8)   VALUE "GADGET".
       02 FILLER                PIC X(31)  VALUE "DESCRIPTION".
       02 FILLER                PIC X(6)   VALUE "   QTY".
       02 FILLER                PIC X(6)   VALUE "  PICK".
       02 FILLER                PIC X(8)   VALUE " BACKORD".
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 FILLER                PIC X(31)  VALUE "DELIVER TO".
       02 FILLER                PIC X(8)   VALUE "POSTCODE".

01     DESPATCHDETAILLINE.
       02 PRNORDERNUMBER        PIC X(12).
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNGADGETID           PIC 9(6).
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNGADGETNAME         PIC X(30).
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNORDEREDQTY         PIC ZZZZZ9.
       02 PRNDESPATCHQTY        PIC ZZZZZ9.
       02 PRNBACKORDERQTY       PIC ZZZZZZZ9.
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNDELIVERYNAME       PIC X(30).
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNPOSTCODE           PIC X(8).

01     DESPATCHFOOTERLINE.
       02 FILLER                PIC X(13)  VALUE "ORDER LINES: ".
       02 PRNORDERLINES         PIC ZZZZ9.
       02 FILLER                PIC X(17)  VALUE "  UNITS TO PICK: ".
       02 PRNUNITSDESPATCHED    PIC ZZZZZZ9.
       02 FILLER                PIC X(20)  VALUE "  UNITS BACKORDERED:".
       02 PRNUNITSBACKORDERED   PIC ZZZZZZ9.

01     DESPATCHBATCHLINE.
       02 FILLER                PIC X(36)
               VALUE "STOCK SUBTRACTIONS PENDING IN BATCH ".
       02 PRNBATCHREFERENCE     PIC 9(6).
       02 FILLER                PIC X(28)
               VALUE " - RELEASE WITH BATCHRELEASE".

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
       PERFORM LOADCLOSEDPERIODS
       MOVE RUNDATE TO CHECKEDDATE
       PERFORM CHECKENTRYDATEOPEN
       IF ENTRYDATEREFUSED
           DISPLAY "RUN ABANDONED - WEB ORDERS NOT IMPORTED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CHECKEDDATE TO RUNDATE
       PERFORM CLOSERUNPARAMETERFILE

       PERFORM LOADBACKORDERTABLE
       PERFORM LOADGADGETTABLE
       IF GADGETCOUNT = ZERO
           DISPLAY "NO STOCK MASTER Listing10-4NewMast.dat - WEB ORDERS "
               "NOT IMPORTED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADREGISTEREDTABLE

       OPEN OUTPUT WEBORDERREJECTSFILE
       MOVE RUNDATE TO PRNREJECTRUNDATE
       WRITE WEBORDERREJECTREC FROM WEBORDERREJECTHEADINGLINE

*>   A missing order file is a day the platform took no orders -
*>   the despatch list still prints, empty, and no batch is raised.
       OPEN INPUT WEBORDERCSVFILE
       IF WEBORDERCSVFILEOK
           READ WEBORDERCSVFILE
               AT END SET ENDOFWEBORDERCSV TO TRUE
           END-READ
           PERFORM IMPORTONEWEBORDERLINE UNTIL ENDOFWEBORDERCSV
           CLOSE WEBORDERCSVFILE
       END-IF

       MOVE LINESREADCOUNT     TO PRNLINESREAD
       MOVE ORDERLINECOUNT     TO PRNLINESACCEPTED
       MOVE LINESREJECTEDCOUNT TO PRNLINESREJECTED
       MOVE SPACES TO WEBORDERREJECTREC
       WRITE WEBORDERREJECTREC
       WRITE WEBORDERREJECTREC FROM WEBORDERREJECTFOOTERLINE
       CLOSE WEBORDERREJECTSFILE

       SORT WEBSALESSORTWORK ON ASCENDING KEY SORTGADGETID
           INPUT PROCEDURE IS RELEASEDESPATCHEDLINES
           OUTPUT PROCEDURE IS WRITESTOCKSUBTRACTIONBATCH

       PERFORM LOGWEBBACKORDERS
       PERFORM APPENDTOWEBORDERREGISTER
       PERFORM PRINTDESPATCHLIST

       DISPLAY "WEB ORDER LINES READ:  " LINESREADCOUNT
       DISPLAY "LINES ACCEPTED:        " ORDERLINECOUNT
       DISPLAY "LINES REJECTED:        " LINESREJECTEDCOUNT
       DISPLAY "LINES BACKORDERED:     " LINESBACKORDEREDCOUNT
       DISPLAY "SUBTRACTIONS WRITTEN:  " BATCHDETAILCOUNT
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A header line naming the columns is tolerated the same way the
*>   price list import tolerates one.
IMPORTONEWEBORDERLINE.
       ADD 1 TO LINESREADCOUNT
       PERFORM SPLITANDVALIDATEWEBORDERLINE
       IF LINEISVALID
           PERFORM ALLOCATEWEBORDERLINE
       ELSE
           IF ONHEADERLINE
               SUBTRACT 1 FROM LINESREADCOUNT
           ELSE
               MOVE CSVLINETEXT      TO REJECTLINETEXT
               MOVE LINEREJECTREASON TO REJECTLINEREASON
               WRITE WEBORDERREJECTREC FROM WEBORDERREJECTLINE
               ADD 1 TO LINESREJECTEDCOUNT
           END-IF
       END-IF
       SET PASTHEADERLINE TO TRUE
       READ WEBORDERCSVFILE
           AT END SET ENDOFWEBORDERCSV TO TRUE
       END-READ.

SPLITANDVALIDATEWEBORDERLINE.
       SET LINEISVALID TO TRUE
       MOVE SPACES TO CSVORDERNUMBERTEXT, CSVGADGETIDTEXT, CSVQTYTEXT,
           CSVDELIVERYNAMETEXT, CSVPOSTCODETEXT, LINEREJECTREASON
       UNSTRING CSVLINETEXT DELIMITED BY ","
           INTO CSVORDERNUMBERTEXT, CSVGADGETIDTEXT, CSVQTYTEXT,
                CSVDELIVERYNAMETEXT, CSVPOSTCODETEXT
       END-UNSTRING

       IF CSVORDERNUMBERTEXT = SPACES
           SET LINEISINVALID TO TRUE
           MOVE "ORDER NUMBER MISSING" TO LINEREJECTREASON
       END-IF

       IF LINEISVALID
           IF FUNCTION TEST-NUMVAL(CSVGADGETIDTEXT) NOT = ZERO
               SET LINEISINVALID TO TRUE
               MOVE "GADGET ID NOT NUMERIC" TO LINEREJECTREASON
           ELSE
               COMPUTE WORKGADGETID = FUNCTION NUMVAL(CSVGADGETIDTEXT)
           END-IF
       END-IF

       IF LINEISVALID
           IF FUNCTION TEST-NUMVAL(CSVQTYTEXT) NOT = ZERO
               SET LINEISINVALID TO TRUE
               MOVE "QUANTITY NOT NUMERIC" TO LINEREJECTREASON
           ELSE
               COMPUTE WORKQUANTITY = FUNCTION NUMVAL(CSVQTYTEXT)
               IF WORKQUANTITY = ZERO
                   SET LINEISINVALID TO TRUE
                   MOVE "QUANTITY IS ZERO" TO LINEREJECTREASON
               END-IF
           END-IF
       END-IF

       IF LINEISVALID
           SET GADGETNOTFOUND TO TRUE
           SEARCH ALL GADGET
               AT END CONTINUE
               WHEN GADGETID-GT(GADGETIDX) = WORKGADGETID
                   SET GADGETFOUND TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN GADGETNOTFOUND
                   SET LINEISINVALID TO TRUE
                   MOVE "GADGET NOT ON STOCK MASTER" TO LINEREJECTREASON
               WHEN GADGETRETIRED-GT(GADGETIDX)
                   SET LINEISINVALID TO TRUE
                   MOVE "GADGET RETIRED - NO LONGER SOLD"
                       TO LINEREJECTREASON
           END-EVALUATE
       END-IF

       IF LINEISVALID
           PERFORM CHECKNOTALREADYIMPORTED
           IF ALREADYIMPORTED
               SET LINEISINVALID TO TRUE
               MOVE "ORDER LINE ALREADY IMPORTED" TO LINEREJECTREASON
           END-IF
       END-IF.

*>   What the stock can cover is picked now; the rest is backordered
*>   and goes out when the next delivery releases it. A line is split
*>   rather than held whole, so the customer gets what is on the shelf.
ALLOCATEWEBORDERLINE.
       IF AVAILABLEQTY-GT(GADGETIDX) NOT > ZERO
           MOVE ZERO TO WORKDESPATCHQTY
       ELSE
           IF AVAILABLEQTY-GT(GADGETIDX) < WORKQUANTITY
               MOVE AVAILABLEQTY-GT(GADGETIDX) TO WORKDESPATCHQTY
           ELSE
               MOVE WORKQUANTITY TO WORKDESPATCHQTY
           END-IF
       END-IF
       SUBTRACT WORKDESPATCHQTY FROM AVAILABLEQTY-GT(GADGETIDX)

       ADD 1 TO ORDERLINECOUNT
       MOVE CSVORDERNUMBERTEXT        TO OLORDERNUMBER(ORDERLINECOUNT)
       MOVE WORKGADGETID              TO OLGADGETID(ORDERLINECOUNT)
       MOVE GADGETNAME-GT(GADGETIDX)  TO OLGADGETNAME(ORDERLINECOUNT)
       MOVE WORKQUANTITY              TO OLORDEREDQTY(ORDERLINECOUNT)
       MOVE WORKDESPATCHQTY           TO OLDESPATCHQTY(ORDERLINECOUNT)
       COMPUTE OLBACKORDERQTY(ORDERLINECOUNT) =
           WORKQUANTITY - WORKDESPATCHQTY
       MOVE CSVDELIVERYNAMETEXT       TO OLDELIVERYNAME(ORDERLINECOUNT)
       MOVE CSVPOSTCODETEXT           TO OLPOSTCODE(ORDERLINECOUNT)
       ADD WORKDESPATCHQTY TO UNITSDESPATCHEDCOUNT
       IF OLBACKORDERQTY(ORDERLINECOUNT) > ZERO
           ADD 1 TO LINESBACKORDEREDCOUNT
           ADD OLBACKORDERQTY(ORDERLINECOUNT) TO UNITSBACKORDEREDCOUNT
       END-IF

       ADD 1 TO REGISTEREDCOUNT
       MOVE CSVORDERNUMBERTEXT TO REGORDERNUMBER(REGISTEREDCOUNT)
       MOVE WORKGADGETID       TO REGGADGETID(REGISTEREDCOUNT).

CHECKNOTALREADYIMPORTED.
       MOVE "N" TO ALREADYIMPORTEDSWITCH
       PERFORM CHECKONEREGISTEREDLINE
           VARYING REGISTEREDIDX FROM 1 BY 1
           UNTIL REGISTEREDIDX > REGISTEREDCOUNT OR ALREADYIMPORTED.

CHECKONEREGISTEREDLINE.
       IF REGORDERNUMBER(REGISTEREDIDX) = CSVORDERNUMBERTEXT
               AND REGGADGETID(REGISTEREDIDX) = WORKGADGETID
           SET ALREADYIMPORTED TO TRUE
       END-IF.

RELEASEDESPATCHEDLINES.
       PERFORM RELEASEONEDESPATCHEDLINE
           VARYING ORDERLINEIDX FROM 1 BY 1
           UNTIL ORDERLINEIDX > ORDERLINECOUNT.

RELEASEONEDESPATCHEDLINE.
       IF OLDESPATCHQTY(ORDERLINEIDX) > ZERO
           MOVE OLGADGETID(ORDERLINEIDX)    TO SORTGADGETID
           MOVE OLDESPATCHQTY(ORDERLINEIDX) TO SORTQTYDESPATCHED
           RELEASE WEBSALESSORTREC
       END-IF.

*>   One SUBTRACTFROMSTOCK per gadget for the day, in gadget order the
*>   way the stock update reads its transactions. The batch is
*>   written only when there is something in it.
WRITESTOCKSUBTRACTIONBATCH.
       RETURN WEBSALESSORTWORK
           AT END SET ENDOFWEBSALESSORT TO TRUE
       END-RETURN
       IF NOT ENDOFWEBSALESSORT
           OPEN EXTEND TRANSACTIONFILE
           IF NOT TRANSACTIONFILEOK
               OPEN OUTPUT TRANSACTIONFILE
           END-IF
           PERFORM GETNEXTBATCHREFERENCE
           MOVE SPACES TO INSERTIONREC
           SET BATCHHEADER TO TRUE
           MOVE RUNDATE        TO BATCHHEADERDATE
           MOVE BATCHREFERENCE TO BATCHREFERENCE-BH
           MOVE FEEDOPERATORID TO BATCHOPERATORID-BH
           WRITE BATCHHEADERREC
           PERFORM SUMMARISEONEGADGET UNTIL ENDOFWEBSALESSORT
           MOVE SPACES TO INSERTIONREC
           SET BATCHFOOTER TO TRUE
           MOVE BATCHDETAILCOUNT TO BATCHRECCOUNT-TF
           WRITE BATCHFOOTERREC
           CLOSE TRANSACTIONFILE
       END-IF.

SUMMARISEONEGADGET.
       MOVE SORTGADGETID TO CURRENTGADGETID
       MOVE ZERO TO GADGETQTYDESPATCHED
       PERFORM ADDONEGADGETDESPATCH
           UNTIL ENDOFWEBSALESSORT
              OR SORTGADGETID NOT = CURRENTGADGETID
       PERFORM WRITEONESUBTRACTION UNTIL GADGETQTYDESPATCHED = ZERO.

ADDONEGADGETDESPATCH.
       ADD SORTQTYDESPATCHED TO GADGETQTYDESPATCHED
       RETURN WEBSALESSORTWORK
           AT END SET ENDOFWEBSALESSORT TO TRUE
       END-RETURN.

*>   A gadget that sold more than one transaction can carry is split
*>   across as many subtractions as it takes.
WRITEONESUBTRACTION.
       IF GADGETQTYDESPATCHED > 9999
           MOVE 9999 TO WORKQTYTOSUBTRACT
       ELSE
           MOVE GADGETQTYDESPATCHED TO WORKQTYTOSUBTRACT
       END-IF
       MOVE SPACES TO INSERTIONREC
       SET SUBTRACTFROMSTOCK TO TRUE
       MOVE CURRENTGADGETID   TO GADGETID-TF
       MOVE WORKQTYTOSUBTRACT TO QTYTOSUBTRACT
       WRITE SUBTRACTFROMSTOCKREC
       ADD 1 TO BATCHDETAILCOUNT
       SUBTRACT WORKQTYTOSUBTRACT FROM GADGETQTYDESPATCHED.

LOGWEBBACKORDERS.
       IF UNITSBACKORDEREDCOUNT > ZERO
           OPEN EXTEND BACKORDERFILE
           IF NOT BACKORDERFILEOK
               OPEN OUTPUT BACKORDERFILE
           END-IF
           PERFORM LOGONEWEBBACKORDER
               VARYING ORDERLINEIDX FROM 1 BY 1
               UNTIL ORDERLINEIDX > ORDERLINECOUNT
           CLOSE BACKORDERFILE
       END-IF.

LOGONEWEBBACKORDER.
       IF OLBACKORDERQTY(ORDERLINEIDX) > ZERO
           MOVE SPACES                       TO BACKORDERREC
           MOVE RUNDATE                      TO BODATE-BOF
           MOVE OLGADGETID(ORDERLINEIDX)     TO GADGETID-BOF
           SET BOCAPTURED                    TO TRUE
           MOVE OLBACKORDERQTY(ORDERLINEIDX) TO BOQTY-BOF
           MOVE FEEDOPERATORID               TO OPERATORID-BOF
           WRITE BACKORDERREC
       END-IF.

APPENDTOWEBORDERREGISTER.
       IF ORDERLINECOUNT > ZERO
           OPEN EXTEND WEBORDERREGISTERFILE
           IF NOT WEBORDERREGISTERFILEOK
               OPEN OUTPUT WEBORDERREGISTERFILE
           END-IF
           PERFORM REGISTERONEWEBORDERLINE
               VARYING ORDERLINEIDX FROM 1 BY 1
               UNTIL ORDERLINEIDX > ORDERLINECOUNT
           CLOSE WEBORDERREGISTERFILE
       END-IF.

REGISTERONEWEBORDERLINE.
       MOVE SPACES                       TO WEBORDERREGISTERREC
       MOVE OLORDERNUMBER(ORDERLINEIDX)  TO ORDERNUMBER-WOR
       MOVE OLGADGETID(ORDERLINEIDX)     TO GADGETID-WOR
       MOVE OLORDEREDQTY(ORDERLINEIDX)   TO ORDEREDQTY-WOR
       MOVE OLDESPATCHQTY(ORDERLINEIDX)  TO DESPATCHQTY-WOR
       MOVE OLBACKORDERQTY(ORDERLINEIDX) TO BACKORDERQTY-WOR
       MOVE RUNDATE                      TO IMPORTDATE-WOR
       MOVE BATCHREFERENCE               TO BATCHREFERENCE-WOR
       MOVE OLDELIVERYNAME(ORDERLINEIDX) TO DELIVERYNAME-WOR
       MOVE OLPOSTCODE(ORDERLINEIDX)     TO POSTCODE-WOR
       WRITE WEBORDERREGISTERREC.

*>   The warehouse picks from this list in the order the platform
*>   took the orders; backordered quantities are shown so packers
*>   know a line is going out short.
PRINTDESPATCHLIST.
       OPEN OUTPUT DESPATCHLISTFILE
       MOVE RUNDATE TO PRNDESPATCHRUNDATE
       WRITE DESPATCHPRINTLINE FROM DESPATCHHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE DESPATCHPRINTLINE FROM DESPATCHTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONEDESPATCHLINE
           VARYING ORDERLINEIDX FROM 1 BY 1
           UNTIL ORDERLINEIDX > ORDERLINECOUNT
       MOVE ORDERLINECOUNT        TO PRNORDERLINES
       MOVE UNITSDESPATCHEDCOUNT  TO PRNUNITSDESPATCHED
       MOVE UNITSBACKORDEREDCOUNT TO PRNUNITSBACKORDERED
       WRITE DESPATCHPRINTLINE FROM DESPATCHFOOTERLINE
           AFTER ADVANCING 2 LINES
       IF BATCHDETAILCOUNT > ZERO
           MOVE BATCHREFERENCE TO PRNBATCHREFERENCE
           WRITE DESPATCHPRINTLINE FROM DESPATCHBATCHLINE
               AFTER ADVANCING 1 LINE
       END-IF
       CLOSE DESPATCHLISTFILE.

PRINTONEDESPATCHLINE.
       MOVE OLORDERNUMBER(ORDERLINEIDX)  TO PRNORDERNUMBER
       MOVE OLGADGETID(ORDERLINEIDX)     TO PRNGADGETID
       MOVE OLGADGETNAME(ORDERLINEIDX)   TO PRNGADGETNAME
       MOVE OLORDEREDQTY(ORDERLINEIDX)   TO PRNORDEREDQTY
       MOVE OLDESPATCHQTY(ORDERLINEIDX)  TO PRNDESPATCHQTY
       MOVE OLBACKORDERQTY(ORDERLINEIDX) TO PRNBACKORDERQTY
       MOVE OLDELIVERYNAME(ORDERLINEIDX) TO PRNDELIVERYNAME
       MOVE OLPOSTCODE(ORDERLINEIDX)     TO PRNPOSTCODE
       WRITE DESPATCHPRINTLINE FROM DESPATCHDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   Open demand per gadget is the log's O total less its R total,
*>   the same way the stock update reads it. A missing log is not an
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

LOADGADGETTABLE.
       OPEN INPUT NEWSTOCKFILE
       IF NEWSTOCKFILEOK
           READ NEWSTOCKFILE
               AT END SET ENDOFNEWSTOCKFILE TO TRUE
           END-READ
           PERFORM STOREONEGADGET UNTIL ENDOFNEWSTOCKFILE
           CLOSE NEWSTOCKFILE
       END-IF.

STOREONEGADGET.
       ADD 1 TO GADGETCOUNT
       MOVE GADGETID-NSF        TO GADGETID-GT(GADGETCOUNT)
       MOVE GADGETNAME-NSF      TO GADGETNAME-GT(GADGETCOUNT)
       MOVE QTYINSTOCK-NSF      TO AVAILABLEQTY-GT(GADGETCOUNT)
       MOVE LIFECYCLESTATUS-NSF TO LIFECYCLESTATUS-GT(GADGETCOUNT)
       MOVE GADGETID-NSF TO WORKBACKORDERGADGETID
       PERFORM FINDBACKORDERENTRY
       IF BACKORDERFOUND AND BDOPENQTY(BACKORDERIDX) > ZERO
           SUBTRACT BDOPENQTY(BACKORDERIDX)
               FROM AVAILABLEQTY-GT(GADGETCOUNT)
       END-IF
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

*>   A missing register is the first day the web shop has traded.
LOADREGISTEREDTABLE.
       OPEN INPUT WEBORDERREGISTERFILE
       IF WEBORDERREGISTERFILEOK
           READ WEBORDERREGISTERFILE
               AT END SET ENDOFWEBORDERREGISTER TO TRUE
           END-READ
           PERFORM STOREONEREGISTEREDLINE UNTIL ENDOFWEBORDERREGISTER
           CLOSE WEBORDERREGISTERFILE
       END-IF.

STOREONEREGISTEREDLINE.
       ADD 1 TO REGISTEREDCOUNT
       MOVE ORDERNUMBER-WOR TO REGORDERNUMBER(REGISTEREDCOUNT)
       MOVE GADGETID-WOR    TO REGGADGETID(REGISTEREDCOUNT)
       READ WEBORDERREGISTERFILE
           AT END SET ENDOFWEBORDERREGISTER TO TRUE
       END-READ.

*>   Batch references are allocated from the shared
*>   NextBatchReference.dat sequence so the stock update's
*>   applied-batch register can check the batch for duplicates.
GETNEXTBATCHREFERENCE.
       OPEN INPUT BATCHREFERENCESEQFILE
       IF BATCHREFERENCESEQFILEOK
           READ BATCHREFERENCESEQFILE
               AT END MOVE 1 TO NEXTBATCHREFERENCE
           END-READ
           CLOSE BATCHREFERENCESEQFILE
       ELSE
           MOVE 1 TO NEXTBATCHREFERENCE
       END-IF
       MOVE NEXTBATCHREFERENCE TO BATCHREFERENCE
       OPEN OUTPUT BATCHREFERENCESEQFILE
       ADD 1 TO NEXTBATCHREFERENCE
       WRITE BATCHREFERENCESEQREC
       CLOSE BATCHREFERENCESEQFILE.

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
       MOVE "WEBORDERS"           TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE LINESREADCOUNT        TO OPLOGRECORDSIN
       MOVE ORDERLINECOUNT        TO OPLOGRECORDSOUT
       MOVE LINESREJECTEDCOUNT    TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.

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
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO PERIODOVERRIDEOPERATORID
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
       MOVE "WEBORDERS"       TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
