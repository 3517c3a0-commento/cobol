IDENTIFICATION DIVISION.
PROGRAM-ID. ASNRECEIPTCONFIRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ASNSTAGEDFILE ASSIGN TO "AsnStagedReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASNSTAGEDFILESTATUS.

*>   Confirmed receipts land in PendingTransactions.dat like keyed
*>   ones, so a supervisor releases them with BATCHRELEASE before the
*>   stock update ever sees them.
       SELECT TRANSACTIONFILE ASSIGN TO "PendingTransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTIONFILESTATUS.

       SELECT BATCHREFERENCESEQFILE ASSIGN TO "NextBatchReference.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCHREFERENCESEQFILESTATUS.

       SELECT CONFIRMREPORTFILE ASSIGN TO "AsnReceiptConfirm.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

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
FD     ASNSTAGEDFILE.
01     ASNSTAGEDREC.
       88 ENDOFASNSTAGEDFILE    VALUE HIGH-VALUES.
       02 SUPPLIERID-ASN        PIC 9(4).
       02 ASNREFERENCE-ASN      PIC X(10).
       02 DELIVERYDATE-ASN      PIC 9(8).
       02 PONUMBER-ASN          PIC 9(6).
       02 GADGETID-ASN          PIC 9(6).
       02 ADVISEDQTY-ASN        PIC 9(4).
       02 OUTSTANDINGQTY-ASN    PIC 9(4).
       02 UNITCOST-ASN          PIC 9(4)V99.
       02 SERIALNUMBER-ASN      PIC X(20).
       02 OPERATORID-ASN        PIC X(8).

*>   The transaction record layouts match TRANSACTIONENTRY's exactly.
FD     TRANSACTIONFILE.
01     GOODSRECEIVEDREC.
       02 TYPECODE-TF          PIC 9(2).
        88 GOODSRECEIVED       VALUE 7.
        88 BATCHHEADER         VALUE 8.
        88 BATCHFOOTER         VALUE 9.
       02 GADGETID-TF          PIC 9(6).
       02 QTYRECEIVED          PIC 9(4).
       02 PONUMBER-GR          PIC 9(6).
       02 UNITCOST-GR          PIC 9(4)V99.
       02 SERIALNUMBER-GR      PIC X(20).

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

FD     CONFIRMREPORTFILE.
01     CONFIRMPRINTLINE         PIC X(100).

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
01     ASNSTAGEDFILESTATUS      PIC XX.
       88 ASNSTAGEDFILEOK       VALUE "00".

01     TRANSACTIONFILESTATUS    PIC XX.
       88 TRANSACTIONFILEOK     VALUE "00".

01     BATCHREFERENCESEQFILESTATUS PIC XX.
       88 BATCHREFERENCESEQFILEOK VALUE "00".
01     BATCHREFERENCE           PIC 9(6) VALUE ZERO.

01     OPERATORID               PIC X(8) VALUE SPACES.

01     RECEIPTDATEENTRY         PIC X(8) VALUE SPACES.
01     RECEIPTDATE              PIC 9(8).

01     CONFIRMSUPPLIERIDENTRY   PIC X(4)  VALUE SPACES.
01     CONFIRMSUPPLIERID        PIC 9(4)  VALUE ZERO.
01     CONFIRMASNREFERENCE      PIC X(10) VALUE SPACES.

*>   Every staged line is held; the ones for the delivery on the dock
*>   are walked and the rest written back untouched.
01     STAGEDCOUNT              PIC 9(4) VALUE ZERO.
01     STAGEDTABLE.
       02 STAGEDENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON STAGEDCOUNT.
           03 STAGEDLINE        PIC X(76).
           03 STAGEDDISPOSITION PIC X.
            88 STAGEDSTILLDUE   VALUE "S".
            88 STAGEDDONE       VALUE "D".
01     STAGEDIDX                PIC 9(4).

01     RECEIVEDQTYENTRY         PIC X(4) VALUE SPACES.
       88 RECEIVEDASADVISED     VALUE SPACES.
       88 LINESTILLTOCOME       VALUE "S" "s".
01     RECEIVEDQTY              PIC 9(4).

01     BATCHSWITCH              PIC X VALUE "N".
       88 BATCHOPEN             VALUE "Y".
       88 BATCHNOTOPEN          VALUE "N".

01     LINESMATCHEDCOUNT        PIC 9(5) VALUE ZERO.
01     LINESRECEIVEDCOUNT       PIC 9(5) VALUE ZERO.
01     LINESAMENDEDCOUNT        PIC 9(5) VALUE ZERO.
01     LINESNOTDELIVEREDCOUNT   PIC 9(5) VALUE ZERO.
01     LINESSTILLDUECOUNT       PIC 9(5) VALUE ZERO.
01     BATCHDETAILCOUNT         PIC 9(5) VALUE ZERO.

01     CONFIRMHEADINGLINE.
       02 FILLER                PIC X(29)
               VALUE "ASN RECEIPT CONFIRMATION FOR ".
       02 PRNHEADRECEIPTDATE    PIC 9(8).
       02 FILLER                PIC X(11) VALUE "  SUPPLIER ".
       02 PRNHEADSUPPLIERID     PIC 9(4).
       02 FILLER                PIC X(6)  VALUE "  ASN ".
       02 PRNHEADASNREFERENCE   PIC X(10).

01     CONFIRMTOPICLINE.
       02 FILLER                PIC X(12) VALUE "ASN REF".
       02 FILLER                PIC X(8)  VALUE "PO NO".
       02 FILLER                PIC X(8)  VALUE "GADGET".
       02 FILLER                PIC X(7)  VALUE "ADVISED".
       02 FILLER                PIC X(10) VALUE "  RECEIVED".
       02 FILLER                PIC X(8)  VALUE "    DIFF".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(11) VALUE "DISPOSITION".

01     CONFIRMDETAILLINE.
       02 PRNASNREFERENCE       PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPONUMBER           PIC 9(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNGADGETID           PIC 9(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNADVISEDQTY         PIC Z(6)9.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNRECEIVEDQTY        PIC Z(6)9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDIFFERENCEQTY      PIC +(5)9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDISPOSITION        PIC X(30).

01     CONFIRMFOOTERLINE.
       02 FILLER                PIC X(15) VALUE "LINES MATCHED: ".
       02 PRNLINESMATCHED       PIC ZZZZ9.
       02 FILLER                PIC X(12) VALUE "  RECEIVED: ".
       02 PRNLINESRECEIVED      PIC ZZZZ9.
       02 FILLER                PIC X(11) VALUE "  AMENDED: ".
       02 PRNLINESAMENDED       PIC ZZZZ9.
       02 FILLER                PIC X(17) VALUE "  NOT DELIVERED: ".
       02 PRNLINESNOTDELIVERED  PIC ZZZZ9.
       02 FILLER                PIC X(13) VALUE "  STILL DUE: ".
       02 PRNLINESSTILLDUE      PIC ZZZZ9.

01     CONFIRMBATCHLINE.
       02 FILLER                PIC X(36)
               VALUE "GOODS-RECEIVED BATCH PENDING RELEASE".
       02 FILLER                PIC X(12) VALUE " - REFERENCE".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNBATCHREFERENCE     PIC 9(6).

01     DIFFERENCEQTY            PIC S9(5).

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
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "ENTER RECEIPT DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RECEIPTDATEENTRY
       IF RECEIPTDATEENTRY = SPACES
           ACCEPT RECEIPTDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RECEIPTDATEENTRY TO RECEIPTDATE
       END-IF
       PERFORM LOADCLOSEDPERIODS
       MOVE RECEIPTDATE TO CHECKEDDATE
       PERFORM CHECKENTRYDATEOPEN
       IF ENTRYDATEREFUSED
           DISPLAY "RUN ABANDONED - NOTHING CONFIRMED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CHECKEDDATE TO RECEIPTDATE

       DISPLAY "SUPPLIER ID ON THE DELIVERY: " WITH NO ADVANCING
       ACCEPT CONFIRMSUPPLIERIDENTRY
       IF CONFIRMSUPPLIERIDENTRY NOT = SPACES
           MOVE CONFIRMSUPPLIERIDENTRY TO CONFIRMSUPPLIERID
       END-IF
       DISPLAY "ASN REFERENCE (BLANK FOR ALL THAT SUPPLIER'S ASNS): "
           WITH NO ADVANCING
       ACCEPT CONFIRMASNREFERENCE

       PERFORM LOADSTAGEDLINES
       IF STAGEDCOUNT = ZERO
           DISPLAY "NO ASN LINES STAGED - NOTHING TO CONFIRM"
           STOP RUN
       END-IF

       OPEN OUTPUT CONFIRMREPORTFILE
       MOVE RECEIPTDATE         TO PRNHEADRECEIPTDATE
       MOVE CONFIRMSUPPLIERID   TO PRNHEADSUPPLIERID
       MOVE CONFIRMASNREFERENCE TO PRNHEADASNREFERENCE
       WRITE CONFIRMPRINTLINE FROM CONFIRMHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE CONFIRMPRINTLINE FROM CONFIRMTOPICLINE
           AFTER ADVANCING 2 LINES

       DISPLAY "FOR EACH LINE KEY THE QUANTITY ON THE DOCK - BLANK IF"
           " AS ADVISED, 0 IF NOT DELIVERED, S IF STILL TO COME"
       PERFORM CONFIRMONESTAGEDLINE
           VARYING STAGEDIDX FROM 1 BY 1 UNTIL STAGEDIDX > STAGEDCOUNT

       IF BATCHOPEN
           SET BATCHFOOTER TO TRUE
           MOVE BATCHDETAILCOUNT TO BATCHRECCOUNT-TF
           WRITE BATCHFOOTERREC
           CLOSE TRANSACTIONFILE
       END-IF

       PERFORM REWRITESTAGEDFILE

       MOVE LINESMATCHEDCOUNT      TO PRNLINESMATCHED
       MOVE LINESRECEIVEDCOUNT     TO PRNLINESRECEIVED
       MOVE LINESAMENDEDCOUNT      TO PRNLINESAMENDED
       MOVE LINESNOTDELIVEREDCOUNT TO PRNLINESNOTDELIVERED
       MOVE LINESSTILLDUECOUNT     TO PRNLINESSTILLDUE
       WRITE CONFIRMPRINTLINE FROM CONFIRMFOOTERLINE
           AFTER ADVANCING 2 LINES
       IF BATCHOPEN
           MOVE BATCHREFERENCE TO PRNBATCHREFERENCE
           WRITE CONFIRMPRINTLINE FROM CONFIRMBATCHLINE
               AFTER ADVANCING 1 LINE
       END-IF
       CLOSE CONFIRMREPORTFILE

       IF LINESMATCHEDCOUNT = ZERO
           DISPLAY "NO STAGED ASN LINES FOR SUPPLIER " CONFIRMSUPPLIERID
       END-IF
       DISPLAY "LINES RECEIVED: " LINESRECEIVEDCOUNT
           " AMENDED: " LINESAMENDEDCOUNT
           " NOT DELIVERED: " LINESNOTDELIVEREDCOUNT
           " STILL DUE: " LINESSTILLDUECOUNT
       IF BATCHOPEN
           DISPLAY "GOODS-RECEIVED BATCH " BATCHREFERENCE
               " AWAITS RELEASE - " BATCHDETAILCOUNT " TRANSACTIONS"
       END-IF
       STOP RUN.

LOADSTAGEDLINES.
       OPEN INPUT ASNSTAGEDFILE
       IF ASNSTAGEDFILEOK
           READ ASNSTAGEDFILE
               AT END SET ENDOFASNSTAGEDFILE TO TRUE
           END-READ
           PERFORM STOREONESTAGEDLINE UNTIL ENDOFASNSTAGEDFILE
           CLOSE ASNSTAGEDFILE
       END-IF.

STOREONESTAGEDLINE.
       ADD 1 TO STAGEDCOUNT
       MOVE ASNSTAGEDREC TO STAGEDLINE(STAGEDCOUNT)
       MOVE "S"          TO STAGEDDISPOSITION(STAGEDCOUNT)
       READ ASNSTAGEDFILE
           AT END SET ENDOFASNSTAGEDFILE TO TRUE
       END-READ.

*>   The quantity keyed is what goods-in physically counted off the
*>   lorry, and that - not the supplier's advice - is what is
*>   received. A line not on this lorry is left staged for the next.
CONFIRMONESTAGEDLINE.
       MOVE STAGEDLINE(STAGEDIDX) TO ASNSTAGEDREC
       IF SUPPLIERID-ASN NOT = CONFIRMSUPPLIERID
           EXIT PARAGRAPH
       END-IF
       IF CONFIRMASNREFERENCE NOT = SPACES
               AND ASNREFERENCE-ASN NOT = CONFIRMASNREFERENCE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO LINESMATCHEDCOUNT
       DISPLAY "ASN " ASNREFERENCE-ASN " PO " PONUMBER-ASN
           " GADGET " GADGETID-ASN " ADVISED " ADVISEDQTY-ASN
           " STILL DUE ON PO " OUTSTANDINGQTY-ASN
       IF SERIALNUMBER-ASN NOT = SPACES
           DISPLAY "    SERIAL NUMBER " SERIALNUMBER-ASN
       END-IF
       DISPLAY "    QUANTITY ON THE DOCK: " WITH NO ADVANCING
       MOVE SPACES TO RECEIVEDQTYENTRY
       ACCEPT RECEIVEDQTYENTRY
       MOVE ASNREFERENCE-ASN TO PRNASNREFERENCE
       MOVE PONUMBER-ASN     TO PRNPONUMBER
       MOVE GADGETID-ASN     TO PRNGADGETID
       MOVE ADVISEDQTY-ASN   TO PRNADVISEDQTY
       EVALUATE TRUE
           WHEN LINESTILLTOCOME
               ADD 1 TO LINESSTILLDUECOUNT
               MOVE ZERO            TO PRNRECEIVEDQTY, PRNDIFFERENCEQTY
               MOVE "STILL TO COME" TO PRNDISPOSITION
           WHEN RECEIVEDASADVISED
               MOVE ADVISEDQTY-ASN TO RECEIVEDQTY
               PERFORM RECEIVESTAGEDLINE
           WHEN RECEIVEDQTYENTRY IS NUMERIC
               MOVE RECEIVEDQTYENTRY TO RECEIVEDQTY
               PERFORM RECEIVESTAGEDLINE
           WHEN FUNCTION TEST-NUMVAL(RECEIVEDQTYENTRY) = ZERO
               COMPUTE RECEIVEDQTY = FUNCTION NUMVAL(RECEIVEDQTYENTRY)
               PERFORM RECEIVESTAGEDLINE
           WHEN OTHER
               ADD 1 TO LINESSTILLDUECOUNT
               MOVE ZERO            TO PRNRECEIVEDQTY, PRNDIFFERENCEQTY
               MOVE "ENTRY NOT VALID - LEFT STAGED" TO PRNDISPOSITION
       END-EVALUATE
       WRITE CONFIRMPRINTLINE FROM CONFIRMDETAILLINE
           AFTER ADVANCING 1 LINE.

RECEIVESTAGEDLINE.
       SET STAGEDDONE(STAGEDIDX) TO TRUE
       COMPUTE DIFFERENCEQTY = RECEIVEDQTY - ADVISEDQTY-ASN
       MOVE RECEIVEDQTY   TO PRNRECEIVEDQTY
       MOVE DIFFERENCEQTY TO PRNDIFFERENCEQTY
       EVALUATE TRUE
           WHEN RECEIVEDQTY = ZERO
               ADD 1 TO LINESNOTDELIVEREDCOUNT
               MOVE "NOT DELIVERED" TO PRNDISPOSITION
           WHEN DIFFERENCEQTY = ZERO
               ADD 1 TO LINESRECEIVEDCOUNT
               MOVE "RECEIVED"      TO PRNDISPOSITION
               PERFORM WRITERECEIPTTRANSACTION
           WHEN DIFFERENCEQTY < ZERO
               ADD 1 TO LINESRECEIVEDCOUNT, LINESAMENDEDCOUNT
               MOVE "AMENDED - SHORT"  TO PRNDISPOSITION
               PERFORM WRITERECEIPTTRANSACTION
           WHEN OTHER
               ADD 1 TO LINESRECEIVEDCOUNT, LINESAMENDEDCOUNT
               MOVE "AMENDED - OVER"   TO PRNDISPOSITION
               PERFORM WRITERECEIPTTRANSACTION
       END-EVALUATE.

*>   The batch is opened on the first line actually received, so a
*>   delivery that turned out to be all shortfall leaves no empty
*>   batch for the supervisor to wade through.
WRITERECEIPTTRANSACTION.
       IF BATCHNOTOPEN
           OPEN EXTEND TRANSACTIONFILE
           IF NOT TRANSACTIONFILEOK
               OPEN OUTPUT TRANSACTIONFILE
           END-IF
           PERFORM GETNEXTBATCHREFERENCE
           SET BATCHHEADER TO TRUE
           MOVE RECEIPTDATE    TO BATCHHEADERDATE
           MOVE BATCHREFERENCE TO BATCHREFERENCE-BH
           MOVE OPERATORID     TO BATCHOPERATORID-BH
           WRITE BATCHHEADERREC
           SET BATCHOPEN TO TRUE
       END-IF
       MOVE SPACES           TO GOODSRECEIVEDREC
       SET GOODSRECEIVED     TO TRUE
       MOVE GADGETID-ASN     TO GADGETID-TF
       MOVE RECEIVEDQTY      TO QTYRECEIVED
       MOVE PONUMBER-ASN     TO PONUMBER-GR
       MOVE UNITCOST-ASN     TO UNITCOST-GR
       MOVE SERIALNUMBER-ASN TO SERIALNUMBER-GR
       WRITE GOODSRECEIVEDREC
       ADD 1 TO BATCHDETAILCOUNT.

*>   Batch references are allocated from the shared
*>   NextBatchReference.dat sequence so every batch written by any of
*>   the entry programs carries a reference the stock update's
*>   applied-batch register can check for duplicates.
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

REWRITESTAGEDFILE.
       OPEN OUTPUT ASNSTAGEDFILE
       PERFORM WRITEONESTILLSTAGEDLINE
           VARYING STAGEDIDX FROM 1 BY 1 UNTIL STAGEDIDX > STAGEDCOUNT
       CLOSE ASNSTAGEDFILE.

WRITEONESTILLSTAGEDLINE.
       IF STAGEDSTILLDUE(STAGEDIDX)
           MOVE STAGEDLINE(STAGEDIDX) TO ASNSTAGEDREC
           WRITE ASNSTAGEDREC
       END-IF.

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
       MOVE "ASNCONFIRM"      TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
