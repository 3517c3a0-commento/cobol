           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

*>   Periods the accounts have closed - an entry dated into one would
*>   change figures already reported. The file is kept with the GL
*>   one directory up.
       SELECT GLCLOSEDPERIODFILE ASSIGN TO "../GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     TRANSACTIONFILE.
        88 NAMECHANGE          VALUE 14.
        88 SUPPLIERCHANGE      VALUE 15.
        88 CATEGORYCHANGE      VALUE 16.
        88 SERIALCONTROLCHANGE VALUE 17.
        88 LIFECYCLECHANGE     VALUE 18.
       02 RECORDBODY-IR.
        03 GADGETID-TF         PIC 9(6).
        03 GADGETNAME-IR       PIC X(30).
01     SUBTRACTFROMSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYTOSUBTRACT        PIC 9(4).
       02 SERIALNUMBER-SUB     PIC X(20).

01     RETURNSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYRETURNED          PIC 9(4).
       02 RETURNREASONCODE     PIC 9(2).
       02 SERIALNUMBER-RET     PIC X(20).

01     GOODSRECEIVEDREC.
       02 FILLER               PIC 9(8).
       02 QTYRECEIVED          PIC 9(4).
       02 PONUMBER-GR          PIC 9(6).
       02 UNITCOST-GR          PIC 9(4)V99.
       02 SERIALNUMBER-GR      PIC X(20).

01     TRANSFERSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYTOVENDOR          PIC 9(4).
       02 RTVREASONCODE        PIC 9(2).
       02 RTVSUPPLIERID        PIC 9(4).
       02 SERIALNUMBER-RTV     PIC X(20).

01     WRITEOFFREC.
       02 FILLER               PIC 9(8).
       02 FILLER               PIC 9(8).
       02 NEWCATEGORYCODE      PIC X(3).

01     SERIALCONTROLCHANGEREC.
       02 FILLER               PIC 9(8).
       02 NEWSERIALCONTROL     PIC X.

01     LIFECYCLECHANGEREC.
       02 FILLER               PIC 9(8).
       02 NEWLIFECYCLESTATUS   PIC X.

01     BATCHHEADERREC.
       02 FILLER               PIC 9(2).
       02 BATCHHEADERDATE      PIC 9(8).
       02 FILLER                PIC X.
       02 REFUSALPROGRAM        PIC X(12).

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

WORKING-STORAGE SECTION.
01     TRANSACTIONFILESTATUS    PIC XX.
       88 TRANSACTIONFILEOK     VALUE "00".
01     PERMISSIONSWITCH         PIC X VALUE "Y".
       88 ACTIONPERMITTED       VALUE "Y".

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
       PERFORM CHECKSTOCKRUNLOCK
       ELSE
           MOVE ENTRYDATEENTRY TO ENTRYDATE
       END-IF
       PERFORM LOADCLOSEDPERIODS
       MOVE ENTRYDATE TO CHECKEDDATE
       PERFORM CHECKENTRYDATEOPEN
       IF ENTRYDATEREFUSED
           DISPLAY "RUN ABANDONED - NO BATCH WRITTEN"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE CHECKEDDATE TO ENTRYDATE

       OPEN EXTEND TRANSACTIONFILE
       IF NOT TRANSACTIONFILEOK
       DISPLAY "11 = COST PRICE CHANGE  12 = RETURN TO VENDOR"
       DISPLAY "13 = STOCK WRITE-OFF  14 = NAME CHANGE"
       DISPLAY "15 = SUPPLIER CHANGE  16 = CATEGORY CHANGE"
       DISPLAY "17 = SERIAL CONTROL ON/OFF  18 = LIFECYCLE STATUS (A/D/R)"
       DISPLAY "TRANSACTION TYPE: " WITH NO ADVANCING
       ACCEPT TYPECODEENTRY
       MOVE TYPECODEENTRY TO TYPECODE-TF
           WHEN NAMECHANGE         PERFORM ENTERNAMECHANGEFIELDS
           WHEN SUPPLIERCHANGE     PERFORM ENTERSUPPLIERCHANGEFIELDS
           WHEN CATEGORYCHANGE     PERFORM ENTERCATEGORYCHANGEFIELDS
           WHEN SERIALCONTROLCHANGE
               PERFORM ENTERSERIALCONTROLCHANGEFIELDS
           WHEN LIFECYCLECHANGE    PERFORM ENTERLIFECYCLECHANGEFIELDS
           WHEN OTHER              DISPLAY "UNRECOGNIZED TRANSACTION TYPE - IGNORED"
       END-EVALUATE

               OR RETURNSTOCK OR GOODSRECEIVED OR TRANSFERSTOCK
               OR COSTCHANGE OR RETURNTOVENDOR OR WRITEOFFSTOCK
               OR NAMECHANGE OR SUPPLIERCHANGE OR CATEGORYCHANGE
               OR SERIALCONTROLCHANGE OR LIFECYCLECHANGE
           ADD 1 TO BATCHDETAILCOUNT
       END-IF.

ENTERSUBTRACTFIELDS.
       DISPLAY "QUANTITY TO SUBTRACT: " WITH NO ADVANCING
       ACCEPT QTYTOSUBTRACT
       DISPLAY "SERIAL NUMBER (BLANK IF NOT SERIAL-CONTROLLED): "
           WITH NO ADVANCING
       MOVE SPACES TO SERIALNUMBER-SUB
       ACCEPT SERIALNUMBER-SUB
       WRITE SUBTRACTFROMSTOCKREC.

ENTERGOODSRECEIVEDFIELDS.
       DISPLAY "PO NUMBER FROM THE DELIVERY NOTE (0 IF NONE): "
           WITH NO ADVANCING
       ACCEPT PONUMBER-GR
       DISPLAY "UNIT COST PAID (0 TO TAKE THE PO PRICE): "
           WITH NO ADVANCING
       ACCEPT UNITCOST-GR
       DISPLAY "SERIAL NUMBER (BLANK IF NOT SERIAL-CONTROLLED): "
           WITH NO ADVANCING
       MOVE SPACES TO SERIALNUMBER-GR
       ACCEPT SERIALNUMBER-GR
       WRITE GOODSRECEIVEDREC.

ENTERTRANSFERFIELDS.
       ACCEPT RTVREASONCODE
       DISPLAY "SUPPLIER ID THE CARTON GOES TO: " WITH NO ADVANCING
       ACCEPT RTVSUPPLIERID
       DISPLAY "SERIAL NUMBER (BLANK IF NOT SERIAL-CONTROLLED): "
           WITH NO ADVANCING
       MOVE SPACES TO SERIALNUMBER-RTV
       ACCEPT SERIALNUMBER-RTV
       WRITE RETURNTOVENDORREC.

ENTERWRITEOFFFIELDS.
       ACCEPT NEWCATEGORYCODE
       WRITE CATEGORYCHANGEREC.

*>   Serial-controlled gadgets then move one unit at a time, each
*>   sale, return and receipt naming the unit's serial number.
ENTERSERIALCONTROLCHANGEFIELDS.
       DISPLAY "SERIAL CONTROLLED (Y/N): " WITH NO ADVANCING
       ACCEPT NEWSERIALCONTROL
       WRITE SERIALCONTROLCHANGEREC.

*>   A discontinued gadget sells off and is not reordered; the stock
*>   update retires it once stock, orders and backorders are all clear.
ENTERLIFECYCLECHANGEFIELDS.
       DISPLAY "LIFECYCLE STATUS (A=ACTIVE D=DISCONTINUED R=RETIRED): "
           WITH NO ADVANCING
       ACCEPT NEWLIFECYCLESTATUS
       WRITE LIFECYCLECHANGEREC.

ENTERRETURNFIELDS.
       DISPLAY "QUANTITY RETURNED: " WITH NO ADVANCING
       ACCEPT QTYRETURNED
       DISPLAY "REASON CODE (1=DEFECTIVE 2=WRONG ITEM 3=CHANGED MIND 9=OTHER): "
           WITH NO ADVANCING
       ACCEPT RETURNREASONCODE
       DISPLAY "SERIAL NUMBER (BLANK IF NOT SERIAL-CONTROLLED): "
           WITH NO ADVANCING
       MOVE SPACES TO SERIALNUMBER-RET
       ACCEPT SERIALNUMBER-RET
       WRITE RETURNSTOCKREC.

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
       MOVE "TRANENTRY"       TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
