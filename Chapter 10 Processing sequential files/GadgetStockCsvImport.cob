           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCHREFERENCESEQFILESTATUS.

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
FD     PRICELISTCSVFILE.
       02 CATEGORYCODE-NSF     PIC X(3).
       02 COSTPRICE-NSF        PIC 9(4)V99.
       02 EAN-NSF              PIC 9(13).
       02 SERIALCONTROL-NSF    PIC X.
       02 LIFECYCLESTATUS-NSF  PIC X.

FD     TRANSACTIONFILE.
01     INSERTIONREC.
       02 SUPPLIERCONTACT-SMF   PIC X(30).
       02 LEADTIMEDAYS-SMF      PIC 9(3).
       02 CURRENCYCODE-SMF      PIC X(3).
       02 PAYMENTTERMS-SMF      PIC 9(3).

FD     EXCHANGERATEFILE.
01     EXCHANGERATEREC.
01     BATCHREFERENCESEQREC.
       02 NEXTBATCHREFERENCE    PIC 9(6).

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
01     PRICELISTCSVFILESTATUS   PIC XX.
       88 PRICELISTCSVFILEOK    VALUE "00".
       02 FILLER                PIC X(12) VALUE "  CONVERTED ".
       02 PRNREGCONVERTED       PIC ZZZ9.99.

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

       DISPLAY "SUPPLIER ID THE PRICE LIST CAME FROM: " WITH NO ADVANCING
       ACCEPT IMPORTSUPPLIERIDENTRY
       READ EXCHANGERATEFILE
           AT END SET ENDOFEXCHANGERATEFILE TO TRUE
       END-READ.

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
       MOVE "CSVIMPORT"       TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
