IDENTIFICATION DIVISION.
PROGRAM-ID. GLBUDGETMAINTENANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLBUDGETFILE ASSIGN TO "GlBudgets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLBUDGETFILESTATUS.

       SELECT GLACCOUNTSFILE ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCOUNTSFILESTATUS.

*>   Every budget figure changed after the load, with the before and
*>   after value - the budget the variances are measured against
*>   must be traceable to whoever moved it.
       SELECT BUDGETCHANGELOGFILE ASSIGN TO "GlBudgetMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGETCHANGELOGFILESTATUS.

*>   Which operators may key which maintenance actions - one row per
*>   operator and action code. While the file is absent every action
*>   is allowed, so the control can be introduced a subsystem at a
*>   time.
       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
*>   Budgets are net debit movements, the same convention as the
*>   trial balance's net column - income and liability budgets are
*>   negative.
FD     GLBUDGETFILE.
01     GLBUDGETREC.
       88 ENDOFGLBUDGETFILE     VALUE HIGH-VALUES.
       02 ACCOUNTCODE-GBU       PIC X(6).
       02 FILLER                PIC X.
       02 BUDGETYEAR-GBU        PIC 9(4).
       02 FILLER                PIC X.
       02 SUBSYSTEM-GBU         PIC X(8).
       02 FILLER                PIC X.
       02 MONTHBUDGET-GBU       PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 12 TIMES.

FD     GLACCOUNTSFILE.
01     GLACCOUNTSREC.
       88 ENDOFGLACCOUNTSFILE   VALUE HIGH-VALUES.
       02 SOURCEKEY-GAF         PIC X(12).
       02 DRACCOUNT-GAF         PIC X(6).
       02 CRACCOUNT-GAF         PIC X(6).
       02 DESCRIPTION-GAF       PIC X(24).

FD     BUDGETCHANGELOGFILE.
01     BUDGETCHANGELOGREC.
       02 LOGTIMESTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 LOGOPERATORID         PIC X(8).
       02 FILLER                PIC X.
       02 LOGACTION             PIC X(6).
       02 FILLER                PIC X.
       02 LOGACCOUNTCODE        PIC X(6).
       02 FILLER                PIC X.
       02 LOGBUDGETYEAR         PIC 9(4).
       02 FILLER                PIC X.
       02 LOGMONTH              PIC 9(2).
       02 FILLER                PIC X.
       02 LOGOLDVALUE           PIC X(13).
       02 FILLER                PIC X.
       02 LOGNEWVALUE           PIC X(13).

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
01     GLBUDGETFILESTATUS       PIC XX.
       88 GLBUDGETFILEOK        VALUE "00".
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".
01     BUDGETCHANGELOGFILESTATUS PIC XX.
       88 BUDGETCHANGELOGFILEOK VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.

01     BUDGETCOUNT              PIC 9(4) VALUE ZERO.
01     BUDGETTABLE.
       02 BUDGETENTRY OCCURS 0 TO 2000 TIMES DEPENDING ON BUDGETCOUNT.
           03 ACCOUNTCODE-BT    PIC X(6).
           03 BUDGETYEAR-BT     PIC 9(4).
           03 SUBSYSTEM-BT      PIC X(8).
           03 MONTHBUDGET-BT    PIC S9(9)V99 OCCURS 12 TIMES.
01     BUDGETIDX                PIC 9(4) VALUE ZERO.
01     FOUNDIDX                 PIC 9(4) VALUE ZERO.
01     SHIFTIDX                 PIC 9(4) VALUE ZERO.
01     MONTHIDX                 PIC 9(2).

01     BUDGETFOUNDSWITCH        PIC X VALUE "N".
       88 BUDGETFOUND           VALUE "Y".
       88 BUDGETNOTFOUND        VALUE "N".

01     KNOWNACCOUNTCOUNT        PIC 9(3) VALUE ZERO.
01     KNOWNACCOUNTTABLE.
       02 KNOWNACCOUNT          PIC X(6) OCCURS 0 TO 200 TIMES
               DEPENDING ON KNOWNACCOUNTCOUNT.
01     KNOWNACCOUNTIDX          PIC 9(3).
01     ACCOUNTKNOWNSWITCH       PIC X VALUE "N".
       88 ACCOUNTISKNOWN        VALUE "Y".

01     ACTIONENTRY              PIC X VALUE SPACE.
       88 ADDACTION             VALUE "A" "a".
       88 CHANGEACTION          VALUE "C" "c".
       88 SUBSYSTEMACTION       VALUE "S" "s".
       88 DELETEACTION          VALUE "D" "d".
       88 LISTACTION            VALUE "L" "l".
       88 QUITACTION            VALUE "Q" "q".

01     ACCOUNTCODEENTRY         PIC X(6) VALUE SPACES.
01     BUDGETYEARENTRY          PIC X(4) VALUE SPACES.
01     BUDGETYEARNUMBER REDEFINES BUDGETYEARENTRY PIC 9(4).
01     MONTHENTRY               PIC X(2) VALUE SPACES.
01     MONTHNUMBER              PIC 9(2) VALUE ZERO.
01     SUBSYSTEMENTRY           PIC X(8) VALUE SPACES.
       88 KNOWNSUBSYSTEM        VALUE "STOCK" "OILS" "SHOPS" "BILLING".
01     AMOUNTENTRY              PIC X(14) VALUE SPACES.
01     NEWAMOUNT                PIC S9(9)V99 VALUE ZERO.
01     CONFIRMENTRY             PIC X VALUE SPACE.
       88 ACTIONCONFIRMED       VALUE "Y" "y".

01     EDITEDAMOUNT             PIC ZZZZZZZZ9.99-.
01     WORKOLDVALUE             PIC X(13) VALUE SPACES.
01     WORKNEWVALUE             PIC X(13) VALUE SPACES.
01     YEARTOTAL                PIC S9(11)V99 VALUE ZERO.
01     PRNYEARTOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

01     WORKLOGACTION            PIC X(6) VALUE SPACES.
01     CHANGESMADECOUNT         PIC 9(4) VALUE ZERO.

01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     PERMISSIONSONFILESWITCH  PIC X VALUE "N".
       88 PERMISSIONSENFORCED   VALUE "Y".
01     PERMITTEDACTIONCOUNT     PIC 9(3) VALUE ZERO.
01     PERMITTEDACTIONTABLE.
       02 PERMITTEDACTION       PIC X(12) OCCURS 0 TO 100 TIMES
               DEPENDING ON PERMITTEDACTIONCOUNT.
01     PERMIDX                  PIC 9(3).
01     WORKACTIONCODE           PIC X(12).
01     PERMISSIONSWITCH         PIC X VALUE "Y".
       88 ACTIONPERMITTED       VALUE "Y".

PROCEDURE DIVISION.
*>   Keeps GlBudgets.dat after the year's load - a reforecast month,
*>   an account added to the budget mid-year, an account moved to a
*>   different subsystem. Each change is logged with its before and
*>   after figure.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED FOR THE CHANGE LOG - "
               "MAINTENANCE ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADOPERATORPERMISSIONS

       PERFORM LOADKNOWNACCOUNTS
       IF KNOWNACCOUNTCOUNT = ZERO
           DISPLAY "NO GlAccounts.dat ON DISK - ACCOUNT CODES CANNOT "
               "BE VALIDATED - MAINTENANCE ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADBUDGETTABLE

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       IF CHANGESMADECOUNT > ZERO
           PERFORM REWRITEBUDGETFILE
           DISPLAY "BUDGET FILE REWRITTEN - " CHANGESMADECOUNT
               " CHANGES APPLIED"
       ELSE
           DISPLAY "NO CHANGES MADE - BUDGET FILE UNTOUCHED"
       END-IF
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(A)DD, (C)HANGE A MONTH, (S)UBSYSTEM, (D)ELETE, "
           "(L)IST, OR (Q)UIT - " WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Listing and quitting are open to anyone signed on; the actions
*>   that change the budget each need their own permission.
       MOVE SPACES TO WORKACTIONCODE
       EVALUATE TRUE
           WHEN ADDACTION       MOVE "BUDGETMAINTA" TO WORKACTIONCODE
           WHEN CHANGEACTION    MOVE "BUDGETMAINTC" TO WORKACTIONCODE
           WHEN SUBSYSTEMACTION MOVE "BUDGETMAINTS" TO WORKACTIONCODE
           WHEN DELETEACTION    MOVE "BUDGETMAINTD" TO WORKACTIONCODE
           WHEN OTHER           CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN ADDACTION       PERFORM ADDBUDGETLINE
               WHEN CHANGEACTION    PERFORM CHANGEMONTHBUDGET
               WHEN SUBSYSTEMACTION PERFORM CHANGEBUDGETSUBSYSTEM
               WHEN DELETEACTION    PERFORM DELETEBUDGETLINE
               WHEN LISTACTION      PERFORM LISTBUDGETYEAR
               WHEN QUITACTION      CONTINUE
               WHEN OTHER           DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

ACCEPTACCOUNTANDYEAR.
       DISPLAY "GL ACCOUNT: " WITH NO ADVANCING
       ACCEPT ACCOUNTCODEENTRY
       DISPLAY "BUDGET YEAR (YYYY): " WITH NO ADVANCING
       ACCEPT BUDGETYEARENTRY.

*>   A new line starts at zero for every month - the figures are then
*>   keyed one month at a time with (C)HANGE, each one logged.
ADDBUDGETLINE.
       PERFORM ACCEPTACCOUNTANDYEAR
       PERFORM CHECKACCOUNTKNOWN
       IF NOT ACCOUNTISKNOWN
           DISPLAY "ACCOUNT " ACCOUNTCODEENTRY
               " IS NOT ON GlAccounts.dat - NOT ADDED"
       ELSE
           IF BUDGETYEARENTRY IS NOT NUMERIC
               DISPLAY "BUDGET YEAR MUST BE FOUR DIGITS"
           ELSE
               PERFORM FINDBUDGETINTABLE
               IF BUDGETFOUND
                   DISPLAY "ACCOUNT " ACCOUNTCODEENTRY " ALREADY "
                       "BUDGETED FOR " BUDGETYEARENTRY
               ELSE
                   DISPLAY "SUBSYSTEM (STOCK, OILS, SHOPS, BILLING): "
                       WITH NO ADVANCING
                   ACCEPT SUBSYSTEMENTRY
                   IF NOT KNOWNSUBSYSTEM
                       DISPLAY "SUBSYSTEM " SUBSYSTEMENTRY
                           " NOT RECOGNISED - NOT ADDED"
                   ELSE
                       ADD 1 TO BUDGETCOUNT
                       MOVE ACCOUNTCODEENTRY
                           TO ACCOUNTCODE-BT(BUDGETCOUNT)
                       MOVE BUDGETYEARNUMBER
                           TO BUDGETYEAR-BT(BUDGETCOUNT)
                       MOVE SUBSYSTEMENTRY
                           TO SUBSYSTEM-BT(BUDGETCOUNT)
                       PERFORM ZEROONENEWMONTH
                           VARYING MONTHIDX FROM 1 BY 1
                           UNTIL MONTHIDX > 12
                       MOVE ZERO           TO MONTHNUMBER
                       MOVE SPACES         TO WORKOLDVALUE
                       MOVE SUBSYSTEMENTRY TO WORKNEWVALUE
                       MOVE "ADD"          TO WORKLOGACTION
                       PERFORM WRITECHANGELOGENTRY
                       ADD 1 TO CHANGESMADECOUNT
                   END-IF
               END-IF
           END-IF
       END-IF.

ZEROONENEWMONTH.
       MOVE ZERO TO MONTHBUDGET-BT(BUDGETCOUNT, MONTHIDX).

CHANGEMONTHBUDGET.
       PERFORM ACCEPTACCOUNTANDYEAR
       PERFORM FINDBUDGETINTABLE
       IF BUDGETNOTFOUND
           DISPLAY "NO BUDGET ON FILE FOR THAT ACCOUNT AND YEAR"
       ELSE
           DISPLAY "MONTH (1-12): " WITH NO ADVANCING
           ACCEPT MONTHENTRY
           MOVE ZERO TO MONTHNUMBER
           IF FUNCTION TRIM(MONTHENTRY) IS NUMERIC
               MOVE FUNCTION NUMVAL(MONTHENTRY) TO MONTHNUMBER
           END-IF
           IF MONTHNUMBER < 1 OR MONTHNUMBER > 12
               DISPLAY "MONTH MUST BE 1 TO 12"
           ELSE
               MOVE MONTHBUDGET-BT(FOUNDIDX, MONTHNUMBER)
                   TO EDITEDAMOUNT
               MOVE EDITEDAMOUNT TO WORKOLDVALUE
               DISPLAY "CURRENT BUDGET IS " EDITEDAMOUNT
               DISPLAY "NEW BUDGET (NET DEBIT, - FOR A CREDIT): "
                   WITH NO ADVANCING
               ACCEPT AMOUNTENTRY
               IF FUNCTION TEST-NUMVAL(AMOUNTENTRY) NOT = ZERO
                   DISPLAY "NOT A VALID AMOUNT - BUDGET UNCHANGED"
               ELSE
                   COMPUTE NEWAMOUNT = FUNCTION NUMVAL(AMOUNTENTRY)
                   MOVE NEWAMOUNT TO EDITEDAMOUNT
                   MOVE EDITEDAMOUNT TO WORKNEWVALUE
                   MOVE NEWAMOUNT
                       TO MONTHBUDGET-BT(FOUNDIDX, MONTHNUMBER)
                   MOVE "CHANGE" TO WORKLOGACTION
                   PERFORM WRITECHANGELOGENTRY
                   ADD 1 TO CHANGESMADECOUNT
               END-IF
           END-IF
       END-IF.

*>   Moving an account's budget to another subsystem moves its
*>   variances with it on the budget-versus-actual report.
CHANGEBUDGETSUBSYSTEM.
       PERFORM ACCEPTACCOUNTANDYEAR
       PERFORM FINDBUDGETINTABLE
       IF BUDGETNOTFOUND
           DISPLAY "NO BUDGET ON FILE FOR THAT ACCOUNT AND YEAR"
       ELSE
           DISPLAY "CURRENT SUBSYSTEM IS " SUBSYSTEM-BT(FOUNDIDX)
           DISPLAY "NEW SUBSYSTEM (STOCK, OILS, SHOPS, BILLING): "
               WITH NO ADVANCING
           ACCEPT SUBSYSTEMENTRY
           IF NOT KNOWNSUBSYSTEM
               DISPLAY "SUBSYSTEM " SUBSYSTEMENTRY
                   " NOT RECOGNISED - BUDGET UNCHANGED"
           ELSE
               MOVE ZERO TO MONTHNUMBER
               MOVE SUBSYSTEM-BT(FOUNDIDX) TO WORKOLDVALUE
               MOVE SUBSYSTEMENTRY TO WORKNEWVALUE
               MOVE SUBSYSTEMENTRY TO SUBSYSTEM-BT(FOUNDIDX)
               MOVE "SUBSYS" TO WORKLOGACTION
               PERFORM WRITECHANGELOGENTRY
               ADD 1 TO CHANGESMADECOUNT
           END-IF
       END-IF.

DELETEBUDGETLINE.
       PERFORM ACCEPTACCOUNTANDYEAR
       PERFORM FINDBUDGETINTABLE
       IF BUDGETNOTFOUND
           DISPLAY "NO BUDGET ON FILE FOR THAT ACCOUNT AND YEAR"
       ELSE
           DISPLAY "DELETE " BUDGETYEARENTRY " BUDGET FOR ACCOUNT "
               ACCOUNTCODEENTRY "? (Y/N): " WITH NO ADVANCING
           ACCEPT CONFIRMENTRY
           IF ACTIONCONFIRMED
               MOVE ZERO TO MONTHNUMBER
               MOVE SUBSYSTEM-BT(FOUNDIDX) TO WORKOLDVALUE
               MOVE SPACES TO WORKNEWVALUE
               PERFORM REMOVEBUDGETFROMTABLE
               MOVE "DELETE" TO WORKLOGACTION
               PERFORM WRITECHANGELOGENTRY
               ADD 1 TO CHANGESMADECOUNT
           END-IF
       END-IF.

LISTBUDGETYEAR.
       DISPLAY "BUDGET YEAR (YYYY): " WITH NO ADVANCING
       ACCEPT BUDGETYEARENTRY
       IF BUDGETYEARENTRY IS NOT NUMERIC
           DISPLAY "BUDGET YEAR MUST BE FOUR DIGITS"
       ELSE
           PERFORM LISTONEBUDGETLINE
               VARYING BUDGETIDX FROM 1 BY 1
               UNTIL BUDGETIDX > BUDGETCOUNT
       END-IF.

LISTONEBUDGETLINE.
       IF BUDGETYEAR-BT(BUDGETIDX) = BUDGETYEARNUMBER
           MOVE ZERO TO YEARTOTAL
           PERFORM ADDONEMONTHTOYEARTOTAL
               VARYING MONTHIDX FROM 1 BY 1 UNTIL MONTHIDX > 12
           MOVE YEARTOTAL TO PRNYEARTOTAL
           DISPLAY ACCOUNTCODE-BT(BUDGETIDX) " "
               SUBSYSTEM-BT(BUDGETIDX) " YEAR " PRNYEARTOTAL
       END-IF.

ADDONEMONTHTOYEARTOTAL.
       ADD MONTHBUDGET-BT(BUDGETIDX, MONTHIDX) TO YEARTOTAL.

FINDBUDGETINTABLE.
       SET BUDGETNOTFOUND TO TRUE
       MOVE ZERO TO FOUNDIDX
       IF BUDGETYEARENTRY IS NUMERIC
           PERFORM CHECKONEBUDGETENTRY
               VARYING BUDGETIDX FROM 1 BY 1
               UNTIL BUDGETIDX > BUDGETCOUNT
       END-IF.

CHECKONEBUDGETENTRY.
       IF ACCOUNTCODE-BT(BUDGETIDX) = ACCOUNTCODEENTRY
               AND BUDGETYEAR-BT(BUDGETIDX) = BUDGETYEARNUMBER
           SET BUDGETFOUND TO TRUE
           MOVE BUDGETIDX TO FOUNDIDX
       END-IF.

REMOVEBUDGETFROMTABLE.
       PERFORM SHIFTONEBUDGETDOWN
           VARYING SHIFTIDX FROM FOUNDIDX BY 1
           UNTIL SHIFTIDX NOT < BUDGETCOUNT
       SUBTRACT 1 FROM BUDGETCOUNT.

SHIFTONEBUDGETDOWN.
       MOVE BUDGETENTRY(SHIFTIDX + 1) TO BUDGETENTRY(SHIFTIDX).

CHECKACCOUNTKNOWN.
       MOVE "N" TO ACCOUNTKNOWNSWITCH
       PERFORM CHECKONEKNOWNACCOUNT
           VARYING KNOWNACCOUNTIDX FROM 1 BY 1
           UNTIL KNOWNACCOUNTIDX > KNOWNACCOUNTCOUNT
           OR ACCOUNTISKNOWN.

CHECKONEKNOWNACCOUNT.
       IF KNOWNACCOUNT(KNOWNACCOUNTIDX) = ACCOUNTCODEENTRY
           SET ACCOUNTISKNOWN TO TRUE
       END-IF.

LOADKNOWNACCOUNTS.
       OPEN INPUT GLACCOUNTSFILE
       IF GLACCOUNTSFILEOK
           READ GLACCOUNTSFILE
               AT END SET ENDOFGLACCOUNTSFILE TO TRUE
           END-READ
           PERFORM STOREONEKNOWNACCOUNT UNTIL ENDOFGLACCOUNTSFILE
           CLOSE GLACCOUNTSFILE
       END-IF.

STOREONEKNOWNACCOUNT.
       ADD 1 TO KNOWNACCOUNTCOUNT
       MOVE DRACCOUNT-GAF TO KNOWNACCOUNT(KNOWNACCOUNTCOUNT)
       ADD 1 TO KNOWNACCOUNTCOUNT
       MOVE CRACCOUNT-GAF TO KNOWNACCOUNT(KNOWNACCOUNTCOUNT)
       READ GLACCOUNTSFILE
           AT END SET ENDOFGLACCOUNTSFILE TO TRUE
       END-READ.

LOADBUDGETTABLE.
       OPEN INPUT GLBUDGETFILE
       IF GLBUDGETFILEOK
           READ GLBUDGETFILE
               AT END SET ENDOFGLBUDGETFILE TO TRUE
           END-READ
           PERFORM STOREONEBUDGET UNTIL ENDOFGLBUDGETFILE
           CLOSE GLBUDGETFILE
       END-IF.

STOREONEBUDGET.
       ADD 1 TO BUDGETCOUNT
       MOVE ACCOUNTCODE-GBU TO ACCOUNTCODE-BT(BUDGETCOUNT)
       MOVE BUDGETYEAR-GBU  TO BUDGETYEAR-BT(BUDGETCOUNT)
       MOVE SUBSYSTEM-GBU   TO SUBSYSTEM-BT(BUDGETCOUNT)
       PERFORM STOREONEBUDGETMONTH
           VARYING MONTHIDX FROM 1 BY 1 UNTIL MONTHIDX > 12
       READ GLBUDGETFILE
           AT END SET ENDOFGLBUDGETFILE TO TRUE
       END-READ.

STOREONEBUDGETMONTH.
       MOVE MONTHBUDGET-GBU(MONTHIDX)
           TO MONTHBUDGET-BT(BUDGETCOUNT, MONTHIDX).

REWRITEBUDGETFILE.
       OPEN OUTPUT GLBUDGETFILE
       PERFORM WRITEONEBUDGET
           VARYING BUDGETIDX FROM 1 BY 1 UNTIL BUDGETIDX > BUDGETCOUNT
       CLOSE GLBUDGETFILE.

WRITEONEBUDGET.
       MOVE SPACES                    TO GLBUDGETREC
       MOVE ACCOUNTCODE-BT(BUDGETIDX) TO ACCOUNTCODE-GBU
       MOVE BUDGETYEAR-BT(BUDGETIDX)  TO BUDGETYEAR-GBU
       MOVE SUBSYSTEM-BT(BUDGETIDX)   TO SUBSYSTEM-GBU
       PERFORM WRITEONEBUDGETMONTH
           VARYING MONTHIDX FROM 1 BY 1 UNTIL MONTHIDX > 12
       WRITE GLBUDGETREC.

WRITEONEBUDGETMONTH.
       MOVE MONTHBUDGET-BT(BUDGETIDX, MONTHIDX)
           TO MONTHBUDGET-GBU(MONTHIDX).

*>   The operator's permitted action codes, loaded once at sign-on.
*>   No permissions file on disk means no enforcement - the change
*>   log's operator stamp is written either way.
LOADOPERATORPERMISSIONS.
       MOVE ZERO TO PERMITTEDACTIONCOUNT
       MOVE "N" TO PERMISSIONSONFILESWITCH
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF OPERATORPERMISSIONSFILEOK
           SET PERMISSIONSENFORCED TO TRUE
           READ OPERATORPERMISSIONSFILE
               AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
           END-READ
           PERFORM STOREONEPERMISSION
               UNTIL ENDOFOPERATORPERMISSIONS
           CLOSE OPERATORPERMISSIONSFILE
       END-IF.

STOREONEPERMISSION.
       IF PERMOPERATORID = OPERATORID
           ADD 1 TO PERMITTEDACTIONCOUNT
           MOVE PERMACTIONCODE
               TO PERMITTEDACTION(PERMITTEDACTIONCOUNT)
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

CHECKACTIONPERMITTED.
       IF NOT PERMISSIONSENFORCED
           MOVE "Y" TO PERMISSIONSWITCH
       ELSE
           MOVE "N" TO PERMISSIONSWITCH
           PERFORM CHECKONEPERMITTEDACTION
               VARYING PERMIDX FROM 1 BY 1
               UNTIL PERMIDX > PERMITTEDACTIONCOUNT
           IF NOT ACTIONPERMITTED
               PERFORM LOGPERMISSIONREFUSAL
           END-IF
       END-IF.

CHECKONEPERMITTEDACTION.
       IF PERMITTEDACTION(PERMIDX) = WORKACTIONCODE
           MOVE "Y" TO PERMISSIONSWITCH
       END-IF.

LOGPERMISSIONREFUSAL.
       DISPLAY "ACTION " WORKACTIONCODE " NOT PERMITTED FOR "
           "OPERATOR " OPERATORID " - REFUSED AND LOGGED"
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE OPERATORID     TO REFUSALOPERATORID
       MOVE WORKACTIONCODE TO REFUSALACTIONCODE
       MOVE "BUDGETMAINT"  TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.

*>   The old and new value columns carry the budget figures for a
*>   month change and the subsystem codes for an add, move or delete.
WRITECHANGELOGENTRY.
       OPEN EXTEND BUDGETCHANGELOGFILE
       IF NOT BUDGETCHANGELOGFILEOK
           OPEN OUTPUT BUDGETCHANGELOGFILE
       END-IF
       MOVE SPACES TO BUDGETCHANGELOGREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO LOGTIMESTAMP
       MOVE OPERATORID       TO LOGOPERATORID
       MOVE WORKLOGACTION    TO LOGACTION
       MOVE ACCOUNTCODEENTRY TO LOGACCOUNTCODE
       MOVE BUDGETYEARENTRY  TO LOGBUDGETYEAR
       MOVE MONTHNUMBER      TO LOGMONTH
       MOVE WORKOLDVALUE     TO LOGOLDVALUE
       MOVE WORKNEWVALUE     TO LOGNEWVALUE
       WRITE BUDGETCHANGELOGREC
       CLOSE BUDGETCHANGELOGFILE.
