IDENTIFICATION DIVISION.
PROGRAM-ID. GLBUDGETLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   The year's budget as agreed - one line per GL account, laid out
*>   exactly as GlBudgets.dat is, typically saved out of the budget
*>   spreadsheet once it is signed off.
       SELECT BUDGETLOADFILE ASSIGN TO "GlBudgetLoad.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGETLOADFILESTATUS.

*>   The budget file proper: one line per account and budget year,
*>   naming the subsystem the account's budget belongs to and the
*>   twelve monthly figures.
       SELECT GLBUDGETFILE ASSIGN TO "GlBudgets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLBUDGETFILESTATUS.

       SELECT GLACCOUNTSFILE ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCOUNTSFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     BUDGETLOADFILE.
01     BUDGETLOADREC.
       88 ENDOFBUDGETLOADFILE   VALUE HIGH-VALUES.
       02 ACCOUNTCODE-BLF       PIC X(6).
       02 FILLER                PIC X.
       02 BUDGETYEAR-BLF        PIC 9(4).
       02 FILLER                PIC X.
       02 SUBSYSTEM-BLF         PIC X(8).
       02 FILLER                PIC X.
       02 MONTHBUDGET-BLF       PIC S9(9)V99 SIGN LEADING SEPARATE
               OCCURS 12 TIMES.

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

WORKING-STORAGE SECTION.
01     BUDGETLOADFILESTATUS     PIC XX.
       88 BUDGETLOADFILEOK      VALUE "00".
01     GLBUDGETFILESTATUS       PIC XX.
       88 GLBUDGETFILEOK        VALUE "00".
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".

01     WORKSUBSYSTEM            PIC X(8).
       88 KNOWNSUBSYSTEM        VALUE "STOCK" "OILS" "SHOPS" "BILLING".

01     KNOWNACCOUNTCOUNT        PIC 9(3) VALUE ZERO.
01     KNOWNACCOUNTTABLE.
       02 KNOWNACCOUNT          PIC X(6) OCCURS 0 TO 200 TIMES
               DEPENDING ON KNOWNACCOUNTCOUNT.
01     KNOWNACCOUNTIDX          PIC 9(3).
01     ACCOUNTKNOWNSWITCH       PIC X VALUE "N".
       88 ACCOUNTISKNOWN        VALUE "Y".

*>   The load's own lines, validated before anything is written.
01     LOADLINECOUNT            PIC 9(4) VALUE ZERO.
01     LOADLINETABLE.
       02 LOADLINE OCCURS 0 TO 2000 TIMES DEPENDING ON LOADLINECOUNT.
           03 LOADLINETEXT      PIC X(165).
           03 LOADLINEKEY REDEFINES LOADLINETEXT.
               04 LLACCOUNTCODE PIC X(6).
               04 FILLER        PIC X.
               04 LLBUDGETYEAR  PIC 9(4).
               04 FILLER        PIC X(154).
01     LOADLINEIDX              PIC 9(4).

*>   Budget years the load replaces - every existing line for one of
*>   these years is dropped, so an account taken out of the year's
*>   budget does not linger with last version's figures.
01     LOADYEARCOUNT            PIC 9(2) VALUE ZERO.
01     LOADYEARTABLE.
       02 LOADYEAR              PIC 9(4) OCCURS 0 TO 20 TIMES
               DEPENDING ON LOADYEARCOUNT.
01     LOADYEARIDX              PIC 9(2).
01     YEARINLOADSWITCH         PIC X VALUE "N".
       88 YEARISINLOAD          VALUE "Y".
01     WORKBUDGETYEAR           PIC 9(4).

01     KEPTLINECOUNT            PIC 9(4) VALUE ZERO.
01     KEPTLINETABLE.
       02 KEPTLINE              PIC X(165) OCCURS 0 TO 2000 TIMES
               DEPENDING ON KEPTLINECOUNT.
01     KEPTLINEIDX              PIC 9(4).

01     MONTHIDX                 PIC 9(2).
01     AMOUNTSVALIDSWITCH       PIC X VALUE "Y".
       88 AMOUNTSAREVALID       VALUE "Y".
01     DUPLICATESWITCH          PIC X VALUE "N".
       88 LINEISDUPLICATE       VALUE "Y".

01     LINESREAD                PIC 9(5) VALUE ZERO.
01     LINESREJECTED            PIC 9(5) VALUE ZERO.
01     LINESREPLACED            PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
*>   Loads a signed-off budget into GlBudgets.dat. Each line is
*>   checked - account on the GL reference, subsystem one of the
*>   four, year and all twelve months numeric, no account twice in a
*>   year - and a single bad line refuses the whole load: half a
*>   budget reads as a variance on every account left out. Budget
*>   years not in the load are kept as they were.
BEGIN.
       PERFORM LOADKNOWNACCOUNTS
       IF KNOWNACCOUNTCOUNT = ZERO
           DISPLAY "NO GlAccounts.dat ON DISK - ACCOUNT CODES CANNOT "
               "BE VALIDATED - LOAD REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT BUDGETLOADFILE
       IF NOT BUDGETLOADFILEOK
           DISPLAY "NO GlBudgetLoad.dat ON DISK - NOTHING TO LOAD"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       READ BUDGETLOADFILE
           AT END SET ENDOFBUDGETLOADFILE TO TRUE
       END-READ
       PERFORM CHECKONELOADLINE UNTIL ENDOFBUDGETLOADFILE
       CLOSE BUDGETLOADFILE

       DISPLAY "BUDGET LINES READ:     " LINESREAD
       DISPLAY "BUDGET LINES REJECTED: " LINESREJECTED
       IF LINESREJECTED > ZERO OR LOADLINECOUNT = ZERO
           DISPLAY "BUDGET LOAD REFUSED - FIX GlBudgetLoad.dat AND "
               "RERUN - GlBudgets.dat UNTOUCHED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM KEEPBUDGETSOFOTHERYEARS
       OPEN OUTPUT GLBUDGETFILE
       PERFORM WRITEONEKEPTLINE
           VARYING KEPTLINEIDX FROM 1 BY 1
           UNTIL KEPTLINEIDX > KEPTLINECOUNT
       PERFORM WRITEONELOADLINE
           VARYING LOADLINEIDX FROM 1 BY 1
           UNTIL LOADLINEIDX > LOADLINECOUNT
       CLOSE GLBUDGETFILE
       DISPLAY "BUDGET LINES LOADED:   " LOADLINECOUNT
       DISPLAY "EARLIER LINES REPLACED:" LINESREPLACED
       STOP RUN.

CHECKONELOADLINE.
       ADD 1 TO LINESREAD
       PERFORM CHECKACCOUNTKNOWN
       MOVE SUBSYSTEM-BLF TO WORKSUBSYSTEM
       MOVE "Y" TO AMOUNTSVALIDSWITCH
       PERFORM CHECKONELOADAMOUNT
           VARYING MONTHIDX FROM 1 BY 1 UNTIL MONTHIDX > 12
       EVALUATE TRUE
           WHEN NOT ACCOUNTISKNOWN
               ADD 1 TO LINESREJECTED
               DISPLAY "REJECTED (ACCOUNT NOT ON GlAccounts.dat): "
                   ACCOUNTCODE-BLF
           WHEN BUDGETYEAR-BLF IS NOT NUMERIC
               ADD 1 TO LINESREJECTED
               DISPLAY "REJECTED (BUDGET YEAR NOT NUMERIC): "
                   ACCOUNTCODE-BLF
           WHEN NOT KNOWNSUBSYSTEM
               ADD 1 TO LINESREJECTED
               DISPLAY "REJECTED (SUBSYSTEM NOT STOCK, OILS, SHOPS OR "
                   "BILLING): " ACCOUNTCODE-BLF " " SUBSYSTEM-BLF
           WHEN NOT AMOUNTSAREVALID
               ADD 1 TO LINESREJECTED
               DISPLAY "REJECTED (A MONTH'S BUDGET NOT NUMERIC): "
                   ACCOUNTCODE-BLF " " BUDGETYEAR-BLF
           WHEN OTHER
               PERFORM CHECKLOADLINEDUPLICATE
               IF LINEISDUPLICATE
                   ADD 1 TO LINESREJECTED
                   DISPLAY "REJECTED (ACCOUNT TWICE IN ONE YEAR): "
                       ACCOUNTCODE-BLF " " BUDGETYEAR-BLF
               ELSE
                   ADD 1 TO LOADLINECOUNT
                   MOVE BUDGETLOADREC TO LOADLINETEXT(LOADLINECOUNT)
                   MOVE BUDGETYEAR-BLF TO WORKBUDGETYEAR
                   PERFORM NOTELOADYEAR
               END-IF
       END-EVALUATE
       READ BUDGETLOADFILE
           AT END SET ENDOFBUDGETLOADFILE TO TRUE
       END-READ.

CHECKONELOADAMOUNT.
       IF MONTHBUDGET-BLF(MONTHIDX) IS NOT NUMERIC
           MOVE "N" TO AMOUNTSVALIDSWITCH
       END-IF.

CHECKACCOUNTKNOWN.
       MOVE "N" TO ACCOUNTKNOWNSWITCH
       PERFORM CHECKONEKNOWNACCOUNT
           VARYING KNOWNACCOUNTIDX FROM 1 BY 1
           UNTIL KNOWNACCOUNTIDX > KNOWNACCOUNTCOUNT
           OR ACCOUNTISKNOWN.

CHECKONEKNOWNACCOUNT.
       IF KNOWNACCOUNT(KNOWNACCOUNTIDX) = ACCOUNTCODE-BLF
           SET ACCOUNTISKNOWN TO TRUE
       END-IF.

CHECKLOADLINEDUPLICATE.
       MOVE "N" TO DUPLICATESWITCH
       PERFORM CHECKONELOADLINEKEY
           VARYING LOADLINEIDX FROM 1 BY 1
           UNTIL LOADLINEIDX > LOADLINECOUNT.

CHECKONELOADLINEKEY.
       IF LLACCOUNTCODE(LOADLINEIDX) = ACCOUNTCODE-BLF
               AND LLBUDGETYEAR(LOADLINEIDX) = BUDGETYEAR-BLF
           SET LINEISDUPLICATE TO TRUE
       END-IF.

NOTELOADYEAR.
       PERFORM CHECKYEARINLOAD
       IF NOT YEARISINLOAD
           ADD 1 TO LOADYEARCOUNT
           MOVE WORKBUDGETYEAR TO LOADYEAR(LOADYEARCOUNT)
       END-IF.

CHECKYEARINLOAD.
       MOVE "N" TO YEARINLOADSWITCH
       PERFORM CHECKONELOADYEAR
           VARYING LOADYEARIDX FROM 1 BY 1
           UNTIL LOADYEARIDX > LOADYEARCOUNT.

CHECKONELOADYEAR.
       IF LOADYEAR(LOADYEARIDX) = WORKBUDGETYEAR
           SET YEARISINLOAD TO TRUE
       END-IF.

*>   A missing budget file is the first load - nothing to keep.
KEEPBUDGETSOFOTHERYEARS.
       OPEN INPUT GLBUDGETFILE
       IF GLBUDGETFILEOK
           READ GLBUDGETFILE
               AT END SET ENDOFGLBUDGETFILE TO TRUE
           END-READ
           PERFORM KEEPONEBUDGETLINE UNTIL ENDOFGLBUDGETFILE
           CLOSE GLBUDGETFILE
       END-IF.

KEEPONEBUDGETLINE.
       MOVE BUDGETYEAR-GBU TO WORKBUDGETYEAR
       PERFORM CHECKYEARINLOAD
       IF YEARISINLOAD
           ADD 1 TO LINESREPLACED
       ELSE
           ADD 1 TO KEPTLINECOUNT
           MOVE GLBUDGETREC TO KEPTLINE(KEPTLINECOUNT)
       END-IF
       READ GLBUDGETFILE
           AT END SET ENDOFGLBUDGETFILE TO TRUE
       END-READ.

WRITEONEKEPTLINE.
       MOVE KEPTLINE(KEPTLINEIDX) TO GLBUDGETREC
       WRITE GLBUDGETREC.

WRITEONELOADLINE.
       MOVE LOADLINETEXT(LOADLINEIDX) TO GLBUDGETREC
       WRITE GLBUDGETREC.

*>   Every account either side of a GlAccounts.dat row is a real
*>   ledger account a budget may be set against.
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
