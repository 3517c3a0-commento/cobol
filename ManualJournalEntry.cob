IDENTIFICATION DIVISION.
PROGRAM-ID. MANUALJOURNALENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Journals keyed by finance - accruals, corrections,
*>   reclassifications - each a header line followed by its debit and
*>   credit lines. GLJOURNALEXTRACT posts an approved journal into
*>   GlJournal.dat on or after the journal's date.
       SELECT MANUALJOURNALFILE ASSIGN TO "ManualJournals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANUALJOURNALFILESTATUS.

       SELECT GLACCOUNTSFILE ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCOUNTSFILESTATUS.

*>   One line per period already closed - the lock that keeps late
*>   journals out of a signed-off month.
       SELECT GLCLOSEDPERIODFILE ASSIGN TO "GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

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
FD     MANUALJOURNALFILE.
01     MANUALJOURNALREC.
       88 ENDOFMANUALJOURNALFILE VALUE HIGH-VALUES.
       02 MANUALJOURNALLINE     PIC X(77).

FD     GLACCOUNTSFILE.
01     GLACCOUNTSREC.
       88 ENDOFGLACCOUNTSFILE   VALUE HIGH-VALUES.
       02 SOURCEKEY-GAF         PIC X(12).
       02 DRACCOUNT-GAF         PIC X(6).
       02 CRACCOUNT-GAF         PIC X(6).
       02 DESCRIPTION-GAF       PIC X(24).

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
01     MANUALJOURNALFILESTATUS  PIC XX.
       88 MANUALJOURNALFILEOK   VALUE "00".
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.

*>   The whole journal file, held line for line. A header line and
*>   a debit or credit line share the journal number in the same
*>   place; the rest of the line is read through whichever view fits
*>   its type.
01     JOURNALFILECOUNT         PIC 9(5) VALUE ZERO.
01     JOURNALFILETABLE.
       02 JOURNALFILEENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON JOURNALFILECOUNT.
           03 JFLINE            PIC X(77).
           03 JFHEADERVIEW REDEFINES JFLINE.
               04 JFRECTYPE     PIC X.
                88 JFISHEADER   VALUE "H".
                88 JFISLINE     VALUE "L".
               04 JFJOURNALNO   PIC 9(6).
               04 JFJOURNALDATE PIC 9(8).
               04 JFSTATUS      PIC X.
                88 JFPENDING    VALUE "P".
                88 JFAPPROVED   VALUE "A".
                88 JFREJECTED   VALUE "R".
                88 JFPOSTED     VALUE "X".
               04 JFACCRUAL     PIC X.
                88 JFISACCRUAL  VALUE "Y".
               04 JFENTEREDBY   PIC X(8).
               04 JFAPPROVEDBY  PIC X(8).
               04 JFREVERSALOF  PIC 9(6).
               04 JFPOSTEDDATE  PIC 9(8).
               04 JFDESCRIPTION PIC X(30).
           03 JFLINEVIEW REDEFINES JFLINE.
               04 FILLER        PIC X(7).
               04 JFACCOUNT     PIC X(6).
               04 JFDRCR        PIC X(2).
               04 JFAMOUNT      PIC 9(9)V99.
               04 JFNARRATIVE   PIC X(24).
               04 FILLER        PIC X(27).
01     JOURNALFILEIDX           PIC 9(5).
01     HEADERIDX                PIC 9(5).
01     HIGHESTJOURNALNO         PIC 9(6) VALUE ZERO.

*>   The journal being keyed, held until it balances.
01     NEWLINECOUNT             PIC 9(3) VALUE ZERO.
01     NEWLINETABLE.
       02 NEWLINE OCCURS 0 TO 99 TIMES DEPENDING ON NEWLINECOUNT.
           03 NLACCOUNT         PIC X(6).
           03 NLDRCR            PIC X(2).
           03 NLAMOUNT          PIC 9(9)V99.
           03 NLNARRATIVE       PIC X(24).
01     NEWLINEIDX               PIC 9(3).
01     NEWDEBITTOTAL            PIC 9(10)V99 VALUE ZERO.
01     NEWCREDITTOTAL           PIC 9(10)V99 VALUE ZERO.
01     LINESDONESWITCH          PIC X VALUE "N".
       88 LINESDONE             VALUE "Y".

01     KNOWNACCOUNTCOUNT        PIC 9(3) VALUE ZERO.
01     KNOWNACCOUNTTABLE.
       02 KNOWNACCOUNT          PIC X(6) OCCURS 0 TO 200 TIMES
               DEPENDING ON KNOWNACCOUNTCOUNT.
01     KNOWNACCOUNTIDX          PIC 9(3).
01     ACCOUNTKNOWNSWITCH       PIC X VALUE "N".
       88 ACCOUNTISKNOWN        VALUE "Y".

01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).
01     WORKPERIOD               PIC 9(6).
01     PERIODCLOSEDSWITCH       PIC X VALUE "N".
       88 PERIODISCLOSED        VALUE "Y".

01     ACTIONENTRY              PIC X VALUE SPACE.
       88 ENTERACTION           VALUE "E" "e".
       88 APPROVEACTION         VALUE "A" "a".
       88 LISTACTION            VALUE "L" "l".
       88 QUITACTION            VALUE "Q" "q".

01     JOURNALDATEENTRY         PIC X(8) VALUE SPACES.
01     JOURNALDATE              PIC 9(8) VALUE ZERO.
01     JOURNALDATESPLIT REDEFINES JOURNALDATE.
       02 JOURNALYEAR           PIC 9(4).
       02 JOURNALMONTH          PIC 9(2).
       02 JOURNALDAY            PIC 9(2).
01     ACCRUALENTRY             PIC X VALUE "N".
       88 ACCRUALREQUESTED      VALUE "Y" "y".
01     DESCRIPTIONENTRY         PIC X(30) VALUE SPACES.
01     ACCOUNTENTRY             PIC X(6) VALUE SPACES.
01     DRCRENTRY                PIC X(2) VALUE SPACES.
       88 DEBITENTRY            VALUE "DR" "dr".
       88 CREDITENTRY           VALUE "CR" "cr".
01     AMOUNTENTRY              PIC X(14) VALUE SPACES.
01     LINEAMOUNT               PIC 9(9)V99 VALUE ZERO.
01     NARRATIVEENTRY           PIC X(24) VALUE SPACES.
01     JOURNALNOENTRY           PIC X(6) VALUE SPACES.
01     JOURNALNOWANTED          PIC 9(6) VALUE ZERO.
01     DECISIONENTRY            PIC X VALUE SPACE.
       88 APPROVEJOURNAL        VALUE "A" "a".
       88 REJECTJOURNAL         VALUE "R" "r".

*>   An accrual reverses on the first day of the period after its
*>   own.
01     REVERSALDATE             PIC 9(8) VALUE ZERO.
01     REVERSALDATESPLIT REDEFINES REVERSALDATE.
       02 REVERSALYEAR          PIC 9(4).
       02 REVERSALMONTH         PIC 9(2).
       02 REVERSALDAY           PIC 9(2).
01     REVERSALOFJOURNALNO      PIC 9(6).
01     ORIGINALENTEREDBY        PIC X(8).

01     PRNJOURNALAMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
01     PRNJOURNALTOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
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
*>   Manual journals are keyed by one operator and approved by
*>   another - nobody posts to the ledger on their own say-so. A
*>   journal must balance before it is saved, may only touch accounts
*>   on the GL reference, and may not be dated into a closed period.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED TO ENTER OR APPROVE "
               "JOURNALS - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADOPERATORPERMISSIONS

       PERFORM LOADKNOWNACCOUNTS
       IF KNOWNACCOUNTCOUNT = ZERO
           DISPLAY "NO GlAccounts.dat ON DISK - ACCOUNT CODES CANNOT "
               "BE VALIDATED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADCLOSEDPERIODS
       PERFORM LOADJOURNALFILE

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       IF CHANGESMADECOUNT > ZERO
           PERFORM REWRITEJOURNALFILE
           DISPLAY "MANUAL JOURNAL FILE REWRITTEN - " CHANGESMADECOUNT
               " CHANGES APPLIED"
       ELSE
           DISPLAY "NO CHANGES MADE - MANUAL JOURNAL FILE UNTOUCHED"
       END-IF
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(E)NTER A JOURNAL, (A)PPROVE JOURNALS, (L)IST "
           "UNPOSTED, OR (Q)UIT - " WITH NO ADVANCING
       ACCEPT ACTIONENTRY
       MOVE SPACES TO WORKACTIONCODE
       EVALUATE TRUE
           WHEN ENTERACTION   MOVE "MANJNLENTER" TO WORKACTIONCODE
           WHEN APPROVEACTION MOVE "MANJNLAPPRV" TO WORKACTIONCODE
           WHEN OTHER         CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN ENTERACTION   PERFORM ENTERJOURNAL
               WHEN APPROVEACTION PERFORM APPROVEJOURNALS
               WHEN LISTACTION    PERFORM LISTUNPOSTEDJOURNALS
               WHEN QUITACTION    CONTINUE
               WHEN OTHER         DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

*>   Lines are keyed until a blank account; the journal is saved
*>   pending approval only if its debits equal its credits.
ENTERJOURNAL.
       DISPLAY "JOURNAL DATE (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT JOURNALDATEENTRY
       IF JOURNALDATEENTRY IS NOT NUMERIC
           DISPLAY "JOURNAL DATE MUST BE EIGHT DIGITS - NOT ENTERED"
           EXIT PARAGRAPH
       END-IF
       MOVE JOURNALDATEENTRY TO JOURNALDATE
       IF JOURNALMONTH < 1 OR JOURNALMONTH > 12
               OR JOURNALDAY < 1 OR JOURNALDAY > 31
           DISPLAY "JOURNAL DATE " JOURNALDATE " IS NOT A DATE - "
               "NOT ENTERED"
           EXIT PARAGRAPH
       END-IF
       MOVE JOURNALDATE(1:6) TO WORKPERIOD
       PERFORM CHECKPERIODCLOSED
       IF PERIODISCLOSED
           DISPLAY "PERIOD " WORKPERIOD " IS CLOSED - NO JOURNALS "
               "MAY BE DATED INTO IT"
           EXIT PARAGRAPH
       END-IF

       DISPLAY "ACCRUAL TO REVERSE NEXT PERIOD? (Y/N): "
           WITH NO ADVANCING
       ACCEPT ACCRUALENTRY
       DISPLAY "DESCRIPTION: " WITH NO ADVANCING
       ACCEPT DESCRIPTIONENTRY
       IF DESCRIPTIONENTRY = SPACES
           DISPLAY "A DESCRIPTION IS REQUIRED - NOT ENTERED"
           EXIT PARAGRAPH
       END-IF

       MOVE ZERO TO NEWLINECOUNT, NEWDEBITTOTAL, NEWCREDITTOTAL
       MOVE "N" TO LINESDONESWITCH
       PERFORM ACCEPTONEJOURNALLINE UNTIL LINESDONE

       MOVE NEWDEBITTOTAL TO PRNJOURNALTOTAL
       DISPLAY "DEBITS  " PRNJOURNALTOTAL
       MOVE NEWCREDITTOTAL TO PRNJOURNALTOTAL
       DISPLAY "CREDITS " PRNJOURNALTOTAL
       IF NEWLINECOUNT < 2 OR NEWDEBITTOTAL = ZERO
           DISPLAY "A JOURNAL NEEDS AT LEAST ONE DEBIT AND ONE "
               "CREDIT - DISCARDED"
           EXIT PARAGRAPH
       END-IF
       IF NEWDEBITTOTAL NOT = NEWCREDITTOTAL
           DISPLAY "DEBITS DO NOT EQUAL CREDITS - JOURNAL DISCARDED"
           EXIT PARAGRAPH
       END-IF

       ADD 1 TO HIGHESTJOURNALNO
       PERFORM ADDJOURNALHEADERLINE
       MOVE "P"              TO JFSTATUS(JOURNALFILECOUNT)
       MOVE "N"              TO JFACCRUAL(JOURNALFILECOUNT)
       IF ACCRUALREQUESTED
           MOVE "Y"          TO JFACCRUAL(JOURNALFILECOUNT)
       END-IF
       MOVE OPERATORID       TO JFENTEREDBY(JOURNALFILECOUNT)
       MOVE ZERO             TO JFREVERSALOF(JOURNALFILECOUNT)
       MOVE DESCRIPTIONENTRY TO JFDESCRIPTION(JOURNALFILECOUNT)
       PERFORM ADDONENEWLINETOFILE
           VARYING NEWLINEIDX FROM 1 BY 1
           UNTIL NEWLINEIDX > NEWLINECOUNT
       ADD 1 TO CHANGESMADECOUNT
       DISPLAY "JOURNAL " HIGHESTJOURNALNO " SAVED - AWAITING "
           "APPROVAL BY A SECOND OPERATOR".

ACCEPTONEJOURNALLINE.
       DISPLAY "LINES SO FAR " NEWLINECOUNT
           " - ACCOUNT (BLANK TO FINISH): "
           WITH NO ADVANCING
       MOVE SPACES TO ACCOUNTENTRY
       ACCEPT ACCOUNTENTRY
       IF ACCOUNTENTRY = SPACES
           SET LINESDONE TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKACCOUNTKNOWN
       IF NOT ACCOUNTISKNOWN
           DISPLAY "ACCOUNT " ACCOUNTENTRY " IS NOT ON GlAccounts.dat "
               "- LINE NOT TAKEN"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "DR OR CR: " WITH NO ADVANCING
       ACCEPT DRCRENTRY
       IF NOT DEBITENTRY AND NOT CREDITENTRY
           DISPLAY "ENTER DR OR CR - LINE NOT TAKEN"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "AMOUNT: " WITH NO ADVANCING
       ACCEPT AMOUNTENTRY
       IF FUNCTION TEST-NUMVAL(AMOUNTENTRY) NOT = ZERO
           DISPLAY "NOT A VALID AMOUNT - LINE NOT TAKEN"
           EXIT PARAGRAPH
       END-IF
       COMPUTE LINEAMOUNT = FUNCTION NUMVAL(AMOUNTENTRY)
       IF LINEAMOUNT = ZERO
           DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - LINE NOT TAKEN"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "NARRATIVE: " WITH NO ADVANCING
       ACCEPT NARRATIVEENTRY
       IF NEWLINECOUNT = 99
           DISPLAY "99 LINES IS THE MOST ONE JOURNAL MAY CARRY"
           SET LINESDONE TO TRUE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO NEWLINECOUNT
       MOVE ACCOUNTENTRY   TO NLACCOUNT(NEWLINECOUNT)
       MOVE NARRATIVEENTRY TO NLNARRATIVE(NEWLINECOUNT)
       MOVE LINEAMOUNT     TO NLAMOUNT(NEWLINECOUNT)
       IF DEBITENTRY
           MOVE "DR" TO NLDRCR(NEWLINECOUNT)
           ADD LINEAMOUNT TO NEWDEBITTOTAL
       ELSE
           MOVE "CR" TO NLDRCR(NEWLINECOUNT)
           ADD LINEAMOUNT TO NEWCREDITTOTAL
       END-IF.

ADDJOURNALHEADERLINE.
       ADD 1 TO JOURNALFILECOUNT
       MOVE SPACES           TO JFLINE(JOURNALFILECOUNT)
       MOVE "H"              TO JFRECTYPE(JOURNALFILECOUNT)
       MOVE HIGHESTJOURNALNO TO JFJOURNALNO(JOURNALFILECOUNT)
       MOVE JOURNALDATE      TO JFJOURNALDATE(JOURNALFILECOUNT)
       MOVE SPACES           TO JFAPPROVEDBY(JOURNALFILECOUNT)
       MOVE ZERO             TO JFPOSTEDDATE(JOURNALFILECOUNT).

ADDONENEWLINETOFILE.
       ADD 1 TO JOURNALFILECOUNT
       MOVE SPACES           TO JFLINE(JOURNALFILECOUNT)
       MOVE "L"              TO JFRECTYPE(JOURNALFILECOUNT)
       MOVE HIGHESTJOURNALNO TO JFJOURNALNO(JOURNALFILECOUNT)
       MOVE NLACCOUNT(NEWLINEIDX)   TO JFACCOUNT(JOURNALFILECOUNT)
       MOVE NLDRCR(NEWLINEIDX)      TO JFDRCR(JOURNALFILECOUNT)
       MOVE NLAMOUNT(NEWLINEIDX)    TO JFAMOUNT(JOURNALFILECOUNT)
       MOVE NLNARRATIVE(NEWLINEIDX) TO JFNARRATIVE(JOURNALFILECOUNT).

*>   Every journal still pending is offered in turn, except those
*>   the approver keyed - those wait for somebody else.
APPROVEJOURNALS.
       PERFORM REVIEWONEPENDINGJOURNAL
           VARYING HEADERIDX FROM 1 BY 1
           UNTIL HEADERIDX > JOURNALFILECOUNT.

REVIEWONEPENDINGJOURNAL.
       IF JFISHEADER(HEADERIDX) AND JFPENDING(HEADERIDX)
           IF JFENTEREDBY(HEADERIDX) = OPERATORID
               DISPLAY "JOURNAL " JFJOURNALNO(HEADERIDX)
                   " WAS KEYED BY YOU - NEEDS ANOTHER OPERATOR"
           ELSE
               PERFORM SHOWJOURNAL
               DISPLAY "(A)PPROVE, (R)EJECT, OR (S)KIP - "
                   WITH NO ADVANCING
               ACCEPT DECISIONENTRY
               EVALUATE TRUE
                   WHEN APPROVEJOURNAL PERFORM APPROVEONEJOURNAL
                   WHEN REJECTJOURNAL  PERFORM REJECTONEJOURNAL
                   WHEN OTHER          CONTINUE
               END-EVALUATE
           END-IF
       END-IF.

SHOWJOURNAL.
       MOVE JFJOURNALNO(HEADERIDX) TO JOURNALNOWANTED
       DISPLAY " "
       DISPLAY "JOURNAL " JFJOURNALNO(HEADERIDX) " DATED "
           JFJOURNALDATE(HEADERIDX) " KEYED BY "
           JFENTEREDBY(HEADERIDX) " - " JFDESCRIPTION(HEADERIDX)
       IF JFISACCRUAL(HEADERIDX)
           DISPLAY "   ACCRUAL - REVERSES ON THE FIRST DAY OF THE "
               "NEXT PERIOD"
       END-IF
       PERFORM SHOWONEJOURNALLINE
           VARYING JOURNALFILEIDX FROM 1 BY 1
           UNTIL JOURNALFILEIDX > JOURNALFILECOUNT.

SHOWONEJOURNALLINE.
       IF JFISLINE(JOURNALFILEIDX)
               AND JFJOURNALNO(JOURNALFILEIDX) = JOURNALNOWANTED
           MOVE JFAMOUNT(JOURNALFILEIDX) TO PRNJOURNALAMOUNT
           DISPLAY "   " JFACCOUNT(JOURNALFILEIDX) " "
               JFDRCR(JOURNALFILEIDX) " " PRNJOURNALAMOUNT " "
               JFNARRATIVE(JOURNALFILEIDX)
       END-IF.

*>   The period is checked again at approval - it may have closed
*>   since the journal was keyed. An accrual's reversal is raised
*>   here, already approved, so the two always go to the ledger
*>   together.
APPROVEONEJOURNAL.
       MOVE JFJOURNALDATE(HEADERIDX)(1:6) TO WORKPERIOD
       PERFORM CHECKPERIODCLOSED
       IF PERIODISCLOSED
           DISPLAY "PERIOD " WORKPERIOD " HAS CLOSED SINCE THIS "
               "JOURNAL WAS KEYED - REJECT IT AND RE-ENTER"
           EXIT PARAGRAPH
       END-IF
       IF JFISACCRUAL(HEADERIDX)
           MOVE JFJOURNALDATE(HEADERIDX) TO REVERSALDATE
           IF REVERSALMONTH = 12
               ADD 1 TO REVERSALYEAR
               MOVE 1 TO REVERSALMONTH
           ELSE
               ADD 1 TO REVERSALMONTH
           END-IF
           MOVE 1 TO REVERSALDAY
           MOVE REVERSALDATE(1:6) TO WORKPERIOD
           PERFORM CHECKPERIODCLOSED
           IF PERIODISCLOSED
               DISPLAY "REVERSAL PERIOD " WORKPERIOD " IS CLOSED - "
                   "ACCRUAL NOT APPROVED"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "A"        TO JFSTATUS(HEADERIDX)
       MOVE OPERATORID TO JFAPPROVEDBY(HEADERIDX)
       ADD 1 TO CHANGESMADECOUNT
       DISPLAY "JOURNAL " JFJOURNALNO(HEADERIDX) " APPROVED"
       IF JFISACCRUAL(HEADERIDX)
           PERFORM RAISEACCRUALREVERSAL
       END-IF.

REJECTONEJOURNAL.
       MOVE "R"        TO JFSTATUS(HEADERIDX)
       MOVE OPERATORID TO JFAPPROVEDBY(HEADERIDX)
       ADD 1 TO CHANGESMADECOUNT
       DISPLAY "JOURNAL " JFJOURNALNO(HEADERIDX) " REJECTED".

*>   The reversal is the accrual's lines with debit and credit
*>   swapped, dated the first of the next period.
RAISEACCRUALREVERSAL.
       MOVE JFJOURNALNO(HEADERIDX)  TO REVERSALOFJOURNALNO
       MOVE JFENTEREDBY(HEADERIDX)  TO ORIGINALENTEREDBY
       MOVE REVERSALDATE            TO JOURNALDATE
       ADD 1 TO HIGHESTJOURNALNO
       PERFORM ADDJOURNALHEADERLINE
       MOVE "A"                 TO JFSTATUS(JOURNALFILECOUNT)
       MOVE "N"                 TO JFACCRUAL(JOURNALFILECOUNT)
       MOVE ORIGINALENTEREDBY   TO JFENTEREDBY(JOURNALFILECOUNT)
       MOVE OPERATORID          TO JFAPPROVEDBY(JOURNALFILECOUNT)
       MOVE REVERSALOFJOURNALNO TO JFREVERSALOF(JOURNALFILECOUNT)
       MOVE SPACES              TO JFDESCRIPTION(JOURNALFILECOUNT)
       STRING "REVERSAL OF JOURNAL " REVERSALOFJOURNALNO
           DELIMITED BY SIZE INTO JFDESCRIPTION(JOURNALFILECOUNT)
       END-STRING
       MOVE ZERO TO NEWLINECOUNT
       PERFORM COPYONEREVERSEDLINE
           VARYING JOURNALFILEIDX FROM 1 BY 1
           UNTIL JOURNALFILEIDX > JOURNALFILECOUNT
       PERFORM ADDONENEWLINETOFILE
           VARYING NEWLINEIDX FROM 1 BY 1
           UNTIL NEWLINEIDX > NEWLINECOUNT
       DISPLAY "REVERSAL JOURNAL " HIGHESTJOURNALNO " RAISED FOR "
           REVERSALDATE.

COPYONEREVERSEDLINE.
       IF JFISLINE(JOURNALFILEIDX)
               AND JFJOURNALNO(JOURNALFILEIDX) = REVERSALOFJOURNALNO
           ADD 1 TO NEWLINECOUNT
           MOVE JFACCOUNT(JOURNALFILEIDX)   TO NLACCOUNT(NEWLINECOUNT)
           MOVE JFAMOUNT(JOURNALFILEIDX)    TO NLAMOUNT(NEWLINECOUNT)
           MOVE JFNARRATIVE(JOURNALFILEIDX) TO NLNARRATIVE(NEWLINECOUNT)
           IF JFDRCR(JOURNALFILEIDX) = "DR"
               MOVE "CR" TO NLDRCR(NEWLINECOUNT)
           ELSE
               MOVE "DR" TO NLDRCR(NEWLINECOUNT)
           END-IF
       END-IF.

LISTUNPOSTEDJOURNALS.
       PERFORM LISTONEUNPOSTEDJOURNAL
           VARYING HEADERIDX FROM 1 BY 1
           UNTIL HEADERIDX > JOURNALFILECOUNT.

LISTONEUNPOSTEDJOURNAL.
       IF JFISHEADER(HEADERIDX)
               AND (JFPENDING(HEADERIDX) OR JFAPPROVED(HEADERIDX))
           DISPLAY JFJOURNALNO(HEADERIDX) " "
               JFJOURNALDATE(HEADERIDX) " " JFSTATUS(HEADERIDX) " "
               JFACCRUAL(HEADERIDX) " " JFENTEREDBY(HEADERIDX) " "
               JFAPPROVEDBY(HEADERIDX) " " JFDESCRIPTION(HEADERIDX)
       END-IF.

CHECKACCOUNTKNOWN.
       MOVE "N" TO ACCOUNTKNOWNSWITCH
       PERFORM CHECKONEKNOWNACCOUNT
           VARYING KNOWNACCOUNTIDX FROM 1 BY 1
           UNTIL KNOWNACCOUNTIDX > KNOWNACCOUNTCOUNT
           OR ACCOUNTISKNOWN.

CHECKONEKNOWNACCOUNT.
       IF KNOWNACCOUNT(KNOWNACCOUNTIDX) = ACCOUNTENTRY
           SET ACCOUNTISKNOWN TO TRUE
       END-IF.

CHECKPERIODCLOSED.
       MOVE "N" TO PERIODCLOSEDSWITCH
       PERFORM CHECKONECLOSEDPERIOD
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = WORKPERIOD
           SET PERIODISCLOSED TO TRUE
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

LOADCLOSEDPERIODS.
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM STOREONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF.

STOREONECLOSEDPERIOD.
       ADD 1 TO CLOSEDPERIODCOUNT
       MOVE CLOSEDPERIOD-GCF TO CLOSEDPERIOD(CLOSEDPERIODCOUNT)
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

LOADJOURNALFILE.
       OPEN INPUT MANUALJOURNALFILE
       IF MANUALJOURNALFILEOK
           READ MANUALJOURNALFILE
               AT END SET ENDOFMANUALJOURNALFILE TO TRUE
           END-READ
           PERFORM STOREONEJOURNALFILELINE
               UNTIL ENDOFMANUALJOURNALFILE
           CLOSE MANUALJOURNALFILE
       END-IF.

STOREONEJOURNALFILELINE.
       ADD 1 TO JOURNALFILECOUNT
       MOVE MANUALJOURNALLINE TO JFLINE(JOURNALFILECOUNT)
       IF JFJOURNALNO(JOURNALFILECOUNT) > HIGHESTJOURNALNO
           MOVE JFJOURNALNO(JOURNALFILECOUNT) TO HIGHESTJOURNALNO
       END-IF
       READ MANUALJOURNALFILE
           AT END SET ENDOFMANUALJOURNALFILE TO TRUE
       END-READ.

REWRITEJOURNALFILE.
       OPEN OUTPUT MANUALJOURNALFILE
       PERFORM WRITEONEJOURNALFILELINE
           VARYING JOURNALFILEIDX FROM 1 BY 1
           UNTIL JOURNALFILEIDX > JOURNALFILECOUNT
       CLOSE MANUALJOURNALFILE.

WRITEONEJOURNALFILELINE.
       MOVE JFLINE(JOURNALFILEIDX) TO MANUALJOURNALLINE
       WRITE MANUALJOURNALREC.

*>   The operator's permitted action codes, loaded once at sign-on.
*>   No permissions file on disk means no enforcement - the
*>   second-operator rule on approval applies either way.
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
       MOVE "MANUALJNL"    TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
