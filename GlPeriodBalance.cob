           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNALFILESTATUS.

*>   A closed period's journal blocks, moved off the live journal by
*>   its close - GlJournal.YYYYMM.dat.
       SELECT GLJOURNALARCHIVEFILE ASSIGN TO DYNAMIC GLJOURNALARCHIVENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNALARCHIVEFILESTATUS.

       SELECT GLJOURNALWORKFILE ASSIGN TO "GlJournal.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNALWORKFILESTATUS.

       SELECT GLACCOUNTSFILE ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCOUNTSFILESTATUS.
       SELECT TRIALBALANCEREPORT ASSIGN TO "TrialBalance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Each closed period's movement per account - the balances file
*>   only keeps the running total, and year-to-date actuals against
*>   budget need the months one by one once the journal is archived.
       SELECT GLPERIODACTUALSFILE ASSIGN TO "GlPeriodActuals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLPERIODACTUALSFILESTATUS.

       SELECT GLBUDGETFILE ASSIGN TO "GlBudgets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLBUDGETFILESTATUS.

       SELECT BUDGETREPORT ASSIGN TO "BudgetVsActual.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   The period's budget-versus-actual figures per account, rewritten
*>   by every run - the month-end pack ranks its worst variances from
*>   this rather than repeating the arithmetic.
       SELECT BUDGETVARIANCEFILE ASSIGN TO "GlBudgetVariances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGETVARIANCEFILESTATUS.

*>   A year's closing position and its twelve months' movements per
*>   account, written when December closes - the prior-year
*>   comparatives on the financial statements come from here once the
*>   year's journals and period actuals have been cleared down.
       SELECT GLYEARENDFILE ASSIGN TO DYNAMIC GLYEARENDFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLYEARENDFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     GLJOURNALFILE.
       02 JOURNALAMOUNT         PIC 9(9)V99.
       02 JOURNALSOURCEKEY      PIC X(12).

FD     GLJOURNALARCHIVEFILE.
01     GLJOURNALARCHIVEREC      PIC X(46).

FD     GLJOURNALWORKFILE.
01     GLJOURNALWORKREC         PIC X(46).
       88 ENDOFGLJOURNALWORKFILE VALUE HIGH-VALUES.

FD     GLACCOUNTSFILE.
01     GLACCOUNTSREC.
       88 ENDOFGLACCOUNTSFILE   VALUE HIGH-VALUES.
FD     TRIALBALANCEREPORT.
01     TRIALBALANCELINE         PIC X(110).

FD     GLPERIODACTUALSFILE.
01     GLPERIODACTUALSREC.
       88 ENDOFGLPERIODACTUALS  VALUE HIGH-VALUES.
       02 ACCOUNTCODE-GPA       PIC X(6).
       02 FILLER                PIC X.
       02 PERIOD-GPA            PIC 9(6).
       02 FILLER                PIC X.
       02 DRTOTAL-GPA           PIC 9(11)V99.
       02 FILLER                PIC X.
       02 CRTOTAL-GPA           PIC 9(11)V99.

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

FD     BUDGETREPORT.
01     BUDGETREPORTLINE         PIC X(132).

FD     BUDGETVARIANCEFILE.
01     BUDGETVARIANCEREC.
       02 PERIOD-BVX            PIC 9(6).
       02 FILLER                PIC X.
       02 ACCOUNTCODE-BVX       PIC X(6).
       02 FILLER                PIC X.
       02 SUBSYSTEM-BVX         PIC X(8).
       02 FILLER                PIC X.
       02 DESCRIPTION-BVX       PIC X(24).
       02 FILLER                PIC X.
       02 MONTHACTUAL-BVX       PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 MONTHBUDGET-BVX       PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 MONTHVARIANCE-BVX     PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 YTDACTUAL-BVX         PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 YTDBUDGET-BVX         PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 YTDVARIANCE-BVX       PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 FLAGGED-BVX           PIC X.

*>   Movements are net debit, as on the trial balance's net column.
FD     GLYEARENDFILE.
01     GLYEARENDREC.
       02 ACCOUNTCODE-GYE       PIC X(6).
       02 FILLER                PIC X.
       02 YEAR-GYE              PIC 9(4).
       02 FILLER                PIC X.
       02 CLOSINGDR-GYE         PIC 9(11)V99.
       02 FILLER                PIC X.
       02 CLOSINGCR-GYE         PIC 9(11)V99.
       02 FILLER                PIC X.
       02 MONTHNET-GYE          PIC S9(11)V99 SIGN LEADING SEPARATE
               OCCURS 12 TIMES.

WORKING-STORAGE SECTION.
01     GLJOURNALFILESTATUS      PIC XX.
       88 GLJOURNALFILEOK       VALUE "00".
01     GLJOURNALARCHIVEFILESTATUS PIC XX.
       88 GLJOURNALARCHIVEFILEOK VALUE "00".
01     GLJOURNALWORKFILESTATUS  PIC XX.
       88 GLJOURNALWORKFILEOK   VALUE "00".
01     GLJOURNALARCHIVENAME     PIC X(32) VALUE SPACES.
01     JOURNALRECORDSARCHIVED   PIC 9(7) VALUE ZERO.
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".
01     GLBALANCESFILESTATUS     PIC XX.
       88 GLBALANCESFILEOK      VALUE "00".
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     GLPERIODACTUALSFILESTATUS PIC XX.
       88 GLPERIODACTUALSFILEOK VALUE "00".
01     GLBUDGETFILESTATUS       PIC XX.
       88 GLBUDGETFILEOK        VALUE "00".
01     BUDGETVARIANCEFILESTATUS PIC XX.
       88 BUDGETVARIANCEFILEOK  VALUE "00".
01     GLYEARENDFILESTATUS      PIC XX.
       88 GLYEARENDFILEOK       VALUE "00".
01     GLYEARENDFILENAME        PIC X(64) VALUE SPACES.

01     PERIODENTRY              PIC X(6) VALUE SPACES.
01     SELECTEDPERIOD           PIC 9(6) VALUE ZERO.
01     SELECTEDPERIODSPLIT REDEFINES SELECTEDPERIOD.
       02 SELECTEDYEAR          PIC 9(4).
       02 SELECTEDMONTH         PIC 9(2).
01     CURRENTHEADERPERIOD      PIC 9(6) VALUE ZERO.
01     RUNDATE                  PIC 9(8).

       88 PERIODISCLOSED        VALUE "Y".

01     DETAILSROLLEDCOUNT       PIC 9(6) VALUE ZERO.

*>   The closing year's months per account, gathered from the period
*>   actuals for the year-end archive.
01     YEARMONTHCOUNT           PIC 9(3) VALUE ZERO.
01     YEARMONTHTABLE.
       02 YEARMONTHENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON YEARMONTHCOUNT.
           03 YMACCOUNTCODE     PIC X(6).
           03 YMMONTHNET        PIC S9(11)V99 OCCURS 12 TIMES.
01     YEARMONTHIDX             PIC 9(3).
01     YEARMONTHMONTH           PIC 9(2).
01     TOTALDEBITS              PIC 9(12)V99 VALUE ZERO.
01     TOTALCREDITS             PIC 9(12)V99 VALUE ZERO.
01     NETBALANCE               PIC S9(12)V99 VALUE ZERO.

01     TRIALBALANCEPROOFLINE    PIC X(40) VALUE SPACES.

*>   Budget against actual per account for the selected period and
*>   the year to it. Actuals are net debit movements like the
*>   budgets: the month's from the journal, earlier months' from the
*>   period actuals recorded at each close. An account with activity
*>   but no budget line is reported under NONE.
01     FLAGPERCENTENTRY         PIC X(3) VALUE SPACES.
01     FLAGPERCENT              PIC 9(3) VALUE 10.

01     BUDGETLINECOUNT          PIC 9(3) VALUE ZERO.
01     BUDGETLINETABLE.
       02 BUDGETLINE OCCURS 0 TO 300 TIMES
               DEPENDING ON BUDGETLINECOUNT.
           03 BLACCOUNTCODE     PIC X(6).
           03 BLSUBSYSTEM       PIC X(8).
           03 BLMONTHACTUAL     PIC S9(11)V99.
           03 BLMONTHBUDGET     PIC S9(11)V99.
           03 BLYTDACTUAL       PIC S9(11)V99.
           03 BLYTDBUDGET       PIC S9(11)V99.
01     BUDGETLINEIDX            PIC 9(3).
01     BUDGETMONTHIDX           PIC 9(2).
01     MOVEMENTNET              PIC S9(11)V99.

01     SUBSYSTEMLIST.
       02 FILLER                PIC X(8) VALUE "STOCK".
       02 FILLER                PIC X(8) VALUE "OILS".
       02 FILLER                PIC X(8) VALUE "SHOPS".
       02 FILLER                PIC X(8) VALUE "BILLING".
       02 FILLER                PIC X(8) VALUE "NONE".
01     SUBSYSTEMTABLE REDEFINES SUBSYSTEMLIST.
       02 SUBSYSTEMNAME         PIC X(8) OCCURS 5 TIMES.
01     SUBSYSTEMIDX             PIC 9.
01     WORKSUBSYSTEM            PIC X(8).

01     SUBSYSTEMTOTALS.
       02 STMONTHACTUAL         PIC S9(11)V99.
       02 STMONTHBUDGET         PIC S9(11)V99.
       02 STYTDACTUAL           PIC S9(11)V99.
       02 STYTDBUDGET           PIC S9(11)V99.
       02 STLINECOUNT           PIC 9(3).
01     GRANDTOTALS.
       02 GTMONTHACTUAL         PIC S9(11)V99 VALUE ZERO.
       02 GTMONTHBUDGET         PIC S9(11)V99 VALUE ZERO.
       02 GTYTDACTUAL           PIC S9(11)V99 VALUE ZERO.
       02 GTYTDBUDGET           PIC S9(11)V99 VALUE ZERO.

*>   Work fields for one line's variances - shared by account lines,
*>   subsystem subtotals and the grand total.
01     LINEACTUAL               PIC S9(11)V99.
01     LINEBUDGET               PIC S9(11)V99.
01     LINEVARIANCE             PIC S9(11)V99.
01     LINEBUDGETSIZE           PIC 9(11)V99.
01     LINEPERCENT              PIC S9(5).
01     LINEFLAG                 PIC XX.
01     MONTHVARIANCEFLAGGED     PIC X.
01     FLAGGEDLINECOUNT         PIC 9(3) VALUE ZERO.

01     BUDGETHEADINGLINE.
       02 FILLER                PIC X(32)
               VALUE "BUDGET VERSUS ACTUAL FOR PERIOD ".
       02 PRNBUDGETPERIOD       PIC 9(6).
       02 FILLER                PIC X(18) VALUE " - VARIANCES OVER ".
       02 PRNFLAGPERCENT        PIC ZZ9.
       02 FILLER                PIC X(29)
               VALUE "% OF BUDGET FLAGGED **".

01     BUDGETSUBSYSTEMLINE.
       02 FILLER                PIC X(11) VALUE "SUBSYSTEM: ".
       02 PRNSUBSYSTEMNAME      PIC X(8).

01     BUDGETTOPICLINE1.
       02 FILLER                PIC X(30) VALUE SPACES.
       02 FILLER                PIC X(50)
               VALUE "  ------------------- MONTH -------------------".
       02 FILLER                PIC X(50)
               VALUE "  --------------- YEAR TO DATE ----------------".
01     BUDGETTOPICLINE2.
       02 FILLER                PIC X(30) VALUE "ACCOUNT DESCRIPTION".
       02 FILLER                PIC X(14) VALUE "        ACTUAL".
       02 FILLER                PIC X(14) VALUE "        BUDGET".
       02 FILLER                PIC X(14) VALUE "      VARIANCE".
       02 FILLER                PIC X(8)  VALUE "     %".
       02 FILLER                PIC X(14) VALUE "        ACTUAL".
       02 FILLER                PIC X(14) VALUE "        BUDGET".
       02 FILLER                PIC X(14) VALUE "      VARIANCE".
       02 FILLER                PIC X(8)  VALUE "     %".

01     BUDGETDETAILLINE.
       02 PRNBVACCOUNT          PIC X(6).
       02 FILLER                PIC X(2) VALUE SPACES.
       02 PRNBVNAME             PIC X(22).
       02 PRNBVMONTHACTUAL      PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNBVMONTHBUDGET      PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNBVMONTHVARIANCE    PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNBVMONTHPERCENT     PIC ZZZZ9-.
       02 PRNBVMONTHPERCENTX REDEFINES PRNBVMONTHPERCENT PIC X(6).
       02 PRNBVMONTHFLAG        PIC X(2).
       02 PRNBVYTDACTUAL        PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNBVYTDBUDGET        PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNBVYTDVARIANCE      PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNBVYTDPERCENT       PIC ZZZZ9-.
       02 PRNBVYTDPERCENTX REDEFINES PRNBVYTDPERCENT PIC X(6).
       02 PRNBVYTDFLAG          PIC X(2).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUNDATE FROM DATE YYYYMMDD
           WITH NO ADVANCING
       ACCEPT RUNMODEENTRY

       DISPLAY "FLAG BUDGET VARIANCES OVER WHAT PERCENTAGE (BLANK "
           "FOR 10) - " WITH NO ADVANCING
       ACCEPT FLAGPERCENTENTRY
       IF FLAGPERCENTENTRY NOT = SPACES
           IF FUNCTION TEST-NUMVAL(FLAGPERCENTENTRY) = ZERO
               COMPUTE FLAGPERCENT = FUNCTION NUMVAL(FLAGPERCENTENTRY)
           ELSE
               DISPLAY "NOT A PERCENTAGE - VARIANCES OVER 10% FLAGGED"
           END-IF
       END-IF

       PERFORM CHECKPERIODCLOSED
       IF CLOSINGPERIOD AND PERIODISCLOSED
           DISPLAY "PERIOD " SELECTEDPERIOD " IS ALREADY CLOSED - "
       PERFORM ROLLJOURNALINTOBALANCES

       PERFORM WRITETRIALBALANCE
       PERFORM WRITEBUDGETVERSUSACTUAL

       IF CLOSINGPERIOD
           PERFORM REWRITEBALANCESFILE
           PERFORM REGISTERPERIODACTUALS
           PERFORM REGISTERPERIODCLOSED
           IF SELECTEDMONTH = 12
               PERFORM WRITEYEARENDARCHIVE
           END-IF
           PERFORM ARCHIVEPERIODJOURNAL
           DISPLAY "PERIOD " SELECTEDPERIOD " CLOSED - BALANCES "
               "CARRIED FORWARD, " JOURNALRECORDSARCHIVED
               " JOURNAL RECORDS ARCHIVED TO "
               FUNCTION TRIM(GLJOURNALARCHIVENAME)
       END-IF
       STOP RUN.

       MOVE RUNDATE        TO CLOSEDDATE-GCF
       WRITE GLCLOSEDPERIODREC
       CLOSE GLCLOSEDPERIODFILE.

*>   The closed period's blocks leave the live journal for its own
*>   archive, now that the balances carry them; the blocks of every
*>   other period stay for their own close. A trailer goes with the
*>   block it follows.
ARCHIVEPERIODJOURNAL.
       MOVE SPACES TO GLJOURNALARCHIVENAME
       STRING "GlJournal." SELECTEDPERIOD ".dat"
           DELIMITED BY SIZE INTO GLJOURNALARCHIVENAME
       OPEN INPUT GLJOURNALFILE
       IF NOT GLJOURNALFILEOK
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT GLJOURNALARCHIVEFILE
       OPEN OUTPUT GLJOURNALWORKFILE
       IF NOT GLJOURNALARCHIVEFILEOK OR NOT GLJOURNALWORKFILEOK
           DISPLAY "JOURNAL ARCHIVE CANNOT BE WRITTEN - JOURNAL LEFT "
               "AS IT IS"
           CLOSE GLJOURNALFILE, GLJOURNALARCHIVEFILE, GLJOURNALWORKFILE
           MOVE 4 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO CURRENTHEADERPERIOD
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ
       PERFORM ARCHIVEONEJOURNALRECORD UNTIL ENDOFGLJOURNALFILE
       CLOSE GLJOURNALFILE, GLJOURNALARCHIVEFILE, GLJOURNALWORKFILE

       OPEN INPUT GLJOURNALWORKFILE
       OPEN OUTPUT GLJOURNALFILE
       READ GLJOURNALWORKFILE
           AT END SET ENDOFGLJOURNALWORKFILE TO TRUE
       END-READ
       PERFORM COPYBACKONEJOURNALRECORD UNTIL ENDOFGLJOURNALWORKFILE
       CLOSE GLJOURNALWORKFILE, GLJOURNALFILE.

ARCHIVEONEJOURNALRECORD.
       IF JOURNALHEADER
           MOVE JOURNALRUNDATE(1:6) TO CURRENTHEADERPERIOD
       END-IF
       IF CURRENTHEADERPERIOD = SELECTEDPERIOD
           WRITE GLJOURNALARCHIVEREC FROM GLJOURNALREC
           ADD 1 TO JOURNALRECORDSARCHIVED
       ELSE
           WRITE GLJOURNALWORKREC FROM GLJOURNALREC
       END-IF
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ.

COPYBACKONEJOURNALRECORD.
       WRITE GLJOURNALREC FROM GLJOURNALWORKREC
       READ GLJOURNALWORKFILE
           AT END SET ENDOFGLJOURNALWORKFILE TO TRUE
       END-READ.

*>   The closed period's own movements, kept month by month for the
*>   year-to-date actuals once the journal has been archived.
REGISTERPERIODACTUALS.
       OPEN EXTEND GLPERIODACTUALSFILE
       IF NOT GLPERIODACTUALSFILEOK
           OPEN OUTPUT GLPERIODACTUALSFILE
       END-IF
       PERFORM WRITEONEPERIODACTUAL
           VARYING ACCOUNTIDX FROM 1 BY 1 UNTIL ACCOUNTIDX > ACCOUNTCOUNT
       CLOSE GLPERIODACTUALSFILE.

WRITEONEPERIODACTUAL.
       IF ABPERIODDR(ACCOUNTIDX) NOT = ZERO
               OR ABPERIODCR(ACCOUNTIDX) NOT = ZERO
           MOVE SPACES                    TO GLPERIODACTUALSREC
           MOVE ABACCOUNTCODE(ACCOUNTIDX) TO ACCOUNTCODE-GPA
           MOVE SELECTEDPERIOD            TO PERIOD-GPA
           MOVE ABPERIODDR(ACCOUNTIDX)    TO DRTOTAL-GPA
           MOVE ABPERIODCR(ACCOUNTIDX)    TO CRTOTAL-GPA
           WRITE GLPERIODACTUALSREC
       END-IF.

*>   December's close archives the year: every account's closing
*>   totals with its twelve monthly movements, this month's included
*>   now that its actuals are registered.
WRITEYEARENDARCHIVE.
       MOVE ZERO TO YEARMONTHCOUNT
       OPEN INPUT GLPERIODACTUALSFILE
       IF GLPERIODACTUALSFILEOK
           READ GLPERIODACTUALSFILE
               AT END SET ENDOFGLPERIODACTUALS TO TRUE
           END-READ
           PERFORM STOREONEYEARMONTH UNTIL ENDOFGLPERIODACTUALS
           CLOSE GLPERIODACTUALSFILE
       END-IF

       MOVE SPACES TO GLYEARENDFILENAME
       STRING "GlYearEnd." SELECTEDYEAR ".dat"
           DELIMITED BY SIZE INTO GLYEARENDFILENAME
       OPEN OUTPUT GLYEARENDFILE
       PERFORM WRITEONEYEARENDACCOUNT
           VARYING ACCOUNTIDX FROM 1 BY 1 UNTIL ACCOUNTIDX > ACCOUNTCOUNT
       CLOSE GLYEARENDFILE
       DISPLAY "YEAR " SELECTEDYEAR " ARCHIVED TO "
           FUNCTION TRIM(GLYEARENDFILENAME).

STOREONEYEARMONTH.
       IF PERIOD-GPA(1:4) = SELECTEDPERIOD(1:4)
           MOVE ACCOUNTCODE-GPA TO WORKACCOUNTCODE
           PERFORM FINDORADDYEARMONTH
           MOVE PERIOD-GPA(5:2) TO YEARMONTHMONTH
           COMPUTE YMMONTHNET(YEARMONTHIDX, YEARMONTHMONTH) =
               YMMONTHNET(YEARMONTHIDX, YEARMONTHMONTH)
               + DRTOTAL-GPA - CRTOTAL-GPA
       END-IF
       READ GLPERIODACTUALSFILE
           AT END SET ENDOFGLPERIODACTUALS TO TRUE
       END-READ.

FINDORADDYEARMONTH.
       PERFORM VARYING YEARMONTHIDX FROM 1 BY 1
               UNTIL YEARMONTHIDX > YEARMONTHCOUNT
               OR YMACCOUNTCODE(YEARMONTHIDX) = WORKACCOUNTCODE
           CONTINUE
       END-PERFORM
       IF YEARMONTHIDX > YEARMONTHCOUNT
           ADD 1 TO YEARMONTHCOUNT
           MOVE YEARMONTHCOUNT TO YEARMONTHIDX
           INITIALIZE YEARMONTHENTRY(YEARMONTHIDX)
           MOVE WORKACCOUNTCODE TO YMACCOUNTCODE(YEARMONTHIDX)
       END-IF.

WRITEONEYEARENDACCOUNT.
       MOVE SPACES TO GLYEARENDREC
       MOVE ABACCOUNTCODE(ACCOUNTIDX) TO ACCOUNTCODE-GYE
       MOVE SELECTEDYEAR              TO YEAR-GYE
       COMPUTE CLOSINGDR-GYE = ABBROUGHTDR(ACCOUNTIDX)
           + ABPERIODDR(ACCOUNTIDX)
       COMPUTE CLOSINGCR-GYE = ABBROUGHTCR(ACCOUNTIDX)
           + ABPERIODCR(ACCOUNTIDX)
       MOVE ABACCOUNTCODE(ACCOUNTIDX) TO WORKACCOUNTCODE
       PERFORM FINDORADDYEARMONTH
       PERFORM MOVEONEYEARENDMONTH
           VARYING YEARMONTHMONTH FROM 1 BY 1 UNTIL YEARMONTHMONTH > 12
       WRITE GLYEARENDREC.

MOVEONEYEARENDMONTH.
       MOVE YMMONTHNET(YEARMONTHIDX, YEARMONTHMONTH)
           TO MONTHNET-GYE(YEARMONTHMONTH).

*>   Accounts are grouped under the subsystem their budget line names
*>   - stock, oils, shops, billing - with a subtotal for each, so the
*>   business lines' own variances read straight off the page. The
*>   percentage is the variance over the budget's size; an account
*>   spending with no budget at all is always flagged.
WRITEBUDGETVERSUSACTUAL.
       PERFORM LOADYEARBUDGETS
       PERFORM LOADEARLIERPERIODACTUALS
       PERFORM ADDTHISPERIODACTUAL
           VARYING ACCOUNTIDX FROM 1 BY 1 UNTIL ACCOUNTIDX > ACCOUNTCOUNT

       OPEN OUTPUT BUDGETREPORT
       OPEN OUTPUT BUDGETVARIANCEFILE
       MOVE SELECTEDPERIOD TO PRNBUDGETPERIOD
       MOVE FLAGPERCENT    TO PRNFLAGPERCENT
       WRITE BUDGETREPORTLINE FROM BUDGETHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE BUDGETREPORTLINE FROM BUDGETTOPICLINE1
           AFTER ADVANCING 2 LINES
       WRITE BUDGETREPORTLINE FROM BUDGETTOPICLINE2
           AFTER ADVANCING 1 LINE
       PERFORM WRITEONESUBSYSTEMGROUP
           VARYING SUBSYSTEMIDX FROM 1 BY 1 UNTIL SUBSYSTEMIDX > 5

       MOVE "TOTAL"             TO PRNBVACCOUNT
       MOVE "ALL SUBSYSTEMS"    TO PRNBVNAME
       MOVE GTMONTHACTUAL       TO LINEACTUAL
       MOVE GTMONTHBUDGET       TO LINEBUDGET
       PERFORM SETMONTHVARIANCECOLUMNS
       MOVE GTYTDACTUAL         TO LINEACTUAL
       MOVE GTYTDBUDGET         TO LINEBUDGET
       PERFORM SETYTDVARIANCECOLUMNS
       WRITE BUDGETREPORTLINE FROM BUDGETDETAILLINE
           AFTER ADVANCING 2 LINES
       CLOSE BUDGETREPORT, BUDGETVARIANCEFILE
       DISPLAY "BUDGET LINES FLAGGED:   " FLAGGEDLINECOUNT
           " - SEE BudgetVsActual.rpt".

WRITEONESUBSYSTEMGROUP.
       MOVE SUBSYSTEMNAME(SUBSYSTEMIDX) TO WORKSUBSYSTEM
       INITIALIZE SUBSYSTEMTOTALS
       PERFORM COUNTONESUBSYSTEMLINE
           VARYING BUDGETLINEIDX FROM 1 BY 1
           UNTIL BUDGETLINEIDX > BUDGETLINECOUNT
       IF STLINECOUNT > ZERO
           MOVE WORKSUBSYSTEM TO PRNSUBSYSTEMNAME
           WRITE BUDGETREPORTLINE FROM BUDGETSUBSYSTEMLINE
               AFTER ADVANCING 2 LINES
           PERFORM WRITEONEBUDGETLINE
               VARYING BUDGETLINEIDX FROM 1 BY 1
               UNTIL BUDGETLINEIDX > BUDGETLINECOUNT
           MOVE SPACES              TO PRNBVACCOUNT
           MOVE "SUBSYSTEM TOTAL"   TO PRNBVNAME
           MOVE STMONTHACTUAL       TO LINEACTUAL
           MOVE STMONTHBUDGET       TO LINEBUDGET
           PERFORM SETMONTHVARIANCECOLUMNS
           MOVE STYTDACTUAL         TO LINEACTUAL
           MOVE STYTDBUDGET         TO LINEBUDGET
           PERFORM SETYTDVARIANCECOLUMNS
           WRITE BUDGETREPORTLINE FROM BUDGETDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD STMONTHACTUAL TO GTMONTHACTUAL
           ADD STMONTHBUDGET TO GTMONTHBUDGET
           ADD STYTDACTUAL   TO GTYTDACTUAL
           ADD STYTDBUDGET   TO GTYTDBUDGET
       END-IF.

COUNTONESUBSYSTEMLINE.
       IF BLSUBSYSTEM(BUDGETLINEIDX) = WORKSUBSYSTEM
           ADD 1 TO STLINECOUNT
           ADD BLMONTHACTUAL(BUDGETLINEIDX) TO STMONTHACTUAL
           ADD BLMONTHBUDGET(BUDGETLINEIDX) TO STMONTHBUDGET
           ADD BLYTDACTUAL(BUDGETLINEIDX)   TO STYTDACTUAL
           ADD BLYTDBUDGET(BUDGETLINEIDX)   TO STYTDBUDGET
       END-IF.

WRITEONEBUDGETLINE.
       IF BLSUBSYSTEM(BUDGETLINEIDX) = WORKSUBSYSTEM
           MOVE BLACCOUNTCODE(BUDGETLINEIDX) TO PRNBVACCOUNT
           MOVE BLACCOUNTCODE(BUDGETLINEIDX) TO WORKACCOUNTCODE
           PERFORM FINDACCOUNTNAME
           MOVE ACCOUNTNAMEFOUND TO PRNBVNAME
           MOVE BLMONTHACTUAL(BUDGETLINEIDX) TO LINEACTUAL
           MOVE BLMONTHBUDGET(BUDGETLINEIDX) TO LINEBUDGET
           PERFORM SETMONTHVARIANCECOLUMNS
           MOVE LINEFLAG TO MONTHVARIANCEFLAGGED
           MOVE BLYTDACTUAL(BUDGETLINEIDX) TO LINEACTUAL
           MOVE BLYTDBUDGET(BUDGETLINEIDX) TO LINEBUDGET
           PERFORM SETYTDVARIANCECOLUMNS
           WRITE BUDGETREPORTLINE FROM BUDGETDETAILLINE
               AFTER ADVANCING 1 LINE
           IF MONTHVARIANCEFLAGGED NOT = SPACE
                   OR PRNBVYTDFLAG NOT = SPACES
               ADD 1 TO FLAGGEDLINECOUNT
           END-IF
           PERFORM WRITEONEVARIANCEEXTRACT
       END-IF.

WRITEONEVARIANCEEXTRACT.
       MOVE SPACES                       TO BUDGETVARIANCEREC
       MOVE SELECTEDPERIOD               TO PERIOD-BVX
       MOVE BLACCOUNTCODE(BUDGETLINEIDX) TO ACCOUNTCODE-BVX
       MOVE BLSUBSYSTEM(BUDGETLINEIDX)   TO SUBSYSTEM-BVX
       MOVE ACCOUNTNAMEFOUND             TO DESCRIPTION-BVX
       MOVE BLMONTHACTUAL(BUDGETLINEIDX) TO MONTHACTUAL-BVX
       MOVE BLMONTHBUDGET(BUDGETLINEIDX) TO MONTHBUDGET-BVX
       COMPUTE MONTHVARIANCE-BVX = BLMONTHACTUAL(BUDGETLINEIDX)
           - BLMONTHBUDGET(BUDGETLINEIDX)
       MOVE BLYTDACTUAL(BUDGETLINEIDX)   TO YTDACTUAL-BVX
       MOVE BLYTDBUDGET(BUDGETLINEIDX)   TO YTDBUDGET-BVX
       COMPUTE YTDVARIANCE-BVX = BLYTDACTUAL(BUDGETLINEIDX)
           - BLYTDBUDGET(BUDGETLINEIDX)
       MOVE "N" TO FLAGGED-BVX
       IF MONTHVARIANCEFLAGGED NOT = SPACE
           MOVE "Y" TO FLAGGED-BVX
       END-IF
       WRITE BUDGETVARIANCEREC.

SETMONTHVARIANCECOLUMNS.
       PERFORM WORKOUTLINEVARIANCE
       MOVE LINEACTUAL   TO PRNBVMONTHACTUAL
       MOVE LINEBUDGET   TO PRNBVMONTHBUDGET
       MOVE LINEVARIANCE TO PRNBVMONTHVARIANCE
       IF LINEBUDGET = ZERO
           MOVE SPACES TO PRNBVMONTHPERCENTX
       ELSE
           MOVE LINEPERCENT TO PRNBVMONTHPERCENT
       END-IF
       MOVE LINEFLAG TO PRNBVMONTHFLAG.

SETYTDVARIANCECOLUMNS.
       PERFORM WORKOUTLINEVARIANCE
       MOVE LINEACTUAL   TO PRNBVYTDACTUAL
       MOVE LINEBUDGET   TO PRNBVYTDBUDGET
       MOVE LINEVARIANCE TO PRNBVYTDVARIANCE
       IF LINEBUDGET = ZERO
           MOVE SPACES TO PRNBVYTDPERCENTX
       ELSE
           MOVE LINEPERCENT TO PRNBVYTDPERCENT
       END-IF
       MOVE LINEFLAG TO PRNBVYTDFLAG.

WORKOUTLINEVARIANCE.
       COMPUTE LINEVARIANCE = LINEACTUAL - LINEBUDGET
       MOVE SPACES TO LINEFLAG
       MOVE ZERO TO LINEPERCENT
       IF LINEBUDGET < ZERO
           COMPUTE LINEBUDGETSIZE = ZERO - LINEBUDGET
       ELSE
           MOVE LINEBUDGET TO LINEBUDGETSIZE
       END-IF
       IF LINEBUDGETSIZE = ZERO
           IF LINEVARIANCE NOT = ZERO
               MOVE "**" TO LINEFLAG
           END-IF
       ELSE
           COMPUTE LINEPERCENT ROUNDED =
                   LINEVARIANCE * 100 / LINEBUDGETSIZE
               ON SIZE ERROR
                   MOVE 99999 TO LINEPERCENT
                   IF LINEVARIANCE < ZERO
                       MOVE -99999 TO LINEPERCENT
                   END-IF
           END-COMPUTE
           IF LINEPERCENT > FLAGPERCENT
                   OR LINEPERCENT < ZERO - FLAGPERCENT
               MOVE "**" TO LINEFLAG
           END-IF
       END-IF.

*>   The selected year's budget lines - this month's figure and the
*>   months up to it.
LOADYEARBUDGETS.
       OPEN INPUT GLBUDGETFILE
       IF NOT GLBUDGETFILEOK
           DISPLAY "NO GlBudgets.dat ON DISK - EVERY ACCOUNT IS "
               "REPORTED WITHOUT A BUDGET"
           EXIT PARAGRAPH
       END-IF
       READ GLBUDGETFILE
           AT END SET ENDOFGLBUDGETFILE TO TRUE
       END-READ
       PERFORM STOREONEYEARBUDGET UNTIL ENDOFGLBUDGETFILE
       CLOSE GLBUDGETFILE.

STOREONEYEARBUDGET.
       IF BUDGETYEAR-GBU = SELECTEDYEAR
           MOVE ACCOUNTCODE-GBU TO WORKACCOUNTCODE
           PERFORM FINDORADDBUDGETLINE
           MOVE SUBSYSTEM-GBU TO BLSUBSYSTEM(BUDGETLINEIDX)
           MOVE MONTHBUDGET-GBU(SELECTEDMONTH)
               TO BLMONTHBUDGET(BUDGETLINEIDX)
           PERFORM ADDONEMONTHTOYTDBUDGET
               VARYING BUDGETMONTHIDX FROM 1 BY 1
               UNTIL BUDGETMONTHIDX > SELECTEDMONTH
       END-IF
       READ GLBUDGETFILE
           AT END SET ENDOFGLBUDGETFILE TO TRUE
       END-READ.

ADDONEMONTHTOYTDBUDGET.
       ADD MONTHBUDGET-GBU(BUDGETMONTHIDX) TO BLYTDBUDGET(BUDGETLINEIDX).

*>   Earlier months of the same year as recorded at their close. A
*>   month closed before the actuals were first kept is missing from
*>   the year to date.
LOADEARLIERPERIODACTUALS.
       OPEN INPUT GLPERIODACTUALSFILE
       IF GLPERIODACTUALSFILEOK
           READ GLPERIODACTUALSFILE
               AT END SET ENDOFGLPERIODACTUALS TO TRUE
           END-READ
           PERFORM ADDONEEARLIERPERIODACTUAL
               UNTIL ENDOFGLPERIODACTUALS
           CLOSE GLPERIODACTUALSFILE
       END-IF.

ADDONEEARLIERPERIODACTUAL.
       IF PERIOD-GPA(1:4) = SELECTEDPERIOD(1:4)
               AND PERIOD-GPA < SELECTEDPERIOD
           MOVE ACCOUNTCODE-GPA TO WORKACCOUNTCODE
           PERFORM FINDORADDBUDGETLINE
           COMPUTE BLYTDACTUAL(BUDGETLINEIDX) =
               BLYTDACTUAL(BUDGETLINEIDX) + DRTOTAL-GPA - CRTOTAL-GPA
       END-IF
       READ GLPERIODACTUALSFILE
           AT END SET ENDOFGLPERIODACTUALS TO TRUE
       END-READ.

ADDTHISPERIODACTUAL.
       IF ABPERIODDR(ACCOUNTIDX) NOT = ZERO
               OR ABPERIODCR(ACCOUNTIDX) NOT = ZERO
           MOVE ABACCOUNTCODE(ACCOUNTIDX) TO WORKACCOUNTCODE
           PERFORM FINDORADDBUDGETLINE
           COMPUTE MOVEMENTNET =
               ABPERIODDR(ACCOUNTIDX) - ABPERIODCR(ACCOUNTIDX)
           ADD MOVEMENTNET TO BLMONTHACTUAL(BUDGETLINEIDX)
           ADD MOVEMENTNET TO BLYTDACTUAL(BUDGETLINEIDX)
       END-IF.

FINDORADDBUDGETLINE.
       PERFORM VARYING BUDGETLINEIDX FROM 1 BY 1
               UNTIL BUDGETLINEIDX > BUDGETLINECOUNT
               OR BLACCOUNTCODE(BUDGETLINEIDX) = WORKACCOUNTCODE
           CONTINUE
       END-PERFORM
       IF BUDGETLINEIDX > BUDGETLINECOUNT
           ADD 1 TO BUDGETLINECOUNT
           MOVE BUDGETLINECOUNT TO BUDGETLINEIDX
           MOVE WORKACCOUNTCODE TO BLACCOUNTCODE(BUDGETLINEIDX)
           MOVE "NONE"          TO BLSUBSYSTEM(BUDGETLINEIDX)
           MOVE ZERO TO BLMONTHACTUAL(BUDGETLINEIDX)
           MOVE ZERO TO BLMONTHBUDGET(BUDGETLINEIDX)
           MOVE ZERO TO BLYTDACTUAL(BUDGETLINEIDX)
           MOVE ZERO TO BLYTDBUDGET(BUDGETLINEIDX)
       END-IF.
