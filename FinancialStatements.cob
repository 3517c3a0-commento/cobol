IDENTIFICATION DIVISION.
PROGRAM-ID. FINANCIALSTATEMENTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Which statement, section and line each GL account reports
*>   under. Accounts sharing a line sequence are added together on
*>   one line; a section's lines print together under its heading.
       SELECT GLHIERARCHYFILE ASSIGN TO "GlAccountHierarchy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLHIERARCHYFILESTATUS.

*>   Brought-forward totals per account as at the last period close.
       SELECT GLBALANCESFILE ASSIGN TO "GlBalances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLBALANCESFILESTATUS.

*>   Each closed period's movement per account.
       SELECT GLPERIODACTUALSFILE ASSIGN TO "GlPeriodActuals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLPERIODACTUALSFILESTATUS.

       SELECT GLCLOSEDPERIODFILE ASSIGN TO "GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

*>   The prior year's archive written by GLPERIODBALANCE's December
*>   close - GlYearEnd.YYYY.dat.
       SELECT GLYEARENDFILE ASSIGN TO DYNAMIC GLYEARENDFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLYEARENDFILESTATUS.

       SELECT STATEMENTSREPORT ASSIGN TO "FinancialStatements.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     GLHIERARCHYFILE.
01     GLHIERARCHYREC.
       88 ENDOFGLHIERARCHYFILE  VALUE HIGH-VALUES.
       02 ACCOUNTCODE-GHY       PIC X(6).
       02 FILLER                PIC X.
       02 STATEMENT-GHY         PIC X.
        88 PROFITANDLOSS-GHY    VALUE "P".
        88 BALANCESHEET-GHY     VALUE "B".
       02 FILLER                PIC X.
       02 LINESEQUENCE-GHY      PIC 9(3).
       02 FILLER                PIC X.
       02 SECTION-GHY           PIC X(20).
       02 FILLER                PIC X.
       02 LINEDESCRIPTION-GHY   PIC X(30).

FD     GLBALANCESFILE.
01     GLBALANCESREC.
       88 ENDOFGLBALANCESFILE   VALUE HIGH-VALUES.
       02 ACCOUNTCODE-GBF       PIC X(6).
       02 FILLER                PIC X.
       02 DRTOTAL-GBF           PIC 9(11)V99.
       02 FILLER                PIC X.
       02 CRTOTAL-GBF           PIC 9(11)V99.

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

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

FD     GLYEARENDFILE.
01     GLYEARENDREC.
       88 ENDOFGLYEARENDFILE    VALUE HIGH-VALUES.
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

FD     STATEMENTSREPORT.
01     STATEMENTSLINE           PIC X(110).

WORKING-STORAGE SECTION.
01     GLHIERARCHYFILESTATUS    PIC XX.
       88 GLHIERARCHYFILEOK     VALUE "00".
01     GLBALANCESFILESTATUS     PIC XX.
       88 GLBALANCESFILEOK      VALUE "00".
01     GLPERIODACTUALSFILESTATUS PIC XX.
       88 GLPERIODACTUALSFILEOK VALUE "00".
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     GLYEARENDFILESTATUS      PIC XX.
       88 GLYEARENDFILEOK       VALUE "00".
01     GLYEARENDFILENAME        PIC X(64) VALUE SPACES.

01     PERIODENTRY              PIC X(6) VALUE SPACES.
01     SELECTEDPERIOD           PIC 9(6) VALUE ZERO.
01     SELECTEDPERIODSPLIT REDEFINES SELECTEDPERIOD.
       02 SELECTEDYEAR          PIC 9(4).
       02 SELECTEDMONTH         PIC 9(2).
01     PRIORYEAR                PIC 9(4).
01     LATESTCLOSEDPERIOD       PIC 9(6) VALUE ZERO.
01     PERIODCLOSEDSWITCH       PIC X VALUE "N".
       88 PERIODISCLOSED        VALUE "Y".
01     PRIORYEARSWITCH          PIC X VALUE "N".
       88 PRIORYEARARCHIVED     VALUE "Y".
01     HIERARCHYERRORCOUNT      PIC 9(3) VALUE ZERO.
01     UNMAPPEDACCOUNTCOUNT     PIC 9(3) VALUE ZERO.

*>   Statement lines as the hierarchy file defines them. For the
*>   profit and loss account the four amounts are this month, the
*>   same month last year, the year to date and last year to the same
*>   month; for the balance sheet the first two are the position at
*>   this period end and at the prior year end.
01     STATEMENTLINECOUNT       PIC 9(3) VALUE ZERO.
01     STATEMENTLINETABLE.
       02 STATEMENTLINEENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON STATEMENTLINECOUNT.
           03 SLSTATEMENT       PIC X.
           03 SLSEQUENCE        PIC 9(3).
           03 SLSECTION         PIC X(20).
           03 SLDESCRIPTION     PIC X(30).
           03 SLAMOUNT          PIC S9(11)V99 OCCURS 4 TIMES.
           03 SLPRINTED         PIC X.
01     STATEMENTLINEIDX         PIC 9(3).
01     NEXTLINEIDX              PIC 9(3).
01     AMOUNTIDX                PIC 9.

*>   Every account met on any file, with the statement line it
*>   reports on (zero while unmapped). Figures are net debit.
01     ACCOUNTCOUNT             PIC 9(3) VALUE ZERO.
01     ACCOUNTTABLE.
       02 ACCOUNTENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON ACCOUNTCOUNT.
           03 ACACCOUNTCODE     PIC X(6).
           03 ACLINEIDX         PIC 9(3).
           03 ACBALANCE         PIC S9(11)V99.
           03 ACMONTH           PIC S9(11)V99.
           03 ACYEARTODATE      PIC S9(11)V99.
           03 ACPRIORMONTH      PIC S9(11)V99.
           03 ACPRIORTODATE     PIC S9(11)V99.
           03 ACPRIORYEAR       PIC S9(11)V99.
           03 ACPRIORCLOSING    PIC S9(11)V99.
01     ACCOUNTIDX               PIC 9(3).
01     WORKACCOUNTCODE          PIC X(6).
01     ARCHIVEMONTHIDX          PIC 9(2).

*>   Statement totals. Profit and loss figures are shown income
*>   positive, costs negative; balance sheet figures assets positive,
*>   liabilities negative; reserves are the profit and loss account's
*>   cumulative result, so net assets must equal them.
01     STATEMENTTOTALS.
       02 PROFITAMOUNT          PIC S9(11)V99 OCCURS 4 TIMES.
       02 NETASSETSAMOUNT       PIC S9(11)V99 OCCURS 2 TIMES.
       02 RESERVESAMOUNT        PIC S9(11)V99 OCCURS 2 TIMES.
       02 YEARPROFITAMOUNT      PIC S9(11)V99 OCCURS 2 TIMES.
       02 BROUGHTFORWARDAMOUNT  PIC S9(11)V99 OCCURS 2 TIMES.
01     SECTIONTOTALS.
       02 SECTIONAMOUNT         PIC S9(11)V99 OCCURS 4 TIMES.
01     CURRENTSECTION           PIC X(20).
01     CURRENTSTATEMENT         PIC X.
01     LINESLEFTSWITCH          PIC X.
       88 NOLINESLEFT           VALUE "N".

01     REPORTHEADINGLINE.
       02 PRNHEADINGTEXT        PIC X(40).
       02 PRNHEADINGPERIOD      PIC 9(6).

01     PROFITTOPICLINE.
       02 FILLER                PIC X(38) VALUE SPACES.
       02 FILLER                PIC X(18) VALUE "        THIS MONTH".
       02 FILLER                PIC X(18) VALUE "  PRIOR YEAR MONTH".
       02 FILLER                PIC X(18) VALUE "      YEAR TO DATE".
       02 FILLER                PIC X(18) VALUE "  PRIOR YR TO DATE".

01     BALANCETOPICLINE.
       02 FILLER                PIC X(38) VALUE SPACES.
       02 FILLER                PIC X(18) VALUE "   THIS PERIOD END".
       02 FILLER                PIC X(18) VALUE "    PRIOR YEAR END".

01     SECTIONHEADINGLINE.
       02 PRNSECTIONNAME        PIC X(38).

01     STATEMENTDETAILLINE.
       02 FILLER                PIC X(2) VALUE SPACES.
       02 PRNLINEDESCRIPTION    PIC X(36).
       02 PRNAMOUNT1            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       02 PRNAMOUNT2            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       02 PRNAMOUNT2X REDEFINES PRNAMOUNT2 PIC X(18).
       02 PRNAMOUNT3            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       02 PRNAMOUNT3X REDEFINES PRNAMOUNT3 PIC X(18).
       02 PRNAMOUNT4            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       02 PRNAMOUNT4X REDEFINES PRNAMOUNT4 PIC X(18).

01     STATEMENTNOTELINE        PIC X(110) VALUE SPACES.

PROCEDURE DIVISION.
*>   The month's profit and loss account and balance sheet, built
*>   from the balances and period actuals GLPERIODBALANCE records at
*>   each close - so only a closed period can be reported, and the
*>   figures cannot move once printed. Prior-year comparatives come
*>   from the prior year's year-end archive. The balance sheet is
*>   proved before anything is printed: net assets must equal the
*>   profit and loss reserve, which fails if any account carrying a
*>   balance is missing from the hierarchy.
BEGIN.
       PERFORM LOADCLOSEDPERIODS
       DISPLAY "ENTER PERIOD (YYYYMM) OR BLANK FOR THE LATEST CLOSED - "
           WITH NO ADVANCING
       ACCEPT PERIODENTRY
       IF PERIODENTRY = SPACES
           MOVE LATESTCLOSEDPERIOD TO SELECTEDPERIOD
           MOVE "Y" TO PERIODCLOSEDSWITCH
       ELSE
           IF PERIODENTRY IS NOT NUMERIC
               DISPLAY "PERIOD MUST BE SIX DIGITS - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIODENTRY TO SELECTEDPERIOD
           PERFORM CHECKPERIODCLOSED
       END-IF
       IF SELECTEDPERIOD = ZERO OR NOT PERIODISCLOSED
           DISPLAY "PERIOD " SELECTEDPERIOD " IS NOT CLOSED - CLOSE IT "
               "THROUGH GLPERIODBALANCE FIRST - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE PRIORYEAR = SELECTEDYEAR - 1

       PERFORM LOADHIERARCHY
       IF HIERARCHYERRORCOUNT > ZERO
           DISPLAY HIERARCHYERRORCOUNT " ERRORS IN "
               "GlAccountHierarchy.dat - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADCLOSINGBALANCES
       PERFORM LOADPERIODACTUALS
       PERFORM LOADPRIORYEARARCHIVE

       INITIALIZE STATEMENTTOTALS
       PERFORM ADDONEACCOUNTTOSTATEMENTS
           VARYING ACCOUNTIDX FROM 1 BY 1 UNTIL ACCOUNTIDX > ACCOUNTCOUNT
       PERFORM ADDONELINETOPROFIT
           VARYING STATEMENTLINEIDX FROM 1 BY 1
           UNTIL STATEMENTLINEIDX > STATEMENTLINECOUNT

       OPEN OUTPUT STATEMENTSREPORT
       IF UNMAPPEDACCOUNTCOUNT > ZERO
               OR NETASSETSAMOUNT(1) NOT = RESERVESAMOUNT(1)
           PERFORM WRITEPROOFFAILURE
           CLOSE STATEMENTSREPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM WRITEPROFITANDLOSS
       PERFORM WRITEBALANCESHEET
       CLOSE STATEMENTSREPORT
       DISPLAY "STATEMENTS FOR PERIOD " SELECTEDPERIOD
           " WRITTEN TO FinancialStatements.rpt - BALANCE SHEET "
           "BALANCES"
       STOP RUN.

*>   An account reports its month, year to date and balance on its
*>   statement line; an unmapped account with anything to report
*>   stops the run.
ADDONEACCOUNTTOSTATEMENTS.
       MOVE ACLINEIDX(ACCOUNTIDX) TO STATEMENTLINEIDX
       IF STATEMENTLINEIDX = ZERO
           IF ACBALANCE(ACCOUNTIDX) NOT = ZERO
                   OR ACYEARTODATE(ACCOUNTIDX) NOT = ZERO
                   OR ACPRIORCLOSING(ACCOUNTIDX) NOT = ZERO
               ADD 1 TO UNMAPPEDACCOUNTCOUNT
               DISPLAY "ACCOUNT " ACACCOUNTCODE(ACCOUNTIDX)
                   " HAS A BALANCE BUT NO LINE ON GlAccountHierarchy.dat"
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF SLSTATEMENT(STATEMENTLINEIDX) = "P"
           SUBTRACT ACMONTH(ACCOUNTIDX)
               FROM SLAMOUNT(STATEMENTLINEIDX, 1)
           SUBTRACT ACPRIORMONTH(ACCOUNTIDX)
               FROM SLAMOUNT(STATEMENTLINEIDX, 2)
           SUBTRACT ACYEARTODATE(ACCOUNTIDX)
               FROM SLAMOUNT(STATEMENTLINEIDX, 3)
           SUBTRACT ACPRIORTODATE(ACCOUNTIDX)
               FROM SLAMOUNT(STATEMENTLINEIDX, 4)
           SUBTRACT ACBALANCE(ACCOUNTIDX) FROM RESERVESAMOUNT(1)
           SUBTRACT ACPRIORCLOSING(ACCOUNTIDX) FROM RESERVESAMOUNT(2)
           SUBTRACT ACYEARTODATE(ACCOUNTIDX) FROM YEARPROFITAMOUNT(1)
           SUBTRACT ACPRIORYEAR(ACCOUNTIDX) FROM YEARPROFITAMOUNT(2)
       ELSE
           ADD ACBALANCE(ACCOUNTIDX) TO SLAMOUNT(STATEMENTLINEIDX, 1)
           ADD ACPRIORCLOSING(ACCOUNTIDX)
               TO SLAMOUNT(STATEMENTLINEIDX, 2)
           ADD ACBALANCE(ACCOUNTIDX) TO NETASSETSAMOUNT(1)
           ADD ACPRIORCLOSING(ACCOUNTIDX) TO NETASSETSAMOUNT(2)
       END-IF.

ADDONELINETOPROFIT.
       IF SLSTATEMENT(STATEMENTLINEIDX) = "P"
           PERFORM ADDONEPROFITAMOUNT
               VARYING AMOUNTIDX FROM 1 BY 1 UNTIL AMOUNTIDX > 4
       END-IF.

ADDONEPROFITAMOUNT.
       ADD SLAMOUNT(STATEMENTLINEIDX, AMOUNTIDX)
           TO PROFITAMOUNT(AMOUNTIDX).

WRITEPROOFFAILURE.
       MOVE SPACES TO STATEMENTNOTELINE
       STRING "STATEMENTS NOT PRODUCED FOR PERIOD " SELECTEDPERIOD
           " - BALANCE SHEET DOES NOT BALANCE"
           DELIMITED BY SIZE INTO STATEMENTNOTELINE
       END-STRING
       WRITE STATEMENTSLINE FROM STATEMENTNOTELINE
           AFTER ADVANCING 1 LINE
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "NET ASSETS" TO PRNLINEDESCRIPTION
       MOVE NETASSETSAMOUNT(1) TO PRNAMOUNT1
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 2 LINES
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "PROFIT AND LOSS RESERVE" TO PRNLINEDESCRIPTION
       MOVE RESERVESAMOUNT(1) TO PRNAMOUNT1
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       MOVE SPACES TO STATEMENTNOTELINE
       STRING "ACCOUNTS WITH A BALANCE BUT NO HIERARCHY LINE: "
           UNMAPPEDACCOUNTCOUNT
           DELIMITED BY SIZE INTO STATEMENTNOTELINE
       END-STRING
       WRITE STATEMENTSLINE FROM STATEMENTNOTELINE
           AFTER ADVANCING 1 LINE
       DISPLAY "BALANCE SHEET DOES NOT BALANCE FOR PERIOD "
           SELECTEDPERIOD " - STATEMENTS NOT PRODUCED".

WRITEPROFITANDLOSS.
       MOVE "PROFIT AND LOSS ACCOUNT FOR PERIOD" TO PRNHEADINGTEXT
       MOVE SELECTEDPERIOD TO PRNHEADINGPERIOD
       WRITE STATEMENTSLINE FROM REPORTHEADINGLINE
           AFTER ADVANCING 1 LINE
       PERFORM WRITECOMPARATIVENOTE
       WRITE STATEMENTSLINE FROM PROFITTOPICLINE
           AFTER ADVANCING 2 LINES
       MOVE "P" TO CURRENTSTATEMENT
       PERFORM WRITESTATEMENTLINES
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "PROFIT (LOSS) FOR THE PERIOD" TO PRNLINEDESCRIPTION
       MOVE PROFITAMOUNT(1) TO PRNAMOUNT1
       MOVE PROFITAMOUNT(2) TO PRNAMOUNT2
       MOVE PROFITAMOUNT(3) TO PRNAMOUNT3
       MOVE PROFITAMOUNT(4) TO PRNAMOUNT4
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 2 LINES.

*>   Net assets are followed by the reserves that finance them - the
*>   profit brought forward from earlier years and this year's profit
*>   to date - and the proof that the two agree.
WRITEBALANCESHEET.
       MOVE "BALANCE SHEET AT END OF PERIOD" TO PRNHEADINGTEXT
       MOVE SELECTEDPERIOD TO PRNHEADINGPERIOD
       WRITE STATEMENTSLINE FROM REPORTHEADINGLINE
           AFTER ADVANCING PAGE
       PERFORM WRITECOMPARATIVENOTE
       WRITE STATEMENTSLINE FROM BALANCETOPICLINE
           AFTER ADVANCING 2 LINES
       MOVE "B" TO CURRENTSTATEMENT
       PERFORM WRITESTATEMENTLINES

       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "NET ASSETS" TO PRNLINEDESCRIPTION
       MOVE NETASSETSAMOUNT(1) TO PRNAMOUNT1
       MOVE NETASSETSAMOUNT(2) TO PRNAMOUNT2
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 2 LINES

       MOVE "FINANCED BY" TO PRNSECTIONNAME
       WRITE STATEMENTSLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       COMPUTE BROUGHTFORWARDAMOUNT(1) =
           RESERVESAMOUNT(1) - YEARPROFITAMOUNT(1)
       COMPUTE BROUGHTFORWARDAMOUNT(2) =
           RESERVESAMOUNT(2) - YEARPROFITAMOUNT(2)
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "PROFIT BROUGHT FORWARD" TO PRNLINEDESCRIPTION
       MOVE BROUGHTFORWARDAMOUNT(1) TO PRNAMOUNT1
       MOVE BROUGHTFORWARDAMOUNT(2) TO PRNAMOUNT2
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "PROFIT FOR THE YEAR" TO PRNLINEDESCRIPTION
       MOVE YEARPROFITAMOUNT(1) TO PRNAMOUNT1
       MOVE YEARPROFITAMOUNT(2) TO PRNAMOUNT2
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE "PROFIT AND LOSS RESERVE" TO PRNLINEDESCRIPTION
       MOVE RESERVESAMOUNT(1) TO PRNAMOUNT1
       MOVE RESERVESAMOUNT(2) TO PRNAMOUNT2
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 2 LINES

       MOVE "NET ASSETS EQUAL RESERVES - BALANCE SHEET BALANCES"
           TO STATEMENTNOTELINE
       WRITE STATEMENTSLINE FROM STATEMENTNOTELINE
           AFTER ADVANCING 2 LINES
       IF PRIORYEARARCHIVED
               AND NETASSETSAMOUNT(2) NOT = RESERVESAMOUNT(2)
           MOVE SPACES TO STATEMENTNOTELINE
           STRING "*** PRIOR YEAR-END COMPARATIVES DO NOT BALANCE - "
               "CHECK THE HIERARCHY AGAINST THE ARCHIVE ***"
               DELIMITED BY SIZE INTO STATEMENTNOTELINE
           END-STRING
           WRITE STATEMENTSLINE FROM STATEMENTNOTELINE
               AFTER ADVANCING 1 LINE
       END-IF.

WRITECOMPARATIVENOTE.
       IF NOT PRIORYEARARCHIVED
           MOVE SPACES TO STATEMENTNOTELINE
           STRING "NO YEAR-END ARCHIVE FOR " PRIORYEAR
               " - PRIOR YEAR COMPARATIVES NOT SHOWN"
               DELIMITED BY SIZE INTO STATEMENTNOTELINE
           END-STRING
           WRITE STATEMENTSLINE FROM STATEMENTNOTELINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   On the balance sheet only the first two amount columns are
*>   used; without an archive the prior-year columns print blank.
BLANKMISSINGCOMPARATIVES.
       IF CURRENTSTATEMENT = "B"
           MOVE SPACES TO PRNAMOUNT3X, PRNAMOUNT4X
       END-IF
       IF NOT PRIORYEARARCHIVED
           MOVE SPACES TO PRNAMOUNT2X
           IF CURRENTSTATEMENT = "P"
               MOVE SPACES TO PRNAMOUNT4X
           END-IF
       END-IF.

*>   The statement's lines in sequence order, each section under its
*>   heading with a total after its last line.
WRITESTATEMENTLINES.
       MOVE SPACES TO CURRENTSECTION
       MOVE "Y" TO LINESLEFTSWITCH
       PERFORM WRITENEXTSTATEMENTLINE UNTIL NOLINESLEFT
       IF CURRENTSECTION NOT = SPACES
           PERFORM WRITESECTIONTOTAL
       END-IF.

WRITENEXTSTATEMENTLINE.
       MOVE ZERO TO NEXTLINEIDX
       PERFORM CHECKONENEXTLINE
           VARYING STATEMENTLINEIDX FROM 1 BY 1
           UNTIL STATEMENTLINEIDX > STATEMENTLINECOUNT
       IF NEXTLINEIDX = ZERO
           MOVE "N" TO LINESLEFTSWITCH
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO SLPRINTED(NEXTLINEIDX)
       IF SLSECTION(NEXTLINEIDX) NOT = CURRENTSECTION
           IF CURRENTSECTION NOT = SPACES
               PERFORM WRITESECTIONTOTAL
           END-IF
           MOVE SLSECTION(NEXTLINEIDX) TO CURRENTSECTION
           MOVE ZERO TO SECTIONAMOUNT(1), SECTIONAMOUNT(2),
               SECTIONAMOUNT(3), SECTIONAMOUNT(4)
           MOVE CURRENTSECTION TO PRNSECTIONNAME
           WRITE STATEMENTSLINE FROM SECTIONHEADINGLINE
               AFTER ADVANCING 2 LINES
       END-IF
       MOVE SPACES TO STATEMENTDETAILLINE
       MOVE SLDESCRIPTION(NEXTLINEIDX) TO PRNLINEDESCRIPTION
       MOVE SLAMOUNT(NEXTLINEIDX, 1) TO PRNAMOUNT1
       MOVE SLAMOUNT(NEXTLINEIDX, 2) TO PRNAMOUNT2
       MOVE SLAMOUNT(NEXTLINEIDX, 3) TO PRNAMOUNT3
       MOVE SLAMOUNT(NEXTLINEIDX, 4) TO PRNAMOUNT4
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       PERFORM ADDONESECTIONAMOUNT
           VARYING AMOUNTIDX FROM 1 BY 1 UNTIL AMOUNTIDX > 4.

CHECKONENEXTLINE.
       IF SLSTATEMENT(STATEMENTLINEIDX) = CURRENTSTATEMENT
               AND SLPRINTED(STATEMENTLINEIDX) = "N"
           IF NEXTLINEIDX = ZERO
               MOVE STATEMENTLINEIDX TO NEXTLINEIDX
           ELSE
               IF SLSEQUENCE(STATEMENTLINEIDX) < SLSEQUENCE(NEXTLINEIDX)
                   MOVE STATEMENTLINEIDX TO NEXTLINEIDX
               END-IF
           END-IF
       END-IF.

ADDONESECTIONAMOUNT.
       ADD SLAMOUNT(NEXTLINEIDX, AMOUNTIDX) TO SECTIONAMOUNT(AMOUNTIDX).

WRITESECTIONTOTAL.
       MOVE SPACES TO STATEMENTDETAILLINE
       STRING "TOTAL " CURRENTSECTION DELIMITED BY SIZE
           INTO PRNLINEDESCRIPTION
       END-STRING
       MOVE SECTIONAMOUNT(1) TO PRNAMOUNT1
       MOVE SECTIONAMOUNT(2) TO PRNAMOUNT2
       MOVE SECTIONAMOUNT(3) TO PRNAMOUNT3
       MOVE SECTIONAMOUNT(4) TO PRNAMOUNT4
       PERFORM BLANKMISSINGCOMPARATIVES
       WRITE STATEMENTSLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   Each hierarchy row names its account's statement and line. An
*>   account may appear only once; a line's section and description
*>   are taken from its first row.
LOADHIERARCHY.
       OPEN INPUT GLHIERARCHYFILE
       IF NOT GLHIERARCHYFILEOK
           DISPLAY "NO GlAccountHierarchy.dat ON DISK - STATEMENTS "
               "CANNOT BE BUILT"
           ADD 1 TO HIERARCHYERRORCOUNT
           EXIT PARAGRAPH
       END-IF
       READ GLHIERARCHYFILE
           AT END SET ENDOFGLHIERARCHYFILE TO TRUE
       END-READ
       PERFORM STOREONEHIERARCHYROW UNTIL ENDOFGLHIERARCHYFILE
       CLOSE GLHIERARCHYFILE.

STOREONEHIERARCHYROW.
       IF (NOT PROFITANDLOSS-GHY AND NOT BALANCESHEET-GHY)
               OR LINESEQUENCE-GHY IS NOT NUMERIC
               OR SECTION-GHY = SPACES
           ADD 1 TO HIERARCHYERRORCOUNT
           DISPLAY "HIERARCHY ROW NOT VALID: " GLHIERARCHYREC
       ELSE
           MOVE ACCOUNTCODE-GHY TO WORKACCOUNTCODE
           PERFORM FINDORADDACCOUNT
           IF ACLINEIDX(ACCOUNTIDX) NOT = ZERO
               ADD 1 TO HIERARCHYERRORCOUNT
               DISPLAY "ACCOUNT " ACCOUNTCODE-GHY " IS ON THE "
                   "HIERARCHY TWICE"
           ELSE
               PERFORM FINDORADDSTATEMENTLINE
               MOVE STATEMENTLINEIDX TO ACLINEIDX(ACCOUNTIDX)
           END-IF
       END-IF
       READ GLHIERARCHYFILE
           AT END SET ENDOFGLHIERARCHYFILE TO TRUE
       END-READ.

FINDORADDSTATEMENTLINE.
       PERFORM VARYING STATEMENTLINEIDX FROM 1 BY 1
               UNTIL STATEMENTLINEIDX > STATEMENTLINECOUNT
               OR (SLSTATEMENT(STATEMENTLINEIDX) = STATEMENT-GHY
               AND SLSEQUENCE(STATEMENTLINEIDX) = LINESEQUENCE-GHY)
           CONTINUE
       END-PERFORM
       IF STATEMENTLINEIDX > STATEMENTLINECOUNT
           ADD 1 TO STATEMENTLINECOUNT
           MOVE STATEMENTLINECOUNT TO STATEMENTLINEIDX
           INITIALIZE STATEMENTLINEENTRY(STATEMENTLINEIDX)
           MOVE STATEMENT-GHY       TO SLSTATEMENT(STATEMENTLINEIDX)
           MOVE LINESEQUENCE-GHY    TO SLSEQUENCE(STATEMENTLINEIDX)
           MOVE SECTION-GHY         TO SLSECTION(STATEMENTLINEIDX)
           MOVE LINEDESCRIPTION-GHY TO SLDESCRIPTION(STATEMENTLINEIDX)
           MOVE "N"                 TO SLPRINTED(STATEMENTLINEIDX)
       END-IF.

FINDORADDACCOUNT.
       PERFORM VARYING ACCOUNTIDX FROM 1 BY 1
               UNTIL ACCOUNTIDX > ACCOUNTCOUNT
               OR ACACCOUNTCODE(ACCOUNTIDX) = WORKACCOUNTCODE
           CONTINUE
       END-PERFORM
       IF ACCOUNTIDX > ACCOUNTCOUNT
           ADD 1 TO ACCOUNTCOUNT
           MOVE ACCOUNTCOUNT TO ACCOUNTIDX
           INITIALIZE ACCOUNTENTRY(ACCOUNTIDX)
           MOVE WORKACCOUNTCODE TO ACACCOUNTCODE(ACCOUNTIDX)
       END-IF.

*>   The balances file stands at the latest close; movements of any
*>   later closed period are taken back off to reach the selected
*>   period's end.
LOADCLOSINGBALANCES.
       OPEN INPUT GLBALANCESFILE
       IF GLBALANCESFILEOK
           READ GLBALANCESFILE
               AT END SET ENDOFGLBALANCESFILE TO TRUE
           END-READ
           PERFORM STOREONECLOSINGBALANCE UNTIL ENDOFGLBALANCESFILE
           CLOSE GLBALANCESFILE
       END-IF.

STOREONECLOSINGBALANCE.
       MOVE ACCOUNTCODE-GBF TO WORKACCOUNTCODE
       PERFORM FINDORADDACCOUNT
       COMPUTE ACBALANCE(ACCOUNTIDX) = DRTOTAL-GBF - CRTOTAL-GBF
       READ GLBALANCESFILE
           AT END SET ENDOFGLBALANCESFILE TO TRUE
       END-READ.

LOADPERIODACTUALS.
       OPEN INPUT GLPERIODACTUALSFILE
       IF GLPERIODACTUALSFILEOK
           READ GLPERIODACTUALSFILE
               AT END SET ENDOFGLPERIODACTUALS TO TRUE
           END-READ
           PERFORM STOREONEPERIODACTUAL UNTIL ENDOFGLPERIODACTUALS
           CLOSE GLPERIODACTUALSFILE
       END-IF.

STOREONEPERIODACTUAL.
       MOVE ACCOUNTCODE-GPA TO WORKACCOUNTCODE
       PERFORM FINDORADDACCOUNT
       EVALUATE TRUE
           WHEN PERIOD-GPA > SELECTEDPERIOD
               COMPUTE ACBALANCE(ACCOUNTIDX) = ACBALANCE(ACCOUNTIDX)
                   - DRTOTAL-GPA + CRTOTAL-GPA
           WHEN PERIOD-GPA(1:4) = SELECTEDPERIOD(1:4)
               COMPUTE ACYEARTODATE(ACCOUNTIDX) =
                   ACYEARTODATE(ACCOUNTIDX) + DRTOTAL-GPA - CRTOTAL-GPA
               IF PERIOD-GPA = SELECTEDPERIOD
                   COMPUTE ACMONTH(ACCOUNTIDX) =
                       ACMONTH(ACCOUNTIDX) + DRTOTAL-GPA - CRTOTAL-GPA
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       READ GLPERIODACTUALSFILE
           AT END SET ENDOFGLPERIODACTUALS TO TRUE
       END-READ.

*>   Last year's closing position for the balance sheet, and its
*>   months for the same month and the year to the same month.
LOADPRIORYEARARCHIVE.
       MOVE SPACES TO GLYEARENDFILENAME
       STRING "GlYearEnd." PRIORYEAR ".dat"
           DELIMITED BY SIZE INTO GLYEARENDFILENAME
       OPEN INPUT GLYEARENDFILE
       IF NOT GLYEARENDFILEOK
           DISPLAY "NO " FUNCTION TRIM(GLYEARENDFILENAME)
               " ON DISK - PRIOR YEAR COMPARATIVES NOT SHOWN"
           EXIT PARAGRAPH
       END-IF
       SET PRIORYEARARCHIVED TO TRUE
       READ GLYEARENDFILE
           AT END SET ENDOFGLYEARENDFILE TO TRUE
       END-READ
       PERFORM STOREONEARCHIVEDACCOUNT UNTIL ENDOFGLYEARENDFILE
       CLOSE GLYEARENDFILE.

STOREONEARCHIVEDACCOUNT.
       MOVE ACCOUNTCODE-GYE TO WORKACCOUNTCODE
       PERFORM FINDORADDACCOUNT
       COMPUTE ACPRIORCLOSING(ACCOUNTIDX) = CLOSINGDR-GYE - CLOSINGCR-GYE
       MOVE MONTHNET-GYE(SELECTEDMONTH) TO ACPRIORMONTH(ACCOUNTIDX)
       PERFORM ADDONEARCHIVEDMONTH
           VARYING ARCHIVEMONTHIDX FROM 1 BY 1 UNTIL ARCHIVEMONTHIDX > 12
       READ GLYEARENDFILE
           AT END SET ENDOFGLYEARENDFILE TO TRUE
       END-READ.

ADDONEARCHIVEDMONTH.
       ADD MONTHNET-GYE(ARCHIVEMONTHIDX) TO ACPRIORYEAR(ACCOUNTIDX)
       IF ARCHIVEMONTHIDX NOT > SELECTEDMONTH
           ADD MONTHNET-GYE(ARCHIVEMONTHIDX)
               TO ACPRIORTODATE(ACCOUNTIDX)
       END-IF.

LOADCLOSEDPERIODS.
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM NOTEONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF.

NOTEONECLOSEDPERIOD.
       IF CLOSEDPERIOD-GCF > LATESTCLOSEDPERIOD
           MOVE CLOSEDPERIOD-GCF TO LATESTCLOSEDPERIOD
       END-IF
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

CHECKPERIODCLOSED.
       MOVE "N" TO PERIODCLOSEDSWITCH
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM CHECKONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD-GCF = SELECTEDPERIOD
           SET PERIODISCLOSED TO TRUE
       END-IF
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.
