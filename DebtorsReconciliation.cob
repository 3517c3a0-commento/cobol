IDENTIFICATION DIVISION.
PROGRAM-ID. DEBTORSRECONCILIATION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

*>   A ledger year-end close leaves ReceivablesLedger.YYYY.dat and
*>   SubscriberLedger.YYYY.dat behind - their presence says the new
*>   year's first-day entries are carried-forward balances.
       SELECT LEDGERARCHIVEFILE ASSIGN TO DYNAMIC LEDGERARCHIVEFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGERARCHIVEFILESTATUS.

       SELECT GLACCOUNTSFILE ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCOUNTSFILESTATUS.

       SELECT GLBALANCESFILE ASSIGN TO "GlBalances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLBALANCESFILESTATUS.

       SELECT GLPERIODACTUALSFILE ASSIGN TO "GlPeriodActuals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLPERIODACTUALSFILESTATUS.

       SELECT GLCLOSEDPERIODFILE ASSIGN TO "GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

*>   The live journal, then the period's own archive once its close
*>   has moved its blocks there - GlJournal.YYYYMM.dat.
       SELECT GLJOURNALFILE ASSIGN TO DYNAMIC GLJOURNALFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJOURNALFILESTATUS.

*>   Each ledger's net movement for every closed period as it stood
*>   when that period was reconciled - a later run that finds a
*>   different figure has found lines dated into a closed period.
       SELECT RECONCILEDPERIODFILE ASSIGN TO "DebtorsReconciliation.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECONCILEDPERIODFILESTATUS.

       SELECT RECONCILIATIONREPORT ASSIGN TO "DebtorsReconciliation.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGER VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       88 ENDOFSUBSCRIBERLEDGER VALUE HIGH-VALUES.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 ENTRYTYPE-SLF         PIC X.
       02 AMOUNT-SLF            PIC 9(7)V99.
       02 ENTRYDATE-SLF         PIC 9(8).

FD     LEDGERARCHIVEFILE.
01     LEDGERARCHIVEREC         PIC X(45).

FD     GLACCOUNTSFILE.
01     GLACCOUNTSREC.
       88 ENDOFGLACCOUNTSFILE   VALUE HIGH-VALUES.
       02 SOURCEKEY-GAF         PIC X(12).
       02 DRACCOUNT-GAF         PIC X(6).
       02 CRACCOUNT-GAF         PIC X(6).
       02 DESCRIPTION-GAF       PIC X(24).

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

FD     GLJOURNALFILE.
01     GLJOURNALREC.
       88 ENDOFGLJOURNALFILE    VALUE HIGH-VALUES.
       02 JOURNALRECTYPE        PIC X.
        88 JOURNALHEADER        VALUE "H".
        88 JOURNALDETAIL        VALUE "D".
        88 JOURNALTRAILER       VALUE "T".
       02 JOURNALBODY           PIC X(45).
01     GLJOURNALHEADERREC.
       02 FILLER                PIC X.
       02 JOURNALRUNDATE        PIC 9(8).
01     GLJOURNALDETAILREC.
       02 FILLER                PIC X.
       02 JOURNALACCOUNTCODE    PIC X(6).
       02 JOURNALDRCR           PIC X(2).
       02 JOURNALAMOUNT         PIC 9(9)V99.
       02 JOURNALSOURCEKEY      PIC X(12).

FD     RECONCILEDPERIODFILE.
01     RECONCILEDPERIODREC.
       88 ENDOFRECONCILEDPERIODS VALUE HIGH-VALUES.
       02 LEDGERNAME-RPF        PIC X(8).
       02 FILLER                PIC X.
       02 PERIOD-RPF            PIC 9(6).
       02 FILLER                PIC X.
       02 NETMOVEMENT-RPF       PIC S9(11)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 RECONCILEDDATE-RPF    PIC 9(8).

FD     RECONCILIATIONREPORT.
01     RECONCILIATIONLINE       PIC X(132).

WORKING-STORAGE SECTION.
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK  VALUE "00".
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     LEDGERARCHIVEFILESTATUS  PIC XX.
       88 LEDGERARCHIVEFILEOK   VALUE "00".
01     LEDGERARCHIVEFILENAME    PIC X(64) VALUE SPACES.
01     GLACCOUNTSFILESTATUS     PIC XX.
       88 GLACCOUNTSFILEOK      VALUE "00".
01     GLBALANCESFILESTATUS     PIC XX.
       88 GLBALANCESFILEOK      VALUE "00".
01     GLPERIODACTUALSFILESTATUS PIC XX.
       88 GLPERIODACTUALSFILEOK VALUE "00".
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     GLJOURNALFILESTATUS      PIC XX.
       88 GLJOURNALFILEOK       VALUE "00".
01     RECONCILEDPERIODFILESTATUS PIC XX.
       88 RECONCILEDPERIODFILEOK VALUE "00".

01     RUNDATE                  PIC 9(8).
01     PERIODENTRY              PIC X(6) VALUE SPACES.
01     GLJOURNALFILENAME        PIC X(32) VALUE SPACES.
01     SELECTEDPERIOD           PIC 9(6) VALUE ZERO.
01     SELECTEDPERIODSPLIT REDEFINES SELECTEDPERIOD.
       02 SELECTEDYEAR          PIC 9(4).
       02 SELECTEDMONTH         PIC 9(2).
01     PRIORYEAR                PIC 9(4).
01     LATESTCLOSEDPERIOD       PIC 9(6) VALUE ZERO.
01     SELECTEDCLOSEDSWITCH     PIC X VALUE "N".
       88 SELECTEDPERIODCLOSED  VALUE "Y".
01     CURRENTHEADERPERIOD      PIC 9(6) VALUE ZERO.

*>   The two sub-ledgers side by side: 1 is Aromamora's receivables,
*>   2 is billing's subscriber ledger. All amounts are net debit -
*>   what the customers owe - as the control account carries them.
01     LEDGERIDX                PIC 9.
01     LEDGERFIGURESTABLE.
       02 LEDGERFIGURES OCCURS 2 TIMES.
           03 LFNAME            PIC X(8).
           03 LFTITLE           PIC X(30).
           03 LFREVENUESOURCE   PIC X(12).
           03 LFCONTROLACCOUNT  PIC X(6).
           03 LFONFILE          PIC X.
           03 LFCARRYFORWARDS   PIC X.
           03 LFOPENING         PIC S9(11)V99.
           03 LFBILLS           PIC S9(11)V99.
           03 LFINTEREST        PIC S9(11)V99.
           03 LFOTHERDEBITS     PIC S9(11)V99.
           03 LFPAYMENTS        PIC S9(11)V99.
           03 LFCREDITS         PIC S9(11)V99.
           03 LFCLOSING         PIC S9(11)V99.
           03 LFMONTHNET        PIC S9(11)V99 OCCURS 12 TIMES.
           03 LFGLBASE          PIC S9(11)V99.
           03 LFGLLATER         PIC S9(11)V99.
           03 LFGLMOVEMENT      PIC S9(11)V99.
           03 LFGLOPENING       PIC S9(11)V99.
           03 LFGLCLOSING       PIC S9(11)V99.
           03 LFGLREVENUE       PIC S9(11)V99.
           03 LFGLEXCHANGE      PIC S9(11)V99.
           03 LFGLMANUAL        PIC S9(11)V99.
           03 LFGLOTHER         PIC S9(11)V99.
           03 LFGLJOURNALTOTAL  PIC S9(11)V99.

*>   One ledger entry on its way into the figures, whichever ledger
*>   it came from.
01     WORKENTRYTYPE            PIC X.
        88 WORKBILL             VALUE "B".
        88 WORKINTEREST         VALUE "I".
        88 WORKOTHERDEBIT       VALUE "R" "F".
        88 WORKPAYMENT          VALUE "P".
        88 WORKCREDIT           VALUE "C".
01     WORKENTRYDATE            PIC 9(8).
01     WORKENTRYDATESPLIT REDEFINES WORKENTRYDATE.
       02 WORKENTRYYEAR         PIC 9(4).
       02 WORKENTRYMONTH        PIC 9(2).
       02 WORKENTRYDAY          PIC 9(2).
01     WORKENTRYAMOUNT          PIC S9(11)V99.
01     UNKNOWNENTRYCOUNT        PIC 9(5) VALUE ZERO.

01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).

01     RECONCILEDPERIODCOUNT    PIC 9(4) VALUE ZERO.
01     RECONCILEDPERIODTABLE.
       02 RECONCILEDPERIODENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON RECONCILEDPERIODCOUNT.
           03 RPLEDGERNAME      PIC X(8).
           03 RPPERIOD          PIC 9(6).
           03 RPNETMOVEMENT     PIC S9(11)V99.
           03 RPRECONCILEDDATE  PIC 9(8).
01     RECONCILEDPERIODIDX      PIC 9(4).
01     RECONCILEDMONTH          PIC 9(2).
01     BACKDATEDAMOUNT          PIC S9(11)V99.

01     LINELEDGERAMOUNT         PIC S9(11)V99.
01     LINEGLAMOUNT             PIC S9(11)V99.
01     LINEDIFFERENCE           PIC S9(11)V99.
01     LINEDESCRIPTION          PIC X(34).
01     LINECAUSE                PIC X(46).
01     LEDGERSRECONCILED        PIC 9 VALUE ZERO.

01     REPORTHEADINGLINE.
       02 FILLER                PIC X(42)
               VALUE "DEBTORS CONTROL RECONCILIATION FOR PERIOD ".
       02 PRNPERIOD             PIC 9(6).
       02 PRNPERIODSTATE        PIC X(40).

01     LEDGERHEADINGLINE.
       02 FILLER                PIC X(12) VALUE "SUB-LEDGER: ".
       02 PRNLEDGERTITLE        PIC X(30).
       02 FILLER                PIC X(22)
               VALUE "  GL CONTROL ACCOUNT: ".
       02 PRNCONTROLACCOUNT     PIC X(6).

01     RECONCILIATIONTOPICLINE.
       02 FILLER                PIC X(34) VALUE SPACES.
       02 FILLER                PIC X(16) VALUE "      SUB-LEDGER".
       02 FILLER                PIC X(16) VALUE "              GL".
       02 FILLER                PIC X(16) VALUE "      DIFFERENCE".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(12) VALUE "LIKELY CAUSE".

01     RECONCILIATIONDETAILLINE.
       02 PRNDESCRIPTION        PIC X(34).
       02 PRNLEDGERAMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNGLAMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNCAUSE              PIC X(46).

01     RECONCILIATIONNOTELINE   PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
*>   Month-end proof that each customer sub-ledger agrees with the GL
*>   debtors control account it feeds. The ledger's bills, interest,
*>   payments and credits for the period are set against the control
*>   account's movements by source; every difference is listed with
*>   its likely cause, from the difference brought forward to the
*>   difference carried forward. Write-offs reach both ledgers as
*>   credit entries and are reported with the credits.
BEGIN.
       ACCEPT RUNDATE FROM DATE YYYYMMDD
       PERFORM LOADCLOSEDPERIODS
       DISPLAY "ENTER PERIOD (YYYYMM) OR BLANK FOR THE LATEST CLOSED - "
           WITH NO ADVANCING
       ACCEPT PERIODENTRY
       IF PERIODENTRY = SPACES
           IF LATESTCLOSEDPERIOD = ZERO
               MOVE RUNDATE(1:6) TO SELECTEDPERIOD
           ELSE
               MOVE LATESTCLOSEDPERIOD TO SELECTEDPERIOD
           END-IF
       ELSE
           IF PERIODENTRY IS NOT NUMERIC
               DISPLAY "PERIOD MUST BE SIX DIGITS - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIODENTRY TO SELECTEDPERIOD
       END-IF
       COMPUTE PRIORYEAR = SELECTEDYEAR - 1
       PERFORM CHECKSELECTEDPERIODCLOSED

       INITIALIZE LEDGERFIGURESTABLE
       MOVE "OILS"                   TO LFNAME(1)
       MOVE "AROMAMORA RECEIVABLES"  TO LFTITLE(1)
       MOVE "OILSREVENUE"            TO LFREVENUESOURCE(1)
       MOVE "BILLING"                TO LFNAME(2)
       MOVE "BILLING SUBSCRIBERS"    TO LFTITLE(2)
       MOVE "BILLINGREV"             TO LFREVENUESOURCE(2)
       PERFORM FINDCONTROLACCOUNTS
       IF LFCONTROLACCOUNT(1) = SPACES OR LFCONTROLACCOUNT(2) = SPACES
           DISPLAY "OILSREVENUE OR BILLINGREV MISSING FROM "
               "GlAccounts.dat - CONTROL ACCOUNTS UNKNOWN, RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM CHECKFORCARRYFORWARDS
       PERFORM TOTALRECEIVABLESLEDGER
       PERFORM TOTALSUBSCRIBERLEDGER
       PERFORM LOADGLCONTROLBALANCES
       PERFORM LOADGLCONTROLACTUALS
       PERFORM ATTRIBUTEJOURNALMOVEMENTS
       PERFORM SETGLOPENINGANDCLOSING
           VARYING LEDGERIDX FROM 1 BY 1 UNTIL LEDGERIDX > 2
       PERFORM LOADRECONCILEDPERIODS

       OPEN OUTPUT RECONCILIATIONREPORT
       MOVE SELECTEDPERIOD TO PRNPERIOD
       IF SELECTEDPERIODCLOSED
           MOVE " - PERIOD CLOSED" TO PRNPERIODSTATE
       ELSE
           MOVE " - PERIOD NOT YET CLOSED" TO PRNPERIODSTATE
       END-IF
       WRITE RECONCILIATIONLINE FROM REPORTHEADINGLINE
           AFTER ADVANCING 1 LINE
       PERFORM WRITELEDGERRECONCILIATION
           VARYING LEDGERIDX FROM 1 BY 1 UNTIL LEDGERIDX > 2
       IF UNKNOWNENTRYCOUNT > ZERO
           MOVE SPACES TO RECONCILIATIONNOTELINE
           STRING "LEDGER ENTRIES OF AN UNKNOWN TYPE LEFT OUT: "
               UNKNOWNENTRYCOUNT
               DELIMITED BY SIZE INTO RECONCILIATIONNOTELINE
           END-STRING
           WRITE RECONCILIATIONLINE FROM RECONCILIATIONNOTELINE
               AFTER ADVANCING 2 LINES
       END-IF
       CLOSE RECONCILIATIONREPORT

       IF SELECTEDPERIODCLOSED
           PERFORM REWRITERECONCILEDPERIODS
       END-IF
       DISPLAY "LEDGERS RECONCILED TO THE GL: " LEDGERSRECONCILED
           " OF 2 - SEE DebtorsReconciliation.rpt"
       STOP RUN.

*>   The control account is the debit side of the ledger's revenue
*>   source - the account the extract raises the debt on.
FINDCONTROLACCOUNTS.
       OPEN INPUT GLACCOUNTSFILE
       IF GLACCOUNTSFILEOK
           READ GLACCOUNTSFILE
               AT END SET ENDOFGLACCOUNTSFILE TO TRUE
           END-READ
           PERFORM CHECKONEREVENUESOURCE UNTIL ENDOFGLACCOUNTSFILE
           CLOSE GLACCOUNTSFILE
       END-IF.

CHECKONEREVENUESOURCE.
       IF SOURCEKEY-GAF = LFREVENUESOURCE(1)
           MOVE DRACCOUNT-GAF TO LFCONTROLACCOUNT(1)
       END-IF
       IF SOURCEKEY-GAF = LFREVENUESOURCE(2)
           MOVE DRACCOUNT-GAF TO LFCONTROLACCOUNT(2)
       END-IF
       READ GLACCOUNTSFILE
           AT END SET ENDOFGLACCOUNTSFILE TO TRUE
       END-READ.

*>   LEDGERYEARENDCLOSE carries each open position forward as a bill
*>   or credit dated the first of January. Once the prior year's
*>   archive is on disk those entries are opening balance, not the
*>   month's trading.
CHECKFORCARRYFORWARDS.
       MOVE SPACES TO LEDGERARCHIVEFILENAME
       STRING "Chapter 12 Advanced Data Declaration/"
           "ReceivablesLedger." PRIORYEAR ".dat"
           DELIMITED BY SIZE INTO LEDGERARCHIVEFILENAME
       MOVE 1 TO LEDGERIDX
       PERFORM CHECKONELEDGERARCHIVE
       MOVE SPACES TO LEDGERARCHIVEFILENAME
       STRING "SubscriberLedger." PRIORYEAR ".dat"
           DELIMITED BY SIZE INTO LEDGERARCHIVEFILENAME
       MOVE 2 TO LEDGERIDX
       PERFORM CHECKONELEDGERARCHIVE.

CHECKONELEDGERARCHIVE.
       MOVE "N" TO LFCARRYFORWARDS(LEDGERIDX)
       OPEN INPUT LEDGERARCHIVEFILE
       IF LEDGERARCHIVEFILEOK
           MOVE "Y" TO LFCARRYFORWARDS(LEDGERIDX)
           CLOSE LEDGERARCHIVEFILE
       END-IF.

TOTALRECEIVABLESLEDGER.
       MOVE 1 TO LEDGERIDX
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF NOT RECEIVABLESLEDGERFILEOK
           DISPLAY "NO RECEIVABLES LEDGER ON DISK - AROMAMORA "
               "RECONCILED AGAINST AN EMPTY LEDGER"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO LFONFILE(1)
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
       END-READ
       PERFORM TAKEONERECEIVABLESENTRY UNTIL ENDOFRECEIVABLESLEDGER
       CLOSE RECEIVABLESLEDGERFILE.

*>   The GL carries an overseas customer's debt at the home value it
*>   was billed at, so the ledger is totalled the same way.
TAKEONERECEIVABLESENTRY.
       MOVE ENTRYTYPE-RLF TO WORKENTRYTYPE
       MOVE ENTRYDATE-RLF TO WORKENTRYDATE
       IF HOMEAMOUNT-RLF IS NUMERIC
           MOVE HOMEAMOUNT-RLF TO WORKENTRYAMOUNT
       ELSE
           MOVE AMOUNT-RLF TO WORKENTRYAMOUNT
       END-IF
       PERFORM TAKEONELEDGERENTRY
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
       END-READ.

TOTALSUBSCRIBERLEDGER.
       MOVE 2 TO LEDGERIDX
       OPEN INPUT SUBSCRIBERLEDGERFILE
       IF NOT SUBSCRIBERLEDGERFILEOK
           DISPLAY "NO SUBSCRIBER LEDGER ON DISK - BILLING "
               "RECONCILED AGAINST AN EMPTY LEDGER"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO LFONFILE(2)
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ
       PERFORM TAKEONESUBSCRIBERENTRY UNTIL ENDOFSUBSCRIBERLEDGER
       CLOSE SUBSCRIBERLEDGERFILE.

TAKEONESUBSCRIBERENTRY.
       MOVE ENTRYTYPE-SLF TO WORKENTRYTYPE
       MOVE ENTRYDATE-SLF TO WORKENTRYDATE
       MOVE AMOUNT-SLF    TO WORKENTRYAMOUNT
       PERFORM TAKEONELEDGERENTRY
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ.

*>   Bills, interest, direct debit reversals and refunds raise what
*>   is owed; payments and credits reduce it. Entries after the
*>   period are ignored, entries before it make up the opening
*>   balance, and the selected year's months are kept one by one for
*>   the closed-period check.
TAKEONELEDGERENTRY.
       IF WORKENTRYDATE IS NOT NUMERIC OR WORKENTRYAMOUNT IS NOT NUMERIC
           ADD 1 TO UNKNOWNENTRYCOUNT
           EXIT PARAGRAPH
       END-IF
       IF WORKENTRYDATE(1:6) > SELECTEDPERIOD
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN WORKBILL OR WORKINTEREST OR WORKOTHERDEBIT
               CONTINUE
           WHEN WORKPAYMENT OR WORKCREDIT
               COMPUTE WORKENTRYAMOUNT = ZERO - WORKENTRYAMOUNT
           WHEN OTHER
               ADD 1 TO UNKNOWNENTRYCOUNT
               EXIT PARAGRAPH
       END-EVALUATE

       IF LFCARRYFORWARDS(LEDGERIDX) = "Y"
               AND WORKENTRYYEAR = SELECTEDYEAR
               AND WORKENTRYMONTH = 1 AND WORKENTRYDAY = 1
               AND (WORKBILL OR WORKCREDIT)
           ADD WORKENTRYAMOUNT TO LFOPENING(LEDGERIDX)
           EXIT PARAGRAPH
       END-IF

       IF WORKENTRYYEAR = SELECTEDYEAR
           ADD WORKENTRYAMOUNT TO LFMONTHNET(LEDGERIDX, WORKENTRYMONTH)
       END-IF
       IF WORKENTRYDATE(1:6) < SELECTEDPERIOD
           ADD WORKENTRYAMOUNT TO LFOPENING(LEDGERIDX)
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN WORKBILL       ADD WORKENTRYAMOUNT TO LFBILLS(LEDGERIDX)
           WHEN WORKINTEREST
               ADD WORKENTRYAMOUNT TO LFINTEREST(LEDGERIDX)
           WHEN WORKOTHERDEBIT
               ADD WORKENTRYAMOUNT TO LFOTHERDEBITS(LEDGERIDX)
           WHEN WORKPAYMENT
               ADD WORKENTRYAMOUNT TO LFPAYMENTS(LEDGERIDX)
           WHEN WORKCREDIT
               ADD WORKENTRYAMOUNT TO LFCREDITS(LEDGERIDX)
       END-EVALUATE.

*>   The control balance at the latest close, before any later
*>   period's movements are taken back off.
LOADGLCONTROLBALANCES.
       OPEN INPUT GLBALANCESFILE
       IF GLBALANCESFILEOK
           READ GLBALANCESFILE
               AT END SET ENDOFGLBALANCESFILE TO TRUE
           END-READ
           PERFORM TAKEONEGLBALANCE UNTIL ENDOFGLBALANCESFILE
           CLOSE GLBALANCESFILE
       END-IF.

TAKEONEGLBALANCE.
       PERFORM MATCHONEGLBALANCE
           VARYING LEDGERIDX FROM 1 BY 1 UNTIL LEDGERIDX > 2
       READ GLBALANCESFILE
           AT END SET ENDOFGLBALANCESFILE TO TRUE
       END-READ.

MATCHONEGLBALANCE.
       IF ACCOUNTCODE-GBF = LFCONTROLACCOUNT(LEDGERIDX)
           COMPUTE LFGLBASE(LEDGERIDX) = DRTOTAL-GBF - CRTOTAL-GBF
       END-IF.

LOADGLCONTROLACTUALS.
       OPEN INPUT GLPERIODACTUALSFILE
       IF GLPERIODACTUALSFILEOK
           READ GLPERIODACTUALSFILE
               AT END SET ENDOFGLPERIODACTUALS TO TRUE
           END-READ
           PERFORM TAKEONEGLACTUAL UNTIL ENDOFGLPERIODACTUALS
           CLOSE GLPERIODACTUALSFILE
       END-IF.

TAKEONEGLACTUAL.
       PERFORM MATCHONEGLACTUAL
           VARYING LEDGERIDX FROM 1 BY 1 UNTIL LEDGERIDX > 2
       READ GLPERIODACTUALSFILE
           AT END SET ENDOFGLPERIODACTUALS TO TRUE
       END-READ.

MATCHONEGLACTUAL.
       IF ACCOUNTCODE-GPA = LFCONTROLACCOUNT(LEDGERIDX)
           EVALUATE TRUE
               WHEN PERIOD-GPA > SELECTEDPERIOD
                   COMPUTE LFGLLATER(LEDGERIDX) = LFGLLATER(LEDGERIDX)
                       + DRTOTAL-GPA - CRTOTAL-GPA
               WHEN PERIOD-GPA = SELECTEDPERIOD
                   COMPUTE LFGLMOVEMENT(LEDGERIDX) =
                       LFGLMOVEMENT(LEDGERIDX)
                       + DRTOTAL-GPA - CRTOTAL-GPA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

*>   The journal on disk is the only record of which source each
*>   control account posting came from. Manual journals carry an MJ
*>   source key.
ATTRIBUTEJOURNALMOVEMENTS.
       MOVE "GlJournal.dat" TO GLJOURNALFILENAME
       PERFORM ATTRIBUTEONEJOURNALFILE
       MOVE SPACES TO GLJOURNALFILENAME
       STRING "GlJournal." SELECTEDPERIOD ".dat"
           DELIMITED BY SIZE INTO GLJOURNALFILENAME
       PERFORM ATTRIBUTEONEJOURNALFILE.

ATTRIBUTEONEJOURNALFILE.
       MOVE ZERO TO CURRENTHEADERPERIOD
       OPEN INPUT GLJOURNALFILE
       IF NOT GLJOURNALFILEOK
           EXIT PARAGRAPH
       END-IF
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ
       PERFORM TAKEONEJOURNALRECORD UNTIL ENDOFGLJOURNALFILE
       CLOSE GLJOURNALFILE.

TAKEONEJOURNALRECORD.
       EVALUATE TRUE
           WHEN JOURNALHEADER
               MOVE JOURNALRUNDATE(1:6) TO CURRENTHEADERPERIOD
           WHEN JOURNALDETAIL
               IF CURRENTHEADERPERIOD = SELECTEDPERIOD
                   PERFORM TAKEONECONTROLPOSTING
                       VARYING LEDGERIDX FROM 1 BY 1
                       UNTIL LEDGERIDX > 2
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       READ GLJOURNALFILE
           AT END SET ENDOFGLJOURNALFILE TO TRUE
       END-READ.

TAKEONECONTROLPOSTING.
       IF JOURNALACCOUNTCODE = LFCONTROLACCOUNT(LEDGERIDX)
           MOVE JOURNALAMOUNT TO WORKENTRYAMOUNT
           IF JOURNALDRCR NOT = "DR"
               COMPUTE WORKENTRYAMOUNT = ZERO - WORKENTRYAMOUNT
           END-IF
           ADD WORKENTRYAMOUNT TO LFGLJOURNALTOTAL(LEDGERIDX)
           EVALUATE TRUE
               WHEN JOURNALSOURCEKEY = LFREVENUESOURCE(LEDGERIDX)
                   ADD WORKENTRYAMOUNT TO LFGLREVENUE(LEDGERIDX)
               WHEN JOURNALSOURCEKEY = "FXDIFFERENCE"
                   ADD WORKENTRYAMOUNT TO LFGLEXCHANGE(LEDGERIDX)
               WHEN JOURNALSOURCEKEY(1:2) = "MJ"
                   ADD WORKENTRYAMOUNT TO LFGLMANUAL(LEDGERIDX)
               WHEN OTHER
                   ADD WORKENTRYAMOUNT TO LFGLOTHER(LEDGERIDX)
           END-EVALUATE
       END-IF.

*>   A closed period's movement is the one registered at its close;
*>   an open period's is whatever the journal holds for it so far.
SETGLOPENINGANDCLOSING.
       IF NOT SELECTEDPERIODCLOSED
           MOVE LFGLJOURNALTOTAL(LEDGERIDX) TO LFGLMOVEMENT(LEDGERIDX)
           COMPUTE LFGLCLOSING(LEDGERIDX) =
               LFGLBASE(LEDGERIDX) + LFGLMOVEMENT(LEDGERIDX)
       ELSE
           COMPUTE LFGLCLOSING(LEDGERIDX) =
               LFGLBASE(LEDGERIDX) - LFGLLATER(LEDGERIDX)
       END-IF
       COMPUTE LFGLOPENING(LEDGERIDX) =
           LFGLCLOSING(LEDGERIDX) - LFGLMOVEMENT(LEDGERIDX)
       COMPUTE LFCLOSING(LEDGERIDX) = LFOPENING(LEDGERIDX)
           + LFBILLS(LEDGERIDX) + LFINTEREST(LEDGERIDX)
           + LFOTHERDEBITS(LEDGERIDX) + LFPAYMENTS(LEDGERIDX)
           + LFCREDITS(LEDGERIDX).

*>   Brought forward, each of the period's items, carried forward.
*>   The carried-forward difference is the brought-forward difference
*>   plus every period item's difference, so nothing goes unexplained.
WRITELEDGERRECONCILIATION.
       MOVE LFTITLE(LEDGERIDX)          TO PRNLEDGERTITLE
       MOVE LFCONTROLACCOUNT(LEDGERIDX) TO PRNCONTROLACCOUNT
       WRITE RECONCILIATIONLINE FROM LEDGERHEADINGLINE
           AFTER ADVANCING 3 LINES
       WRITE RECONCILIATIONLINE FROM RECONCILIATIONTOPICLINE
           AFTER ADVANCING 2 LINES

       MOVE "OPENING BALANCE" TO LINEDESCRIPTION
       MOVE LFOPENING(LEDGERIDX)   TO LINELEDGERAMOUNT
       MOVE LFGLOPENING(LEDGERIDX) TO LINEGLAMOUNT
       MOVE "DIFFERENCE BROUGHT FORWARD" TO LINECAUSE
       PERFORM WRITERECONCILIATIONITEM
       PERFORM WRITEONEBACKDATEDPERIOD
           VARYING RECONCILEDPERIODIDX FROM 1 BY 1
           UNTIL RECONCILEDPERIODIDX > RECONCILEDPERIODCOUNT

*>   The extract nets Aromamora's credit notes into its revenue
*>   posting; billing's revenue comes from the invoice interface
*>   and its credits do not reach the GL at all.
       IF LEDGERIDX = 1
           MOVE "BILLS LESS CREDITS" TO LINEDESCRIPTION
           COMPUTE LINELEDGERAMOUNT =
               LFBILLS(LEDGERIDX) + LFCREDITS(LEDGERIDX)
       ELSE
           MOVE "BILLS" TO LINEDESCRIPTION
           MOVE LFBILLS(LEDGERIDX) TO LINELEDGERAMOUNT
       END-IF
       MOVE LFGLREVENUE(LEDGERIDX) TO LINEGLAMOUNT
       IF SELECTEDPERIODCLOSED
           MOVE "LEDGER DAYS NOT EXTRACTED TO THE GL" TO LINECAUSE
       ELSE
           MOVE "PERIOD NOT YET CLOSED - GL NOT FULLY POSTED"
               TO LINECAUSE
       END-IF
       PERFORM WRITERECONCILIATIONITEM

       MOVE "INTEREST" TO LINEDESCRIPTION
       MOVE LFINTEREST(LEDGERIDX) TO LINELEDGERAMOUNT
       MOVE ZERO TO LINEGLAMOUNT
       MOVE "INTEREST IS NOT POSTED TO THE GL" TO LINECAUSE
       PERFORM WRITERECONCILIATIONITEM

       MOVE "DD REVERSALS AND REFUNDS" TO LINEDESCRIPTION
       MOVE LFOTHERDEBITS(LEDGERIDX) TO LINELEDGERAMOUNT
       MOVE ZERO TO LINEGLAMOUNT
       MOVE "REVERSALS AND REFUNDS NOT POSTED TO THE GL"
           TO LINECAUSE
       PERFORM WRITERECONCILIATIONITEM

       MOVE "PAYMENTS" TO LINEDESCRIPTION
       MOVE LFPAYMENTS(LEDGERIDX) TO LINELEDGERAMOUNT
       MOVE ZERO TO LINEGLAMOUNT
       MOVE "PAYMENTS ARE NOT POSTED TO THE GL" TO LINECAUSE
       PERFORM WRITERECONCILIATIONITEM

       IF LEDGERIDX = 2
           MOVE "CREDITS AND WRITE-OFFS" TO LINEDESCRIPTION
           MOVE LFCREDITS(LEDGERIDX) TO LINELEDGERAMOUNT
           MOVE ZERO TO LINEGLAMOUNT
           MOVE "CREDITS AND WRITE-OFFS NOT POSTED TO THE GL"
               TO LINECAUSE
           PERFORM WRITERECONCILIATIONITEM
       END-IF

       MOVE ZERO TO LINELEDGERAMOUNT
       IF LFGLEXCHANGE(LEDGERIDX) NOT = ZERO
           MOVE "EXCHANGE DIFFERENCES" TO LINEDESCRIPTION
           MOVE LFGLEXCHANGE(LEDGERIDX) TO LINEGLAMOUNT
           MOVE "EXCHANGE DIFFERENCE POSTED TO THE GL ONLY"
               TO LINECAUSE
           PERFORM WRITERECONCILIATIONITEM
       END-IF
       IF LFGLMANUAL(LEDGERIDX) NOT = ZERO
           MOVE "MANUAL JOURNALS" TO LINEDESCRIPTION
           MOVE LFGLMANUAL(LEDGERIDX) TO LINEGLAMOUNT
           MOVE "MANUAL ADJUSTMENT TO THE CONTROL ACCOUNT"
               TO LINECAUSE
           PERFORM WRITERECONCILIATIONITEM
       END-IF
       IF LFGLOTHER(LEDGERIDX) NOT = ZERO
           MOVE "OTHER GL POSTINGS" TO LINEDESCRIPTION
           MOVE LFGLOTHER(LEDGERIDX) TO LINEGLAMOUNT
           MOVE "GL POSTING WITH NO LEDGER EQUIVALENT" TO LINECAUSE
           PERFORM WRITERECONCILIATIONITEM
       END-IF
       IF LFGLMOVEMENT(LEDGERIDX) NOT = LFGLJOURNALTOTAL(LEDGERIDX)
           MOVE "GL MOVEMENT WITHOUT SOURCE DETAIL" TO LINEDESCRIPTION
           COMPUTE LINEGLAMOUNT =
               LFGLMOVEMENT(LEDGERIDX) - LFGLJOURNALTOTAL(LEDGERIDX)
           MOVE "PERIOD'S JOURNALS NO LONGER ON DISK" TO LINECAUSE
           PERFORM WRITERECONCILIATIONITEM
       END-IF

       MOVE "CLOSING BALANCE" TO LINEDESCRIPTION
       MOVE LFCLOSING(LEDGERIDX)   TO LINELEDGERAMOUNT
       MOVE LFGLCLOSING(LEDGERIDX) TO LINEGLAMOUNT
       MOVE "DIFFERENCE CARRIED FORWARD" TO LINECAUSE
       PERFORM WRITERECONCILIATIONITEM
       IF LINEDIFFERENCE = ZERO
           ADD 1 TO LEDGERSRECONCILED
           MOVE "SUB-LEDGER AGREES WITH THE CONTROL ACCOUNT"
               TO RECONCILIATIONNOTELINE
       ELSE
           MOVE "SUB-LEDGER DOES NOT AGREE - SEE CAUSES ABOVE"
               TO RECONCILIATIONNOTELINE
       END-IF
       WRITE RECONCILIATIONLINE FROM RECONCILIATIONNOTELINE
           AFTER ADVANCING 2 LINES
       IF LFONFILE(LEDGERIDX) NOT = "Y"
           MOVE "NO SUB-LEDGER FILE ON DISK FOR THIS LEDGER"
               TO RECONCILIATIONNOTELINE
           WRITE RECONCILIATIONLINE FROM RECONCILIATIONNOTELINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   A line whose amounts agree prints without a cause.
WRITERECONCILIATIONITEM.
       COMPUTE LINEDIFFERENCE = LINELEDGERAMOUNT - LINEGLAMOUNT
       MOVE SPACES TO RECONCILIATIONDETAILLINE
       MOVE LINEDESCRIPTION  TO PRNDESCRIPTION
       MOVE LINELEDGERAMOUNT TO PRNLEDGERAMOUNT
       MOVE LINEGLAMOUNT     TO PRNGLAMOUNT
       MOVE LINEDIFFERENCE   TO PRNDIFFERENCE
       IF LINEDIFFERENCE NOT = ZERO
           MOVE LINECAUSE TO PRNCAUSE
       END-IF
       WRITE RECONCILIATIONLINE FROM RECONCILIATIONDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   An earlier closed month of the same year whose ledger movement
*>   has changed since it was reconciled - part of the difference
*>   brought forward.
WRITEONEBACKDATEDPERIOD.
       IF RPLEDGERNAME(RECONCILEDPERIODIDX) = LFNAME(LEDGERIDX)
               AND RPPERIOD(RECONCILEDPERIODIDX)(1:4) = SELECTEDYEAR
               AND RPPERIOD(RECONCILEDPERIODIDX) < SELECTEDPERIOD
           MOVE RPPERIOD(RECONCILEDPERIODIDX)(5:2) TO RECONCILEDMONTH
           COMPUTE BACKDATEDAMOUNT =
               LFMONTHNET(LEDGERIDX, RECONCILEDMONTH)
               - RPNETMOVEMENT(RECONCILEDPERIODIDX)
           IF BACKDATEDAMOUNT NOT = ZERO
               MOVE SPACES TO RECONCILIATIONDETAILLINE
               STRING "  OF WHICH DATED INTO "
                   RPPERIOD(RECONCILEDPERIODIDX)
                   DELIMITED BY SIZE INTO PRNDESCRIPTION
               END-STRING
               MOVE BACKDATEDAMOUNT TO PRNLEDGERAMOUNT
               MOVE ZERO            TO PRNGLAMOUNT
               MOVE BACKDATEDAMOUNT TO PRNDIFFERENCE
               MOVE "LEDGER LINE DATED INTO A CLOSED PERIOD"
                   TO PRNCAUSE
               WRITE RECONCILIATIONLINE FROM RECONCILIATIONDETAILLINE
                   AFTER ADVANCING 1 LINE
           END-IF
       END-IF.

LOADRECONCILEDPERIODS.
       OPEN INPUT RECONCILEDPERIODFILE
       IF RECONCILEDPERIODFILEOK
           READ RECONCILEDPERIODFILE
               AT END SET ENDOFRECONCILEDPERIODS TO TRUE
           END-READ
           PERFORM STOREONERECONCILEDPERIOD
               UNTIL ENDOFRECONCILEDPERIODS
           CLOSE RECONCILEDPERIODFILE
       END-IF.

STOREONERECONCILEDPERIOD.
       ADD 1 TO RECONCILEDPERIODCOUNT
       MOVE LEDGERNAME-RPF     TO RPLEDGERNAME(RECONCILEDPERIODCOUNT)
       MOVE PERIOD-RPF         TO RPPERIOD(RECONCILEDPERIODCOUNT)
       MOVE NETMOVEMENT-RPF    TO RPNETMOVEMENT(RECONCILEDPERIODCOUNT)
       MOVE RECONCILEDDATE-RPF
           TO RPRECONCILEDDATE(RECONCILEDPERIODCOUNT)
       READ RECONCILEDPERIODFILE
           AT END SET ENDOFRECONCILEDPERIODS TO TRUE
       END-READ.

*>   A closed period's movement is recorded as reconciled today,
*>   replacing any earlier record of the same period.
REWRITERECONCILEDPERIODS.
       OPEN OUTPUT RECONCILEDPERIODFILE
       PERFORM WRITEONEKEPTRECONCILEDPERIOD
           VARYING RECONCILEDPERIODIDX FROM 1 BY 1
           UNTIL RECONCILEDPERIODIDX > RECONCILEDPERIODCOUNT
       PERFORM WRITEONENEWRECONCILEDPERIOD
           VARYING LEDGERIDX FROM 1 BY 1 UNTIL LEDGERIDX > 2
       CLOSE RECONCILEDPERIODFILE.

WRITEONEKEPTRECONCILEDPERIOD.
       IF RPPERIOD(RECONCILEDPERIODIDX) NOT = SELECTEDPERIOD
           MOVE SPACES TO RECONCILEDPERIODREC
           MOVE RPLEDGERNAME(RECONCILEDPERIODIDX)  TO LEDGERNAME-RPF
           MOVE RPPERIOD(RECONCILEDPERIODIDX)      TO PERIOD-RPF
           MOVE RPNETMOVEMENT(RECONCILEDPERIODIDX) TO NETMOVEMENT-RPF
           MOVE RPRECONCILEDDATE(RECONCILEDPERIODIDX)
               TO RECONCILEDDATE-RPF
           WRITE RECONCILEDPERIODREC
       END-IF.

WRITEONENEWRECONCILEDPERIOD.
       MOVE SPACES TO RECONCILEDPERIODREC
       MOVE LFNAME(LEDGERIDX) TO LEDGERNAME-RPF
       MOVE SELECTEDPERIOD    TO PERIOD-RPF
       MOVE LFMONTHNET(LEDGERIDX, SELECTEDMONTH) TO NETMOVEMENT-RPF
       MOVE RUNDATE           TO RECONCILEDDATE-RPF
       WRITE RECONCILEDPERIODREC.

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
       IF CLOSEDPERIOD-GCF > LATESTCLOSEDPERIOD
           MOVE CLOSEDPERIOD-GCF TO LATESTCLOSEDPERIOD
       END-IF
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

CHECKSELECTEDPERIODCLOSED.
       MOVE "N" TO SELECTEDCLOSEDSWITCH
       PERFORM CHECKONECLOSEDPERIOD
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = SELECTEDPERIOD
           SET SELECTEDPERIODCLOSED TO TRUE
       END-IF.
