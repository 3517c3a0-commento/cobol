IDENTIFICATION DIVISION.
PROGRAM-ID. SUBSCRIBERSTATEMENT.

*>   The statement of account customer service sends when someone asks
*>   why they owe what they owe. One page per account for the month:
*>   the balance brought forward, every bill, payment, direct debit,
*>   returned direct debit, credit and refund posted in the month with
*>   the running balance, the adjustments each bill took in, and the
*>   balance now due. Direct debit payers are told when it will be
*>   collected. Everything is worked from SubscriberLedger.dat, so a
*>   past month can be cut again and reads as it did at the time.
*>   One account is stated on request; left blank, every subscriber
*>   and corporate account with anything to show gets a page.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

*>   A payment on the ledger looks the same however it arrived; the
*>   collection history says which of them the bank took by direct
*>   debit, and the adjustment history which corrections went into
*>   which bill.
       SELECT DDHISTORYFILE ASSIGN TO "DdCollectionHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DDHISTORYFILESTATUS.

       SELECT ADJUSTMENTHISTORYFILE ASSIGN TO "AdjustmentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUSTMENTHISTORYFILESTATUS.

       SELECT DISPUTEREGISTERFILE ASSIGN TO "BillingDisputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTEREGISTERFILESTATUS.

       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT CORPORATEMEMBERFILE ASSIGN TO "CorporateMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEMEMBERFILESTATUS.

       SELECT STATEMENTREPORTFILE ASSIGN TO "SubscriberStatements.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "SubscriberStatement.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       88  ENDOFSUBSCRIBERMASTERFILE VALUE HIGH-VALUES.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  SUBSCRIBERNAME-SMF      PIC X(25).
       02  SUBSCRIBERADDRESS-SMF   PIC X(40).
       02  PLANCODE-SMF            PIC X(4).
       02  SUBSCRIBERSTATUS-SMF    PIC X.
       02  JOINDATE-SMF            PIC 9(8).
       02  LEAVEDATE-SMF           PIC 9(8).
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
        88 PAYSBYDIRECTDEBIT-SMF   VALUE "D".
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       88 ENDOFSUBSCRIBERLEDGERFILE VALUE HIGH-VALUES.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 ENTRYTYPE-SLF         PIC X.
       02 AMOUNT-SLF            PIC 9(7)V99.
       02 ENTRYDATE-SLF         PIC 9(8).

FD     DDHISTORYFILE.
01     DDHISTORYREC.
       88 ENDOFDDHISTORY        VALUE HIGH-VALUES.
       02 DHREFERENCE           PIC 9(10).
       02 DHCOLLECTIONDATE      PIC 9(8).
       02 DHAMOUNT              PIC 9(7)V99.

FD     ADJUSTMENTHISTORYFILE.
01     ADJUSTMENTHISTORYREC.
       88  ENDOFADJUSTMENTHISTORY  VALUE HIGH-VALUES.
       02  SUBSCRIBERID-AHF        PIC 9(10).
       02  BILLDATE-AHF            PIC 9(8).
       02  ADJUSTMENTTYPE-AHF      PIC X.
       02  AMOUNT-AHF              PIC 9(5)V99.
       02  REASON-AHF              PIC X(20).
       02  AUTHCODE-AHF            PIC X(6).

FD     DISPUTEREGISTERFILE.
01     DISPUTEREGISTERREC.
       88 ENDOFDISPUTEREGISTER  VALUE HIGH-VALUES.
       02 BDSUBSCRIBERID        PIC 9(10).
       02 BDBILLDATE            PIC 9(8).
       02 BDAMOUNT              PIC 9(5)V99.
       02 BDREASON              PIC X(20).
       02 BDOWNER               PIC X(8).
       02 BDOPENEDDATE          PIC 9(8).
       02 BDOPENEDBY            PIC X(8).
       02 BDSTATUS              PIC X.
        88 BDOPEN               VALUE "O".
       02 BDCLOSEDDATE          PIC 9(8).
       02 BDCLOSEDBY            PIC X(8).
       02 BDAUTHCODE            PIC X(6).

FD     CORPORATEACCOUNTFILE.
01     CORPORATEACCOUNTREC.
       88 ENDOFCORPORATEACCOUNTS VALUE HIGH-VALUES.
       02 ACCOUNTID-CAF         PIC 9(10).
       02 ACCOUNTNAME-CAF       PIC X(25).
       02 BILLINGADDRESS-CAF    PIC X(40).
       02 ACCOUNTMANAGER-CAF    PIC X(8).
       02 PAYMETHOD-CAF         PIC X.
       02 BANKSORTCODE-CAF      PIC 9(6).
       02 BANKACCOUNT-CAF       PIC 9(8).
       02 OPENEDDATE-CAF        PIC 9(8).
       02 ACCOUNTSTATUS-CAF     PIC X.

FD     CORPORATEMEMBERFILE.
01     CORPORATEMEMBERREC.
       88 ENDOFCORPORATEMEMBERS VALUE HIGH-VALUES.
       02 SUBSCRIBERID-CMF      PIC 9(10).
       02 FILLER                PIC X.
       02 ACCOUNTID-CMF         PIC 9(10).
       02 FILLER                PIC X.
       02 LINKEDDATE-CMF        PIC 9(8).

FD     STATEMENTREPORTFILE.
01     STATEMENTPRINTLINE       PIC X(90).

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

WORKING-STORAGE SECTION.
01     SUBSCRIBERMASTERFILESTATUS  PIC XX.
       88 SUBSCRIBERMASTERFILEOK   VALUE "00".
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     DDHISTORYFILESTATUS         PIC XX.
       88 DDHISTORYFILEOK          VALUE "00".
01     ADJUSTMENTHISTORYFILESTATUS PIC XX.
       88 ADJUSTMENTHISTORYFILEOK  VALUE "00".
01     DISPUTEREGISTERFILESTATUS   PIC XX.
       88 DISPUTEREGISTERFILEOK    VALUE "00".
01     CORPORATEACCOUNTFILESTATUS  PIC XX.
       88 CORPORATEACCOUNTFILEOK   VALUE "00".
01     CORPORATEMEMBERFILESTATUS   PIC XX.
       88 CORPORATEMEMBERFILEOK    VALUE "00".
01     RUNPARAMETERFILESTATUS      PIC XX.
       88 RUNPARAMETERFILEOK       VALUE "00".
01     RUNFROMPARAMETERSSWITCH     PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS    VALUE "Y".
01     PARAMETERVALUE              PIC X(40) VALUE SPACES.
01     OPERATIONSLOGFILESTATUS     PIC XX.
       88 OPERATIONSLOGFILEOK      VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

01     MONTHENTRY               PIC X(6) VALUE SPACES.
01     STATEMENTMONTHTEXT       PIC X(6).
01     STATEMENTMONTHPARTS REDEFINES STATEMENTMONTHTEXT.
       02 STATEMENTYEAR         PIC 9(4).
       02 STATEMENTMONTH        PIC 99.
01     MONTHSTARTDATE           PIC 9(8).
01     MONTHENDDATE             PIC 9(8).

01     ACCOUNTENTRY             PIC X(10) VALUE SPACES.
01     REQUESTEDACCOUNTID       PIC 9(10) VALUE ZERO.

*>   The bank collection that follows the statement. Left blank it is
*>   taken as the 14th of the next month.
01     COLLECTIONDATEENTRY      PIC X(8) VALUE SPACES.
01     COLLECTIONDATE           PIC 9(8).
01     NEXTYEAR                 PIC 9(4).
01     NEXTMONTH                PIC 99.

*>   Each account's balance at the start of the month and what it has
*>   under open dispute now, folded from the ledger and the dispute
*>   register.
01     OPENINGCOUNT             PIC 9(5) VALUE ZERO.
01     OPENINGTABLE.
       02 OPENINGENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON OPENINGCOUNT.
           03 OBACCOUNTID       PIC 9(10).
           03 OBBALANCE         PIC S9(8)V99.
           03 OBDISPUTED        PIC 9(8)V99.
01     OPENINGIDX               PIC 9(5).

*>   The month's own ledger entries, kept in the order they were posted.
01     MOVEMENTCOUNT            PIC 9(5) VALUE ZERO.
01     MOVEMENTTABLE.
       02 MOVEMENTENTRY OCCURS 0 TO 20000 TIMES
               DEPENDING ON MOVEMENTCOUNT.
           03 MVACCOUNTID       PIC 9(10).
           03 MVTYPE            PIC X.
           03 MVAMOUNT          PIC 9(7)V99.
           03 MVDATE            PIC 9(8).
01     MOVEMENTIDX              PIC 9(5).

01     DDCOLLECTEDCOUNT         PIC 9(5) VALUE ZERO.
01     DDCOLLECTEDTABLE.
       02 DDCOLLECTEDENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON DDCOLLECTEDCOUNT.
           03 DCACCOUNTID       PIC 9(10).
           03 DCDATE            PIC 9(8).
           03 DCAMOUNT          PIC 9(7)V99.
           03 DCMATCHED         PIC X.
01     DDCOLLECTEDIDX           PIC 9(5).

*>   A corporate handset's adjustment went into its account's bill, so
*>   it is held here against the account the bill posted under.
01     ADJUSTMENTCOUNT          PIC 9(4) VALUE ZERO.
01     ADJUSTMENTTABLE.
       02 ADJUSTMENTENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON ADJUSTMENTCOUNT.
           03 AHACCOUNTID       PIC 9(10).
           03 AHBILLDATE        PIC 9(8).
           03 AHTYPE            PIC X.
           03 AHAMOUNT          PIC 9(5)V99.
           03 AHREASON          PIC X(20).
01     ADJUSTMENTIDX            PIC 9(4).

01     CORPACCOUNTCOUNT         PIC 9(4) VALUE ZERO.
01     CORPACCOUNTTABLE.
       02 CORPACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON CORPACCOUNTCOUNT
               ASCENDING KEY IS CAACCOUNTID
               INDEXED BY CAIDX.
           03 CAACCOUNTID       PIC 9(10).
           03 CAACCOUNTNAME     PIC X(25).
           03 CABILLINGADDRESS  PIC X(40).
           03 CAPAYMETHOD       PIC X.
01     CORPACCOUNTIDX           PIC 9(4).

01     CORPMEMBERCOUNT          PIC 9(5) VALUE ZERO.
01     CORPMEMBERTABLE.
       02 CORPMEMBER OCCURS 0 TO 9000 TIMES
               DEPENDING ON CORPMEMBERCOUNT.
           03 CMSUBSCRIBERID    PIC 9(10).
           03 CMACCOUNTID       PIC 9(10).
01     CORPMEMBERIDX            PIC 9(5).

*>   The account being stated.
01     STMTACCOUNTID            PIC 9(10).
01     STMTNAME                 PIC X(25).
01     STMTADDRESS              PIC X(40).
01     STMTPAYMETHOD            PIC X.
       88 STMTPAYSBYDIRECTDEBIT VALUE "D".
01     STMTBROUGHTFORWARD       PIC S9(8)V99 VALUE ZERO.
01     STMTBALANCE              PIC S9(8)V99 VALUE ZERO.
01     STMTDISPUTED             PIC 9(8)V99 VALUE ZERO.
01     STMTMOVEMENTS            PIC 9(5) VALUE ZERO.
01     STMTTOCOLLECT            PIC S9(8)V99 VALUE ZERO.
01     SIGNEDAMOUNT             PIC S9(8)V99 VALUE ZERO.
01     ALWAYSPRINTSWITCH        PIC X VALUE "N".
       88 ALWAYSPRINT           VALUE "Y".
01     ACCOUNTFOUNDSWITCH       PIC X VALUE "N".
       88 ACCOUNTFOUND          VALUE "Y".

01     WORKACCOUNTID            PIC 9(10).
01     LEDGERENTRIESREAD        PIC 9(7) VALUE ZERO.
01     STATEMENTSPRINTED        PIC 9(5) VALUE ZERO.

01     STATEMENTHEADINGLINE.
       02 FILLER                PIC X(35)
           VALUE "STATEMENT OF ACCOUNT FOR THE MONTH ".
       02 PRNHEADINGMONTH       PIC X(6).

01     STATEMENTACCOUNTLINE.
       02 FILLER                PIC X(10) VALUE "ACCOUNT".
       02 PRNACCOUNTID          PIC 9(10).
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNACCOUNTNAME        PIC X(25).

01     STATEMENTADDRESSLINE.
       02 FILLER                PIC X(23) VALUE SPACES.
       02 PRNACCOUNTADDRESS     PIC X(40).

01     STATEMENTTOPICLINE.
       02 FILLER                PIC X(10) VALUE "DATE".
       02 FILLER                PIC X(34) VALUE "DETAILS".
       02 FILLER                PIC X(15) VALUE "       AMOUNT".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(16) VALUE "       BALANCE".

01     STATEMENTDETAILLINE.
       02 PRNENTRYDATE          PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNENTRYDETAILS       PIC X(34).
       02 PRNENTRYAMOUNT        PIC $$,$$$,$$9.99CR.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRUNNINGBALANCE     PIC $$$,$$$,$$9.99CR.

01     STATEMENTADJUSTMENTLINE.
       02 FILLER                PIC X(10) VALUE SPACES.
       02 FILLER                PIC X(14) VALUE "  ADJUSTMENT: ".
       02 PRNADJUSTMENTREASON   PIC X(20).
       02 PRNADJUSTMENTAMOUNT   PIC $$,$$$,$$9.99CR.

01     STATEMENTBALANCELINE.
       02 FILLER                PIC X(10) VALUE SPACES.
       02 PRNBALANCECAPTION     PIC X(34).
       02 FILLER                PIC X(17) VALUE SPACES.
       02 PRNBALANCEAMOUNT      PIC $$$,$$$,$$9.99CR.

01     STATEMENTCOLLECTIONLINE.
       02 FILLER                PIC X(10) VALUE SPACES.
       02 FILLER                PIC X(35)
           VALUE "TO BE COLLECTED BY DIRECT DEBIT ON ".
       02 PRNCOLLECTIONDATE     PIC 9(8).
       02 FILLER                PIC X(8)  VALUE SPACES.
       02 PRNCOLLECTIONAMOUNT   PIC $$$,$$$,$$9.99CR.

01     STATEMENTMESSAGELINE.
       02 FILLER                PIC X(10) VALUE SPACES.
       02 PRNMESSAGE            PIC X(70).

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "MONTH TO STATE (YYYYMM) OR BLANK FOR THIS MONTH - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:6) TO MONTHENTRY
       DISPLAY "ACCOUNT NUMBER OR BLANK FOR ALL ACCOUNTS - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:10) TO ACCOUNTENTRY
       DISPLAY "DIRECT DEBIT COLLECTION DATE (YYYYMMDD) OR BLANK FOR "
           "THE 14TH OF NEXT MONTH - " WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO COLLECTIONDATEENTRY
       PERFORM CLOSERUNPARAMETERFILE

       IF MONTHENTRY = SPACES
           MOVE RUNDATE(1:6) TO STATEMENTMONTHTEXT
       ELSE
           MOVE MONTHENTRY TO STATEMENTMONTHTEXT
       END-IF
       IF STATEMENTMONTHTEXT IS NOT NUMERIC
               OR STATEMENTMONTH < 1 OR STATEMENTMONTH > 12
           DISPLAY "MONTH MUST BE YYYYMM - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE MONTHSTARTDATE =
           STATEMENTYEAR * 10000 + STATEMENTMONTH * 100 + 1
       COMPUTE MONTHENDDATE   =
           STATEMENTYEAR * 10000 + STATEMENTMONTH * 100 + 31

       IF ACCOUNTENTRY NOT = SPACES
           IF ACCOUNTENTRY IS NOT NUMERIC
               DISPLAY "ACCOUNT NUMBER MUST BE 10 DIGITS - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ACCOUNTENTRY TO REQUESTEDACCOUNTID
       END-IF

       IF COLLECTIONDATEENTRY = SPACES
           IF STATEMENTMONTH = 12
               COMPUTE NEXTYEAR = STATEMENTYEAR + 1
               MOVE 1 TO NEXTMONTH
           ELSE
               MOVE STATEMENTYEAR TO NEXTYEAR
               COMPUTE NEXTMONTH = STATEMENTMONTH + 1
           END-IF
           COMPUTE COLLECTIONDATE = NEXTYEAR * 10000 + NEXTMONTH * 100 + 14
       ELSE
           MOVE COLLECTIONDATEENTRY TO COLLECTIONDATE
       END-IF

       OPEN INPUT SUBSCRIBERMASTERFILE
       IF NOT SUBSCRIBERMASTERFILEOK
           DISPLAY "NO SUBSCRIBER MASTER ON DISK - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADCORPORATEACCOUNTS
       PERFORM LOADCORPORATEMEMBERS
       PERFORM GATHERLEDGERENTRIES
       PERFORM LOADOPENDISPUTES
       PERFORM LOADDDCOLLECTIONS
       PERFORM LOADADJUSTMENTHISTORY

       OPEN OUTPUT STATEMENTREPORTFILE
       IF REQUESTEDACCOUNTID NOT = ZERO
           PERFORM STATEREQUESTEDACCOUNT
       ELSE
           READ SUBSCRIBERMASTERFILE NEXT
               AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
           END-READ
           PERFORM STATEONESUBSCRIBER UNTIL ENDOFSUBSCRIBERMASTERFILE
           PERFORM STATEONECORPORATEACCOUNT
               VARYING CORPACCOUNTIDX FROM 1 BY 1
               UNTIL CORPACCOUNTIDX > CORPACCOUNTCOUNT
       END-IF
       CLOSE STATEMENTREPORTFILE, SUBSCRIBERMASTERFILE

       DISPLAY "STATEMENTS FOR " STATEMENTMONTHTEXT
           " IN SubscriberStatements.rpt - STATEMENTS: "
           STATEMENTSPRINTED
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A named account is stated even if nothing moved on it, so the
*>   customer can be sent a page showing just that.
STATEREQUESTEDACCOUNT.
       SET ALWAYSPRINT TO TRUE
       MOVE REQUESTEDACCOUNTID TO SUBSCRIBERID-SMF
       READ SUBSCRIBERMASTERFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET ACCOUNTFOUND TO TRUE
               PERFORM TAKESUBSCRIBERDETAILS
               PERFORM PRINTONESTATEMENT
       END-READ
       IF NOT ACCOUNTFOUND AND CORPACCOUNTCOUNT > ZERO
           SEARCH ALL CORPACCOUNT
               AT END CONTINUE
               WHEN CAACCOUNTID(CAIDX) = REQUESTEDACCOUNTID
                   SET ACCOUNTFOUND TO TRUE
                   SET CORPACCOUNTIDX TO CAIDX
                   PERFORM TAKECORPORATEDETAILS
                   PERFORM PRINTONESTATEMENT
           END-SEARCH
       END-IF
       IF NOT ACCOUNTFOUND
           DISPLAY "ACCOUNT " REQUESTEDACCOUNTID
               " IS NOT A SUBSCRIBER OR CORPORATE ACCOUNT - NO STATEMENT"
           MOVE 4 TO RETURN-CODE
       END-IF.

STATEONESUBSCRIBER.
       PERFORM TAKESUBSCRIBERDETAILS
       PERFORM PRINTONESTATEMENT
       READ SUBSCRIBERMASTERFILE NEXT
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ.

STATEONECORPORATEACCOUNT.
       PERFORM TAKECORPORATEDETAILS
       PERFORM PRINTONESTATEMENT.

TAKESUBSCRIBERDETAILS.
       MOVE SUBSCRIBERID-SMF      TO STMTACCOUNTID
       MOVE SUBSCRIBERNAME-SMF    TO STMTNAME
       MOVE SUBSCRIBERADDRESS-SMF TO STMTADDRESS
       MOVE PAYMETHOD-SMF         TO STMTPAYMETHOD.

TAKECORPORATEDETAILS.
       MOVE CAACCOUNTID(CORPACCOUNTIDX)      TO STMTACCOUNTID
       MOVE CAACCOUNTNAME(CORPACCOUNTIDX)    TO STMTNAME
       MOVE CABILLINGADDRESS(CORPACCOUNTIDX) TO STMTADDRESS
       MOVE CAPAYMETHOD(CORPACCOUNTIDX)      TO STMTPAYMETHOD.

*>   An account with nothing brought forward and nothing posted in the
*>   month gets no page when every account is being stated.
PRINTONESTATEMENT.
       MOVE STMTACCOUNTID TO WORKACCOUNTID
       PERFORM FINDOPENINGENTRY
       IF OPENINGIDX > OPENINGCOUNT
           MOVE ZERO TO STMTBROUGHTFORWARD, STMTDISPUTED
       ELSE
           MOVE OBBALANCE(OPENINGIDX)  TO STMTBROUGHTFORWARD
           MOVE OBDISPUTED(OPENINGIDX) TO STMTDISPUTED
       END-IF
       MOVE ZERO TO STMTMOVEMENTS
       PERFORM COUNTONEMOVEMENT
           VARYING MOVEMENTIDX FROM 1 BY 1
           UNTIL MOVEMENTIDX > MOVEMENTCOUNT
       IF STMTBROUGHTFORWARD = ZERO AND STMTMOVEMENTS = ZERO
               AND NOT ALWAYSPRINT
           EXIT PARAGRAPH
       END-IF

       MOVE STATEMENTMONTHTEXT TO PRNHEADINGMONTH
       IF STATEMENTSPRINTED = ZERO
           WRITE STATEMENTPRINTLINE FROM STATEMENTHEADINGLINE
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE STATEMENTPRINTLINE FROM STATEMENTHEADINGLINE
               AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO STATEMENTSPRINTED
       MOVE STMTACCOUNTID TO PRNACCOUNTID
       MOVE STMTNAME      TO PRNACCOUNTNAME
       WRITE STATEMENTPRINTLINE FROM STATEMENTACCOUNTLINE
           AFTER ADVANCING 2 LINES
       MOVE STMTADDRESS   TO PRNACCOUNTADDRESS
       WRITE STATEMENTPRINTLINE FROM STATEMENTADDRESSLINE
           AFTER ADVANCING 1 LINE
       WRITE STATEMENTPRINTLINE FROM STATEMENTTOPICLINE
           AFTER ADVANCING 2 LINES

       MOVE STMTBROUGHTFORWARD TO STMTBALANCE
       MOVE "BALANCE BROUGHT FORWARD" TO PRNBALANCECAPTION
       MOVE STMTBALANCE TO PRNBALANCEAMOUNT
       WRITE STATEMENTPRINTLINE FROM STATEMENTBALANCELINE
           AFTER ADVANCING 1 LINE
       PERFORM PRINTONEMOVEMENT
           VARYING MOVEMENTIDX FROM 1 BY 1
           UNTIL MOVEMENTIDX > MOVEMENTCOUNT

       IF STMTBALANCE < ZERO
           MOVE "BALANCE IN CREDIT - NOTHING TO PAY"
               TO PRNBALANCECAPTION
       ELSE
           MOVE "BALANCE NOW DUE" TO PRNBALANCECAPTION
       END-IF
       MOVE STMTBALANCE TO PRNBALANCEAMOUNT
       WRITE STATEMENTPRINTLINE FROM STATEMENTBALANCELINE
           AFTER ADVANCING 2 LINES
       IF STMTDISPUTED > ZERO
           MOVE "OF WHICH HELD UNDER DISPUTE" TO PRNBALANCECAPTION
           MOVE STMTDISPUTED TO PRNBALANCEAMOUNT
           WRITE STATEMENTPRINTLINE FROM STATEMENTBALANCELINE
               AFTER ADVANCING 1 LINE
       END-IF
       IF STMTPAYSBYDIRECTDEBIT
           PERFORM PRINTCOLLECTIONNOTICE
       END-IF.

*>   The bank is only asked for what is due less anything held under
*>   an open dispute, the same as DIRECTDEBITCOLLECTION takes.
PRINTCOLLECTIONNOTICE.
       COMPUTE STMTTOCOLLECT = STMTBALANCE - STMTDISPUTED
       IF STMTTOCOLLECT > ZERO
           MOVE COLLECTIONDATE TO PRNCOLLECTIONDATE
           MOVE STMTTOCOLLECT  TO PRNCOLLECTIONAMOUNT
           WRITE STATEMENTPRINTLINE FROM STATEMENTCOLLECTIONLINE
               AFTER ADVANCING 2 LINES
       ELSE
           MOVE "NOTHING IS DUE - NO DIRECT DEBIT WILL BE TAKEN"
               TO PRNMESSAGE
           WRITE STATEMENTPRINTLINE FROM STATEMENTMESSAGELINE
               AFTER ADVANCING 2 LINES
       END-IF.

COUNTONEMOVEMENT.
       IF MVACCOUNTID(MOVEMENTIDX) = STMTACCOUNTID
           ADD 1 TO STMTMOVEMENTS
       END-IF.

PRINTONEMOVEMENT.
       IF MVACCOUNTID(MOVEMENTIDX) NOT = STMTACCOUNTID
           EXIT PARAGRAPH
       END-IF
       MOVE MVAMOUNT(MOVEMENTIDX) TO SIGNEDAMOUNT
       EVALUATE MVTYPE(MOVEMENTIDX)
           WHEN "B"
               MOVE "BILL" TO PRNENTRYDETAILS
           WHEN "P"
               PERFORM MATCHDDCOLLECTION
               IF DDCOLLECTEDIDX > DDCOLLECTEDCOUNT
                   MOVE "PAYMENT RECEIVED - THANK YOU"
                       TO PRNENTRYDETAILS
               ELSE
                   MOVE "DIRECT DEBIT COLLECTED" TO PRNENTRYDETAILS
               END-IF
               COMPUTE SIGNEDAMOUNT = SIGNEDAMOUNT * -1
           WHEN "R"
               MOVE "DIRECT DEBIT RETURNED UNPAID" TO PRNENTRYDETAILS
           WHEN "C"
               MOVE "CREDIT" TO PRNENTRYDETAILS
               COMPUTE SIGNEDAMOUNT = SIGNEDAMOUNT * -1
           WHEN "F"
               MOVE "REFUND PAID TO YOU" TO PRNENTRYDETAILS
           WHEN OTHER
               MOVE "OTHER CHARGE" TO PRNENTRYDETAILS
       END-EVALUATE
       ADD SIGNEDAMOUNT TO STMTBALANCE
       MOVE MVDATE(MOVEMENTIDX) TO PRNENTRYDATE
       MOVE SIGNEDAMOUNT        TO PRNENTRYAMOUNT
       MOVE STMTBALANCE         TO PRNRUNNINGBALANCE
       WRITE STATEMENTPRINTLINE FROM STATEMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       IF MVTYPE(MOVEMENTIDX) = "B" OR MVTYPE(MOVEMENTIDX) = "C"
           PERFORM PRINTBILLADJUSTMENTS
       END-IF.

*>   A bill run posts one bill per account per run date, or a credit
*>   when the month nets negative; the adjustments that run applied
*>   are listed under it once. They are already inside the bill's
*>   amount, so they do not move the running balance.
PRINTBILLADJUSTMENTS.
       PERFORM PRINTONEBILLADJUSTMENT
           VARYING ADJUSTMENTIDX FROM 1 BY 1
           UNTIL ADJUSTMENTIDX > ADJUSTMENTCOUNT.

PRINTONEBILLADJUSTMENT.
       IF AHACCOUNTID(ADJUSTMENTIDX) = STMTACCOUNTID
               AND AHBILLDATE(ADJUSTMENTIDX) = MVDATE(MOVEMENTIDX)
           MOVE AHREASON(ADJUSTMENTIDX) TO PRNADJUSTMENTREASON
           IF AHTYPE(ADJUSTMENTIDX) = "C"
               COMPUTE SIGNEDAMOUNT = AHAMOUNT(ADJUSTMENTIDX) * -1
           ELSE
               MOVE AHAMOUNT(ADJUSTMENTIDX) TO SIGNEDAMOUNT
           END-IF
           MOVE SIGNEDAMOUNT TO PRNADJUSTMENTAMOUNT
           WRITE STATEMENTPRINTLINE FROM STATEMENTADJUSTMENTLINE
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO AHACCOUNTID(ADJUSTMENTIDX)
       END-IF.

*>   Each bank collection accounts for one payment line only, so two
*>   payments of the same amount on the same day are told apart.
MATCHDDCOLLECTION.
       PERFORM VARYING DDCOLLECTEDIDX FROM 1 BY 1
               UNTIL DDCOLLECTEDIDX > DDCOLLECTEDCOUNT
               OR (DCACCOUNTID(DDCOLLECTEDIDX) = STMTACCOUNTID
                   AND DCDATE(DDCOLLECTEDIDX) = MVDATE(MOVEMENTIDX)
                   AND DCAMOUNT(DDCOLLECTEDIDX) = MVAMOUNT(MOVEMENTIDX)
                   AND DCMATCHED(DDCOLLECTEDIDX) = "N")
           CONTINUE
       END-PERFORM
       IF DDCOLLECTEDIDX NOT > DDCOLLECTEDCOUNT
           MOVE "Y" TO DCMATCHED(DDCOLLECTEDIDX)
       END-IF.

*>   Entries before the month make the balance brought forward, those
*>   in it are stated line by line, and anything later is left out so
*>   a past month reads as it did then. The year-end close carries
*>   each open position into the new year as one entry dated the 1st
*>   of January; that is a balance brought forward, not new business.
GATHERLEDGERENTRIES.
       OPEN INPUT SUBSCRIBERLEDGERFILE
       IF NOT SUBSCRIBERLEDGERFILEOK
           EXIT PARAGRAPH
       END-IF
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGERFILE TO TRUE
       END-READ
       PERFORM TAKEONELEDGERENTRY UNTIL ENDOFSUBSCRIBERLEDGERFILE
       CLOSE SUBSCRIBERLEDGERFILE.

TAKEONELEDGERENTRY.
       ADD 1 TO LEDGERENTRIESREAD
       IF ENTRYDATE-SLF < MONTHSTARTDATE
               OR (ENTRYDATE-SLF(5:4) = "0101"
                   AND (ENTRYTYPE-SLF = "B" OR ENTRYTYPE-SLF = "C"))
           MOVE SUBSCRIBERID-SLF TO WORKACCOUNTID
           PERFORM FINDORADDOPENINGENTRY
           IF ENTRYTYPE-SLF = "P" OR ENTRYTYPE-SLF = "C"
               SUBTRACT AMOUNT-SLF FROM OBBALANCE(OPENINGIDX)
           ELSE
               ADD AMOUNT-SLF TO OBBALANCE(OPENINGIDX)
           END-IF
       ELSE
           IF ENTRYDATE-SLF NOT > MONTHENDDATE
               ADD 1 TO MOVEMENTCOUNT
               MOVE SUBSCRIBERID-SLF TO MVACCOUNTID(MOVEMENTCOUNT)
               MOVE ENTRYTYPE-SLF    TO MVTYPE(MOVEMENTCOUNT)
               MOVE AMOUNT-SLF       TO MVAMOUNT(MOVEMENTCOUNT)
               MOVE ENTRYDATE-SLF    TO MVDATE(MOVEMENTCOUNT)
           END-IF
       END-IF
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGERFILE TO TRUE
       END-READ.

FINDOPENINGENTRY.
       PERFORM VARYING OPENINGIDX FROM 1 BY 1
               UNTIL OPENINGIDX > OPENINGCOUNT
               OR OBACCOUNTID(OPENINGIDX) = WORKACCOUNTID
           CONTINUE
       END-PERFORM.

FINDORADDOPENINGENTRY.
       PERFORM FINDOPENINGENTRY
       IF OPENINGIDX > OPENINGCOUNT
           ADD 1 TO OPENINGCOUNT
           MOVE WORKACCOUNTID TO OBACCOUNTID(OPENINGCOUNT)
           MOVE ZERO          TO OBBALANCE(OPENINGCOUNT)
                                 OBDISPUTED(OPENINGCOUNT)
           MOVE OPENINGCOUNT  TO OPENINGIDX
       END-IF.

LOADOPENDISPUTES.
       OPEN INPUT DISPUTEREGISTERFILE
       IF DISPUTEREGISTERFILEOK
           READ DISPUTEREGISTERFILE
               AT END SET ENDOFDISPUTEREGISTER TO TRUE
           END-READ
           PERFORM FOLDONEOPENDISPUTE UNTIL ENDOFDISPUTEREGISTER
           CLOSE DISPUTEREGISTERFILE
       END-IF.

FOLDONEOPENDISPUTE.
       IF BDOPEN
           MOVE BDSUBSCRIBERID TO WORKACCOUNTID
           PERFORM FINDORADDOPENINGENTRY
           ADD BDAMOUNT TO OBDISPUTED(OPENINGIDX)
       END-IF
       READ DISPUTEREGISTERFILE
           AT END SET ENDOFDISPUTEREGISTER TO TRUE
       END-READ.

LOADDDCOLLECTIONS.
       OPEN INPUT DDHISTORYFILE
       IF DDHISTORYFILEOK
           READ DDHISTORYFILE
               AT END SET ENDOFDDHISTORY TO TRUE
           END-READ
           PERFORM STOREONEDDCOLLECTION UNTIL ENDOFDDHISTORY
           CLOSE DDHISTORYFILE
       END-IF.

STOREONEDDCOLLECTION.
       IF DHCOLLECTIONDATE NOT < MONTHSTARTDATE
               AND DHCOLLECTIONDATE NOT > MONTHENDDATE
           ADD 1 TO DDCOLLECTEDCOUNT
           MOVE DHREFERENCE      TO DCACCOUNTID(DDCOLLECTEDCOUNT)
           MOVE DHCOLLECTIONDATE TO DCDATE(DDCOLLECTEDCOUNT)
           MOVE DHAMOUNT         TO DCAMOUNT(DDCOLLECTEDCOUNT)
           MOVE "N"              TO DCMATCHED(DDCOLLECTEDCOUNT)
       END-IF
       READ DDHISTORYFILE
           AT END SET ENDOFDDHISTORY TO TRUE
       END-READ.

LOADADJUSTMENTHISTORY.
       OPEN INPUT ADJUSTMENTHISTORYFILE
       IF ADJUSTMENTHISTORYFILEOK
           READ ADJUSTMENTHISTORYFILE
               AT END SET ENDOFADJUSTMENTHISTORY TO TRUE
           END-READ
           PERFORM STOREONEADJUSTMENT UNTIL ENDOFADJUSTMENTHISTORY
           CLOSE ADJUSTMENTHISTORYFILE
       END-IF.

STOREONEADJUSTMENT.
       IF BILLDATE-AHF NOT < MONTHSTARTDATE
               AND BILLDATE-AHF NOT > MONTHENDDATE
           ADD 1 TO ADJUSTMENTCOUNT
           MOVE SUBSCRIBERID-AHF TO AHACCOUNTID(ADJUSTMENTCOUNT)
           PERFORM CHECKONECORPORATEMEMBER
               VARYING CORPMEMBERIDX FROM 1 BY 1
               UNTIL CORPMEMBERIDX > CORPMEMBERCOUNT
           MOVE BILLDATE-AHF       TO AHBILLDATE(ADJUSTMENTCOUNT)
           MOVE ADJUSTMENTTYPE-AHF TO AHTYPE(ADJUSTMENTCOUNT)
           MOVE AMOUNT-AHF         TO AHAMOUNT(ADJUSTMENTCOUNT)
           MOVE REASON-AHF         TO AHREASON(ADJUSTMENTCOUNT)
       END-IF
       READ ADJUSTMENTHISTORYFILE
           AT END SET ENDOFADJUSTMENTHISTORY TO TRUE
       END-READ.

CHECKONECORPORATEMEMBER.
       IF CMSUBSCRIBERID(CORPMEMBERIDX) = SUBSCRIBERID-AHF
           MOVE CMACCOUNTID(CORPMEMBERIDX)
               TO AHACCOUNTID(ADJUSTMENTCOUNT)
       END-IF.

LOADCORPORATEACCOUNTS.
       OPEN INPUT CORPORATEACCOUNTFILE
       IF CORPORATEACCOUNTFILEOK
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
           PERFORM STOREONECORPORATEACCOUNT
               UNTIL ENDOFCORPORATEACCOUNTS
           CLOSE CORPORATEACCOUNTFILE
       END-IF.

STOREONECORPORATEACCOUNT.
       ADD 1 TO CORPACCOUNTCOUNT
       MOVE ACCOUNTID-CAF      TO CAACCOUNTID(CORPACCOUNTCOUNT)
       MOVE ACCOUNTNAME-CAF    TO CAACCOUNTNAME(CORPACCOUNTCOUNT)
       MOVE BILLINGADDRESS-CAF TO CABILLINGADDRESS(CORPACCOUNTCOUNT)
       MOVE PAYMETHOD-CAF      TO CAPAYMETHOD(CORPACCOUNTCOUNT)
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.

LOADCORPORATEMEMBERS.
       OPEN INPUT CORPORATEMEMBERFILE
       IF CORPORATEMEMBERFILEOK
           READ CORPORATEMEMBERFILE
               AT END SET ENDOFCORPORATEMEMBERS TO TRUE
           END-READ
           PERFORM STOREONECORPORATEMEMBER UNTIL ENDOFCORPORATEMEMBERS
           CLOSE CORPORATEMEMBERFILE
       END-IF.

STOREONECORPORATEMEMBER.
       ADD 1 TO CORPMEMBERCOUNT
       MOVE SUBSCRIBERID-CMF TO CMSUBSCRIBERID(CORPMEMBERCOUNT)
       MOVE ACCOUNTID-CMF    TO CMACCOUNTID(CORPMEMBERCOUNT)
       READ CORPORATEMEMBERFILE
           AT END SET ENDOFCORPORATEMEMBERS TO TRUE
       END-READ.

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
       MOVE "SUBSTMT"             TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE LEDGERENTRIESREAD     TO OPLOGRECORDSIN
       MOVE STATEMENTSPRINTED     TO OPLOGRECORDSOUT
       MOVE ZERO                  TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
