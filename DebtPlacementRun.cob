IDENTIFICATION DIVISION.
PROGRAM-ID. DEBTPLACEMENTRUN.

*>   Hands the debts our own collections have given up on to the
*>   collection agency. A live account whose oldest unpaid bill is past
*>   the placement age, or a closed account whose final bill has gone
*>   unpaid past the final-bill age, is placed when what it owes -
*>   less anything under an open dispute - reaches the minimum. Each
*>   placement goes to the agency on AgencyPlacement.dat and onto the
*>   placement register, DebtPlacements.dat, which the aged-debt
*>   dunning extract and the refund run read to leave the account to
*>   the agency. AGENCYRETURNLOAD posts what the agency sends back.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT DISPUTEREGISTERFILE ASSIGN TO "BillingDisputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTEREGISTERFILESTATUS.

       SELECT PLACEMENTREGISTERFILE ASSIGN TO "DebtPlacements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLACEMENTREGISTERFILESTATUS.

*>   The agency's placement format: our reference (the subscriber or
*>   corporate account number), the debtor's name and address, the
*>   amount placed, the date of the oldest unpaid bill, the date we
*>   placed it, and L for a live account or C for a closed one.
       SELECT AGENCYPLACEMENTFILE ASSIGN TO "AgencyPlacement.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PLACEMENTREPORTFILE ASSIGN TO "DebtPlacement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       88 ENDOFSUBSCRIBERLEDGER VALUE HIGH-VALUES.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 ENTRYTYPE-SLF         PIC X.
       02 AMOUNT-SLF            PIC 9(7)V99.
       02 ENTRYDATE-SLF         PIC 9(8).

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
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

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
        88 ACCOUNTCLOSED        VALUE "C".

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

*>   One row per placement. P while the agency is working it, R once
*>   the agency has recovered the amount placed, U when they hand it
*>   back as uncollectable.
FD     PLACEMENTREGISTERFILE.
01     PLACEMENTREGISTERREC.
       88 ENDOFPLACEMENTREGISTER VALUE HIGH-VALUES.
       02 DPSUBSCRIBERID        PIC 9(10).
       02 DPPLACEDDATE          PIC 9(8).
       02 DPPLACEDAMOUNT        PIC 9(7)V99.
       02 DPOLDESTBILLDATE      PIC 9(8).
       02 DPRECOVEREDTOTAL      PIC 9(7)V99.
       02 DPCOMMISSIONTOTAL     PIC 9(7)V99.
       02 DPSTATUS              PIC X.
        88 DPPLACED             VALUE "P".
        88 DPRECOVERED          VALUE "R".
        88 DPUNCOLLECTABLE      VALUE "U".
       02 DPCLOSEDDATE          PIC 9(8).

FD     AGENCYPLACEMENTFILE.
01     AGENCYPLACEMENTREC.
       02 APREFERENCE           PIC 9(10).
       02 FILLER                PIC X.
       02 APDEBTORNAME          PIC X(25).
       02 FILLER                PIC X.
       02 APDEBTORADDRESS       PIC X(40).
       02 FILLER                PIC X.
       02 APAMOUNT              PIC 9(7)V99.
       02 FILLER                PIC X.
       02 APOLDESTBILLDATE      PIC 9(8).
       02 FILLER                PIC X.
       02 APPLACEDDATE          PIC 9(8).
       02 FILLER                PIC X.
       02 APACCOUNTSTATE        PIC X.

FD     PLACEMENTREPORTFILE.
01     PLACEMENTPRINTLINE       PIC X(100).

WORKING-STORAGE SECTION.
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS  PIC XX.
       88 SUBSCRIBERMASTERFILEOK   VALUE "00".
01     CORPORATEACCOUNTFILESTATUS  PIC XX.
       88 CORPORATEACCOUNTFILEOK   VALUE "00".
01     DISPUTEREGISTERFILESTATUS   PIC XX.
       88 DISPUTEREGISTERFILEOK    VALUE "00".
01     PLACEMENTREGISTERFILESTATUS PIC XX.
       88 PLACEMENTREGISTERFILEOK  VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     PLACEMENTDAYSENTRY       PIC X(3) VALUE SPACES.
01     PLACEMENTDAYS            PIC 9(3) VALUE 120.
01     FINALBILLDAYSENTRY       PIC X(3) VALUE SPACES.
01     FINALBILLDAYS            PIC 9(3) VALUE 030.
01     MINIMUMBALANCEENTRY      PIC X(9) VALUE SPACES.
01     MINIMUMBALANCE           PIC 9(5)V99 VALUE 50.00.

01     LEDGERENTRYCOUNT         PIC 9(5) VALUE ZERO.
01     LEDGERTABLE.
       02 LEDGERENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON LEDGERENTRYCOUNT.
           03 LESUBSCRIBERID    PIC 9(10).
           03 LEENTRYTYPE       PIC X.
           03 LEAMOUNT          PIC 9(7)V99.
           03 LEENTRYDATE       PIC 9(8).
01     LEDGERIDX                PIC 9(5).

01     DEBTORCOUNT              PIC 9(5) VALUE ZERO.
01     DEBTORTABLE.
       02 DEBTORENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON DEBTORCOUNT.
           03 DEBTORSUBSCRIBERID PIC 9(10).
01     DEBTORIDX                PIC 9(5).
01     DEBTORKNOWNSWITCH        PIC X.
       88 DEBTORALREADYLISTED   VALUE "Y".
       88 DEBTORNOTLISTED       VALUE "N".

*>   Accounts the agency already has, or has handed back - neither is
*>   placed again.
01     PLACEDCOUNT              PIC 9(5) VALUE ZERO.
01     PLACEDTABLE.
       02 PLACEDSUBSCRIBERID    PIC 9(10)
               OCCURS 0 TO 9000 TIMES DEPENDING ON PLACEDCOUNT.
01     PLACEDIDX                PIC 9(5).
01     ALREADYPLACEDSWITCH      PIC X.
       88 ALREADYWITHAGENCY     VALUE "Y".
       88 NOTWITHAGENCY         VALUE "N".

01     DISPUTECOUNT             PIC 9(4) VALUE ZERO.
01     DISPUTETABLE.
       02 DISPUTEENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON DISPUTECOUNT.
           03 DSSUBSCRIBERID    PIC 9(10).
           03 DSAMOUNT          PIC 9(5)V99.
01     DISPUTEIDX               PIC 9(4).

*>   Kept in account number order by CORPORATEACCOUNTMAINTENANCE.
01     CORPACCOUNTCOUNT         PIC 9(4) VALUE ZERO.
01     CORPACCOUNTTABLE.
       02 CORPACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON CORPACCOUNTCOUNT
               ASCENDING KEY IS CAACCOUNTID
               INDEXED BY CAIDX.
           03 CAACCOUNTID       PIC 9(10).
           03 CAACCOUNTNAME     PIC X(25).
           03 CABILLINGADDRESS  PIC X(40).
           03 CAACCOUNTSTATUS   PIC X.

01     WORKSUBSCRIBERID         PIC 9(10).
01     PAYMENTSTOAPPLY          PIC 9(8)V99 VALUE ZERO.
01     OPENBILLAMOUNT           PIC 9(8)V99 VALUE ZERO.
01     SUBSCRIBERBALANCE        PIC S9(8)V99 VALUE ZERO.
01     SUBSCRIBERDISPUTED       PIC 9(8)V99 VALUE ZERO.
01     AMOUNTTOPLACE            PIC S9(8)V99 VALUE ZERO.
01     OLDESTOPENBILLDATE       PIC 9(8) VALUE ZERO.
01     AGEINDAYS                PIC S9(5) VALUE ZERO.

01     DEBTORNAME               PIC X(25) VALUE SPACES.
01     DEBTORADDRESS            PIC X(40) VALUE SPACES.
01     DEBTORSTATESWITCH        PIC X VALUE "L".
       88 DEBTORLIVE            VALUE "L".
       88 DEBTORCLOSED          VALUE "C".

01     PLACEMENTSMADE           PIC 9(4) VALUE ZERO.
01     PLACEMENTSTOTAL          PIC 9(9)V99 VALUE ZERO.
01     ALREADYPLACEDSKIPPED     PIC 9(4) VALUE ZERO.

01     PLACEMENTHEADINGLINE.
       02 FILLER                PIC X(38)
               VALUE "DEBTS PLACED WITH COLLECTION AGENCY AT".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRUNDATE            PIC 9(8).

01     PLACEMENTTOPICLINE.
       02 FILLER                PIC X(12) VALUE "REFERENCE".
       02 FILLER                PIC X(27) VALUE "NAME".
       02 FILLER                PIC X(8)  VALUE "ACCOUNT".
       02 FILLER                PIC X(12) VALUE "OLDEST BILL".
       02 FILLER                PIC X(6)  VALUE "  DAYS".
       02 FILLER                PIC X(14) VALUE "        PLACED".

01     PLACEMENTDETAILLINE.
       02 PRNREFERENCE          PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDEBTORNAME         PIC X(25).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNACCOUNTSTATE       PIC X(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOLDESTBILLDATE     PIC 9(8).
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNAGEINDAYS          PIC ZZZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNAMOUNTPLACED       PIC $$,$$$,$$9.99.

01     PLACEMENTFOOTERLINE.
       02 FILLER                PIC X(17) VALUE "ACCOUNTS PLACED: ".
       02 PRNPLACEMENTSMADE     PIC ZZZ9.
       02 FILLER                PIC X(9)  VALUE "  TOTAL: ".
       02 PRNPLACEMENTSTOTAL    PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF

       DISPLAY "PLACEMENT AGE IN DAYS OR BLANK FOR "
           PLACEMENTDAYS " - " WITH NO ADVANCING
       ACCEPT PLACEMENTDAYSENTRY
       IF PLACEMENTDAYSENTRY NOT = SPACES
           MOVE PLACEMENTDAYSENTRY TO PLACEMENTDAYS
       END-IF
       DISPLAY "CLOSED ACCOUNT FINAL BILL AGE IN DAYS OR BLANK FOR "
           FINALBILLDAYS " - " WITH NO ADVANCING
       ACCEPT FINALBILLDAYSENTRY
       IF FINALBILLDAYSENTRY NOT = SPACES
           MOVE FINALBILLDAYSENTRY TO FINALBILLDAYS
       END-IF
       DISPLAY "MINIMUM BALANCE TO PLACE OR BLANK FOR "
           MINIMUMBALANCE " - " WITH NO ADVANCING
       ACCEPT MINIMUMBALANCEENTRY
       IF MINIMUMBALANCEENTRY NOT = SPACES
           MOVE MINIMUMBALANCEENTRY TO MINIMUMBALANCE
       END-IF

       OPEN INPUT SUBSCRIBERMASTERFILE
       PERFORM LOADSUBSCRIBERLEDGER
       IF LEDGERENTRYCOUNT = ZERO
           DISPLAY "SUBSCRIBER LEDGER IS EMPTY - NOTHING TO PLACE"
           STOP RUN
       END-IF
       PERFORM LOADPLACEMENTREGISTER
       PERFORM LOADOPENDISPUTES
       PERFORM LOADCORPORATEACCOUNTS
       PERFORM LISTDEBTORS

       OPEN OUTPUT AGENCYPLACEMENTFILE
       OPEN OUTPUT PLACEMENTREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       WRITE PLACEMENTPRINTLINE FROM PLACEMENTHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE PLACEMENTPRINTLINE FROM PLACEMENTTOPICLINE
           AFTER ADVANCING 2 LINES

       OPEN EXTEND PLACEMENTREGISTERFILE
       IF NOT PLACEMENTREGISTERFILEOK
           OPEN OUTPUT PLACEMENTREGISTERFILE
       END-IF
       PERFORM CONSIDERONEDEBTOR
           VARYING DEBTORIDX FROM 1 BY 1 UNTIL DEBTORIDX > DEBTORCOUNT
       CLOSE PLACEMENTREGISTERFILE, AGENCYPLACEMENTFILE

       MOVE PLACEMENTSMADE  TO PRNPLACEMENTSMADE
       MOVE PLACEMENTSTOTAL TO PRNPLACEMENTSTOTAL
       WRITE PLACEMENTPRINTLINE FROM PLACEMENTFOOTERLINE
           AFTER ADVANCING 2 LINES
       CLOSE PLACEMENTREPORTFILE
       IF SUBSCRIBERMASTERFILEOK
           CLOSE SUBSCRIBERMASTERFILE
       END-IF

       DISPLAY "ACCOUNTS PLACED WITH THE AGENCY: " PLACEMENTSMADE
           "  ALREADY WITH THE AGENCY: " ALREADYPLACEDSKIPPED
       STOP RUN.

*>   Payments and credits go against the oldest bills first, the same
*>   as the aged-debt run, so the age is the age of the oldest bill
*>   still unpaid. What is under an open dispute is not ours to place.
CONSIDERONEDEBTOR.
       MOVE DEBTORSUBSCRIBERID(DEBTORIDX) TO WORKSUBSCRIBERID
       SET NOTWITHAGENCY TO TRUE
       PERFORM CHECKONEPLACEDACCOUNT
           VARYING PLACEDIDX FROM 1 BY 1 UNTIL PLACEDIDX > PLACEDCOUNT
       IF ALREADYWITHAGENCY
           ADD 1 TO ALREADYPLACEDSKIPPED
           EXIT PARAGRAPH
       END-IF

       MOVE ZERO TO PAYMENTSTOAPPLY, SUBSCRIBERBALANCE,
           OLDESTOPENBILLDATE, SUBSCRIBERDISPUTED
       PERFORM SUMONESUBSCRIBERPAYMENT
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT
       PERFORM FINDOLDESTOPENBILL
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT
       IF SUBSCRIBERBALANCE NOT > ZERO OR OLDESTOPENBILLDATE = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM SUMONEOPENDISPUTE
           VARYING DISPUTEIDX FROM 1 BY 1 UNTIL DISPUTEIDX > DISPUTECOUNT
       COMPUTE AMOUNTTOPLACE = SUBSCRIBERBALANCE - SUBSCRIBERDISPUTED
       IF AMOUNTTOPLACE < MINIMUMBALANCE
           EXIT PARAGRAPH
       END-IF

       PERFORM LOOKUPDEBTOR
       COMPUTE AGEINDAYS =
           FUNCTION INTEGER-OF-DATE(RUNDATE) -
           FUNCTION INTEGER-OF-DATE(OLDESTOPENBILLDATE)
       IF (DEBTORCLOSED AND AGEINDAYS NOT < FINALBILLDAYS)
               OR AGEINDAYS NOT < PLACEMENTDAYS
           PERFORM PLACEONEDEBT
       END-IF.

CHECKONEPLACEDACCOUNT.
       IF PLACEDSUBSCRIBERID(PLACEDIDX) = WORKSUBSCRIBERID
           SET ALREADYWITHAGENCY TO TRUE
       END-IF.

SUMONESUBSCRIBERPAYMENT.
       IF LESUBSCRIBERID(LEDGERIDX) = WORKSUBSCRIBERID
               AND (LEENTRYTYPE(LEDGERIDX) = "P"
                   OR LEENTRYTYPE(LEDGERIDX) = "C")
           ADD LEAMOUNT(LEDGERIDX) TO PAYMENTSTOAPPLY
           SUBTRACT LEAMOUNT(LEDGERIDX) FROM SUBSCRIBERBALANCE
       END-IF.

FINDOLDESTOPENBILL.
       IF LESUBSCRIBERID(LEDGERIDX) = WORKSUBSCRIBERID
               AND (LEENTRYTYPE(LEDGERIDX) = "B"
                   OR LEENTRYTYPE(LEDGERIDX) = "R"
                   OR LEENTRYTYPE(LEDGERIDX) = "F")
           ADD LEAMOUNT(LEDGERIDX) TO SUBSCRIBERBALANCE
           MOVE LEAMOUNT(LEDGERIDX) TO OPENBILLAMOUNT
           IF PAYMENTSTOAPPLY NOT < OPENBILLAMOUNT
               SUBTRACT OPENBILLAMOUNT FROM PAYMENTSTOAPPLY
               MOVE ZERO TO OPENBILLAMOUNT
           ELSE
               SUBTRACT PAYMENTSTOAPPLY FROM OPENBILLAMOUNT
               MOVE ZERO TO PAYMENTSTOAPPLY
           END-IF
           IF OPENBILLAMOUNT > ZERO AND OLDESTOPENBILLDATE = ZERO
               MOVE LEENTRYDATE(LEDGERIDX) TO OLDESTOPENBILLDATE
           END-IF
       END-IF.

SUMONEOPENDISPUTE.
       IF DSSUBSCRIBERID(DISPUTEIDX) = WORKSUBSCRIBERID
           ADD DSAMOUNT(DISPUTEIDX) TO SUBSCRIBERDISPUTED
       END-IF.

*>   A subscriber who has left, or a corporate account that has been
*>   closed, counts as closed; the agency gets whichever name and
*>   address we bill to.
LOOKUPDEBTOR.
       MOVE SPACES TO DEBTORNAME, DEBTORADDRESS
       SET DEBTORLIVE TO TRUE
       IF SUBSCRIBERMASTERFILEOK
           MOVE WORKSUBSCRIBERID TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SUBSCRIBERNAME-SMF    TO DEBTORNAME
                   MOVE SUBSCRIBERADDRESS-SMF TO DEBTORADDRESS
                   IF LEAVEDATE-SMF > ZERO AND LEAVEDATE-SMF < RUNDATE
                       SET DEBTORCLOSED TO TRUE
                   END-IF
           END-READ
       END-IF
       IF DEBTORNAME = SPACES AND CORPACCOUNTCOUNT > ZERO
           SEARCH ALL CORPACCOUNT
               AT END CONTINUE
               WHEN CAACCOUNTID(CAIDX) = WORKSUBSCRIBERID
                   MOVE CAACCOUNTNAME(CAIDX)    TO DEBTORNAME
                   MOVE CABILLINGADDRESS(CAIDX) TO DEBTORADDRESS
                   IF CAACCOUNTSTATUS(CAIDX) = "C"
                       SET DEBTORCLOSED TO TRUE
                   END-IF
           END-SEARCH
       END-IF.

PLACEONEDEBT.
       MOVE SPACES             TO AGENCYPLACEMENTREC
       MOVE WORKSUBSCRIBERID   TO APREFERENCE
       MOVE DEBTORNAME         TO APDEBTORNAME
       MOVE DEBTORADDRESS      TO APDEBTORADDRESS
       MOVE AMOUNTTOPLACE      TO APAMOUNT
       MOVE OLDESTOPENBILLDATE TO APOLDESTBILLDATE
       MOVE RUNDATE            TO APPLACEDDATE
       MOVE DEBTORSTATESWITCH  TO APACCOUNTSTATE
       WRITE AGENCYPLACEMENTREC

       MOVE SPACES             TO PLACEMENTREGISTERREC
       MOVE WORKSUBSCRIBERID   TO DPSUBSCRIBERID
       MOVE RUNDATE            TO DPPLACEDDATE
       MOVE AMOUNTTOPLACE      TO DPPLACEDAMOUNT
       MOVE OLDESTOPENBILLDATE TO DPOLDESTBILLDATE
       MOVE ZERO TO DPRECOVEREDTOTAL, DPCOMMISSIONTOTAL, DPCLOSEDDATE
       SET DPPLACED            TO TRUE
       WRITE PLACEMENTREGISTERREC

       MOVE WORKSUBSCRIBERID   TO PRNREFERENCE
       MOVE DEBTORNAME         TO PRNDEBTORNAME
       IF DEBTORCLOSED
           MOVE "CLOSED" TO PRNACCOUNTSTATE
       ELSE
           MOVE "LIVE"   TO PRNACCOUNTSTATE
       END-IF
       MOVE OLDESTOPENBILLDATE TO PRNOLDESTBILLDATE
       MOVE AGEINDAYS          TO PRNAGEINDAYS
       MOVE AMOUNTTOPLACE      TO PRNAMOUNTPLACED
       WRITE PLACEMENTPRINTLINE FROM PLACEMENTDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO PLACEMENTSMADE
       ADD AMOUNTTOPLACE TO PLACEMENTSTOTAL.

LOADSUBSCRIBERLEDGER.
       OPEN INPUT SUBSCRIBERLEDGERFILE
       IF SUBSCRIBERLEDGERFILEOK
           READ SUBSCRIBERLEDGERFILE
               AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
           END-READ
           PERFORM STOREONELEDGERENTRY UNTIL ENDOFSUBSCRIBERLEDGER
           CLOSE SUBSCRIBERLEDGERFILE
       END-IF.

STOREONELEDGERENTRY.
       ADD 1 TO LEDGERENTRYCOUNT
       MOVE SUBSCRIBERID-SLF TO LESUBSCRIBERID(LEDGERENTRYCOUNT)
       MOVE ENTRYTYPE-SLF    TO LEENTRYTYPE(LEDGERENTRYCOUNT)
       MOVE AMOUNT-SLF       TO LEAMOUNT(LEDGERENTRYCOUNT)
       MOVE ENTRYDATE-SLF    TO LEENTRYDATE(LEDGERENTRYCOUNT)
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ.

LISTDEBTORS.
       PERFORM NOTEONEDEBTOR
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT.

NOTEONEDEBTOR.
       MOVE LESUBSCRIBERID(LEDGERIDX) TO WORKSUBSCRIBERID
       SET DEBTORNOTLISTED TO TRUE
       PERFORM CHECKONEDEBTORENTRY
           VARYING DEBTORIDX FROM 1 BY 1 UNTIL DEBTORIDX > DEBTORCOUNT
       IF DEBTORNOTLISTED
           ADD 1 TO DEBTORCOUNT
           MOVE WORKSUBSCRIBERID TO DEBTORSUBSCRIBERID(DEBTORCOUNT)
       END-IF.

CHECKONEDEBTORENTRY.
       IF DEBTORSUBSCRIBERID(DEBTORIDX) = WORKSUBSCRIBERID
           SET DEBTORALREADYLISTED TO TRUE
       END-IF.

*>   A debt the agency recovered in full leaves the register's hold; a
*>   later debt on the same account can be placed afresh.
LOADPLACEMENTREGISTER.
       OPEN INPUT PLACEMENTREGISTERFILE
       IF PLACEMENTREGISTERFILEOK
           READ PLACEMENTREGISTERFILE
               AT END SET ENDOFPLACEMENTREGISTER TO TRUE
           END-READ
           PERFORM STOREONEPLACEMENT UNTIL ENDOFPLACEMENTREGISTER
           CLOSE PLACEMENTREGISTERFILE
       END-IF.

STOREONEPLACEMENT.
       IF DPPLACED OR DPUNCOLLECTABLE
           ADD 1 TO PLACEDCOUNT
           MOVE DPSUBSCRIBERID TO PLACEDSUBSCRIBERID(PLACEDCOUNT)
       END-IF
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ.

LOADOPENDISPUTES.
       OPEN INPUT DISPUTEREGISTERFILE
       IF DISPUTEREGISTERFILEOK
           READ DISPUTEREGISTERFILE
               AT END SET ENDOFDISPUTEREGISTER TO TRUE
           END-READ
           PERFORM STOREONEOPENDISPUTE UNTIL ENDOFDISPUTEREGISTER
           CLOSE DISPUTEREGISTERFILE
       END-IF.

STOREONEOPENDISPUTE.
       IF BDOPEN
           ADD 1 TO DISPUTECOUNT
           MOVE BDSUBSCRIBERID TO DSSUBSCRIBERID(DISPUTECOUNT)
           MOVE BDAMOUNT       TO DSAMOUNT(DISPUTECOUNT)
       END-IF
       READ DISPUTEREGISTERFILE
           AT END SET ENDOFDISPUTEREGISTER TO TRUE
       END-READ.

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
       MOVE ACCOUNTSTATUS-CAF  TO CAACCOUNTSTATUS(CORPACCOUNTCOUNT)
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.
