       SELECT DUNNINGEXTRACTFILE ASSIGN TO "DunningExtract.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Bills under an open dispute are not chased - the disputed part is
*>   held out of the age buckets and the dunning extract until the
*>   dispute is closed at BILLINGDISPUTEENTRY.
       SELECT DISPUTEREGISTERFILE ASSIGN TO "BillingDisputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTEREGISTERFILESTATUS.

*>   A corporate account's bills post under its account number, which
*>   is not on the subscriber master - the name comes from here.
       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

*>   A debt with the collection agency is theirs to chase; our own
*>   dunning leaves it alone.
       SELECT PLACEMENTREGISTERFILE ASSIGN TO "DebtPlacements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLACEMENTREGISTERFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERLEDGERFILE.
       02 FILLER                PIC X.
       02 DUNOLDESTBILLDATE     PIC 9(8).

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

WORKING-STORAGE SECTION.
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS  PIC XX.
       88 SUBSCRIBERMASTERFILEOK   VALUE "00".
01     DISPUTEREGISTERFILESTATUS   PIC XX.
       88 DISPUTEREGISTERFILEOK    VALUE "00".
01     CORPORATEACCOUNTFILESTATUS  PIC XX.
       88 CORPORATEACCOUNTFILEOK   VALUE "00".
01     PLACEMENTREGISTERFILESTATUS PIC XX.
       88 PLACEMENTREGISTERFILEOK  VALUE "00".

*>   Placed with the agency, or handed back by them as uncollectable -
*>   either way no longer ours to dun.
01     PLACEDCOUNT              PIC 9(5) VALUE ZERO.
01     PLACEDTABLE.
       02 PLACEDSUBSCRIBERID    PIC 9(10)
               OCCURS 0 TO 9000 TIMES DEPENDING ON PLACEDCOUNT.
01     PLACEDIDX                PIC 9(5).
01     ALREADYPLACEDSWITCH      PIC X.
       88 ALREADYWITHAGENCY     VALUE "Y".
       88 NOTWITHAGENCY         VALUE "N".
01     AGENCYHELDCOUNT          PIC 9(4) VALUE ZERO.

*>   Kept in account number order by CORPORATEACCOUNTMAINTENANCE.
01     CORPACCOUNTCOUNT         PIC 9(4) VALUE ZERO.
01     CORPACCOUNTTABLE.
       02 CORPACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON CORPACCOUNTCOUNT
               ASCENDING KEY IS CAACCOUNTID
               INDEXED BY CAIDX.
           03 CAACCOUNTID       PIC 9(10).
           03 CAACCOUNTNAME     PIC X(25).

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
           03 DEBTORSUBSCRIBERID PIC 9(10).
01     DEBTORIDX                PIC 9(5).

*>   Open disputes only. The held amount is worked down as it is set
*>   against the subscriber's open bills, so it is never held twice.
01     DISPUTECOUNT             PIC 9(4) VALUE ZERO.
01     DISPUTETABLE.
       02 DISPUTEENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON DISPUTECOUNT.
           03 DSSUBSCRIBERID    PIC 9(10).
           03 DSBILLDATE        PIC 9(8).
           03 DSAMOUNTTOHOLD    PIC 9(5)V99.
01     DISPUTEIDX               PIC 9(4).
01     HELDAMOUNT               PIC 9(7)V99 VALUE ZERO.

01     WORKSUBSCRIBERID         PIC 9(10).
01     DEBTORKNOWNSWITCH        PIC X.
       88 DEBTORALREADYLISTED   VALUE "Y".
01     CHAINAGEBUCKETS.
       02 CHAINAGEAMOUNT        PIC 9(8)V99 OCCURS 4 TIMES.
01     CHAINBALANCETOTAL        PIC 9(9)V99 VALUE ZERO.
01     SUBSCRIBERDISPUTEDAMOUNT PIC 9(8)V99 VALUE ZERO.
01     CHAINDISPUTEDTOTAL       PIC 9(9)V99 VALUE ZERO.
01     DUNNINGEXTRACTCOUNT      PIC 9(4) VALUE ZERO.

01     AGEDDEBTHEADINGLINE.
       02 FILLER                PIC X(12) VALUE "    30 DAYS".
       02 FILLER                PIC X(12) VALUE "    60 DAYS".
       02 FILLER                PIC X(12) VALUE "   90+ DAYS".
       02 FILLER                PIC X(13) VALUE "     DISPUTED".
       02 FILLER                PIC X(12) VALUE "    BALANCE".

01     AGEDDEBTDETAILLINE.
       02 PRNDAYS30             PIC $$,$$$,$$9.99.
       02 PRNDAYS60             PIC $$,$$$,$$9.99.
       02 PRNDAYS90             PIC $$,$$$,$$9.99.
       02 PRNDISPUTED           PIC $$,$$$,$$9.99.
       02 PRNBALANCE            PIC $$,$$$,$$9.99.

01     AGEDDEBTTOTALLINE.
       02 PRNTOTDAYS30          PIC $$,$$$,$$9.99.
       02 PRNTOTDAYS60          PIC $$,$$$,$$9.99.
       02 PRNTOTDAYS90          PIC $$,$$$,$$9.99.
       02 PRNTOTDISPUTED        PIC $$,$$$,$$9.99.
       02 PRNTOTBALANCE         PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
           DISPLAY "SUBSCRIBER LEDGER IS EMPTY - NOTHING TO AGE"
           STOP RUN
       END-IF
       PERFORM LOADOPENDISPUTES
       PERFORM LOADCORPORATEACCOUNTS
       PERFORM LOADPLACEMENTREGISTER
       PERFORM LISTDEBTORS

       OPEN OUTPUT AGEDDEBTREPORTFILE
       MOVE CHAINAGEAMOUNT(2) TO PRNTOTDAYS30
       MOVE CHAINAGEAMOUNT(3) TO PRNTOTDAYS60
       MOVE CHAINAGEAMOUNT(4) TO PRNTOTDAYS90
       MOVE CHAINDISPUTEDTOTAL TO PRNTOTDISPUTED
       MOVE CHAINBALANCETOTAL TO PRNTOTBALANCE
       WRITE AGEDDEBTPRINTLINE FROM AGEDDEBTTOTALLINE
           AFTER ADVANCING 2 LINES
       END-IF

       DISPLAY "SUBSCRIBERS ON DUNNING EXTRACT: " DUNNINGEXTRACTCOUNT
       DISPLAY "OVERDUE ACCOUNTS LEFT WITH COLLECTION AGENCY: "
           AGENCYHELDCOUNT
       STOP RUN.

LOADSUBSCRIBERLEDGER.
       MOVE DEBTORSUBSCRIBERID(DEBTORIDX) TO WORKSUBSCRIBERID
       INITIALIZE SUBSCRIBERAGEBUCKETS
       MOVE ZERO TO PAYMENTSTOAPPLY, SUBSCRIBERBALANCE,
           OVERDUEAMOUNT, OLDESTOPENBILLDATE, SUBSCRIBERDISPUTEDAMOUNT
       PERFORM SUMONESUBSCRIBERPAYMENT
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT
           PERFORM PRINTONEDEBTORLINE
       END-IF
       IF OVERDUEAMOUNT > ZERO
           SET NOTWITHAGENCY TO TRUE
           PERFORM CHECKONEPLACEDACCOUNT
               VARYING PLACEDIDX FROM 1 BY 1
               UNTIL PLACEDIDX > PLACEDCOUNT
           IF ALREADYWITHAGENCY
               ADD 1 TO AGENCYHELDCOUNT
           ELSE
               PERFORM WRITEONEDUNNINGRECORD
           END-IF
       END-IF.

CHECKONEPLACEDACCOUNT.
       IF PLACEDSUBSCRIBERID(PLACEDIDX) = WORKSUBSCRIBERID
           SET ALREADYWITHAGENCY TO TRUE
       END-IF.

*>   Type C is a billing credit - a month whose credits outweighed
               SUBTRACT PAYMENTSTOAPPLY FROM OPENBILLAMOUNT
               MOVE ZERO TO PAYMENTSTOAPPLY
           END-IF
           IF OPENBILLAMOUNT > ZERO
               PERFORM HOLDDISPUTEDAMOUNT
                   VARYING DISPUTEIDX FROM 1 BY 1
                   UNTIL DISPUTEIDX > DISPUTECOUNT
           END-IF
           IF OPENBILLAMOUNT > ZERO
               COMPUTE AGEINDAYS =
                   FUNCTION INTEGER-OF-DATE(RUNDATE) -
           END-IF
       END-IF.

*>   Payments have already gone against the bill oldest first, so
*>   what is held is whatever of the disputed amount is still unpaid -
*>   a customer who paid the undisputed part has nothing left to chase.
HOLDDISPUTEDAMOUNT.
       IF DSSUBSCRIBERID(DISPUTEIDX) = WORKSUBSCRIBERID
               AND DSBILLDATE(DISPUTEIDX) = LEENTRYDATE(LEDGERIDX)
               AND DSAMOUNTTOHOLD(DISPUTEIDX) > ZERO
               AND OPENBILLAMOUNT > ZERO
           IF DSAMOUNTTOHOLD(DISPUTEIDX) < OPENBILLAMOUNT
               MOVE DSAMOUNTTOHOLD(DISPUTEIDX) TO HELDAMOUNT
           ELSE
               MOVE OPENBILLAMOUNT TO HELDAMOUNT
           END-IF
           SUBTRACT HELDAMOUNT FROM OPENBILLAMOUNT,
               DSAMOUNTTOHOLD(DISPUTEIDX)
           ADD HELDAMOUNT TO SUBSCRIBERDISPUTEDAMOUNT
       END-IF.

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
           MOVE BDBILLDATE     TO DSBILLDATE(DISPUTECOUNT)
           MOVE BDAMOUNT       TO DSAMOUNTTOHOLD(DISPUTECOUNT)
       END-IF
       READ DISPUTEREGISTERFILE
           AT END SET ENDOFDISPUTEREGISTER TO TRUE
       END-READ.

PRINTONEDEBTORLINE.
       MOVE WORKSUBSCRIBERID TO PRNSUBSCRIBERID
       PERFORM LOOKUPSUBSCRIBERNAME
       MOVE SUBSCRIBERAGEAMOUNT(2) TO PRNDAYS30
       MOVE SUBSCRIBERAGEAMOUNT(3) TO PRNDAYS60
       MOVE SUBSCRIBERAGEAMOUNT(4) TO PRNDAYS90
       MOVE SUBSCRIBERDISPUTEDAMOUNT TO PRNDISPUTED
       ADD SUBSCRIBERDISPUTEDAMOUNT TO CHAINDISPUTEDTOTAL
       IF SUBSCRIBERBALANCE < ZERO
           MOVE ZERO TO PRNBALANCE
       ELSE
               NOT INVALID KEY
                   MOVE SUBSCRIBERNAME-SMF TO PRNSUBSCRIBERNAME
           END-READ
       END-IF
       IF PRNSUBSCRIBERNAME = SPACES AND CORPACCOUNTCOUNT > ZERO
           SEARCH ALL CORPACCOUNT
               AT END CONTINUE
               WHEN CAACCOUNTID(CAIDX) = WORKSUBSCRIBERID
                   MOVE CAACCOUNTNAME(CAIDX) TO PRNSUBSCRIBERNAME
           END-SEARCH
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
       MOVE ACCOUNTID-CAF   TO CAACCOUNTID(CORPACCOUNTCOUNT)
       MOVE ACCOUNTNAME-CAF TO CAACCOUNTNAME(CORPACCOUNTCOUNT)
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.

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
