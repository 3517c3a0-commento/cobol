       SELECT DDREGISTERFILE ASSIGN TO "DdCollection.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   DdCollection.dat is replaced every run, so each collection is
*>   also kept here - the ledger's payment line alone does not say it
*>   came from the bank, and the statement of account needs to.
       SELECT DDHISTORYFILE ASSIGN TO "DdCollectionHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DDHISTORYFILESTATUS.

*>   Money under an open dispute is not taken from the customer's bank
*>   until the dispute is closed at BILLINGDISPUTEENTRY.
       SELECT DISPUTEREGISTERFILE ASSIGN TO "BillingDisputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTEREGISTERFILESTATUS.

*>   A corporate account's bills post under the account number, so the
*>   account is collected from its own mandate, not the handsets'.
       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERMASTERFILE.
FD     DDREGISTERFILE.
01     DDREGISTERLINE           PIC X(90).

FD     DDHISTORYFILE.
01     DDHISTORYREC.
       02 DHREFERENCE           PIC 9(10).
       02 DHCOLLECTIONDATE      PIC 9(8).
       02 DHAMOUNT              PIC 9(7)V99.

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
        88 ACCOUNTPAYSBYDIRECTDEBIT VALUE "D".
       02 BANKSORTCODE-CAF      PIC 9(6).
       02 BANKACCOUNT-CAF       PIC 9(8).
       02 OPENEDDATE-CAF        PIC 9(8).
       02 ACCOUNTSTATUS-CAF     PIC X.
        88 ACCOUNTACTIVE        VALUE "A".

WORKING-STORAGE SECTION.
01     SUBSCRIBERMASTERFILESTATUS  PIC XX.
       88 SUBSCRIBERMASTERFILEOK   VALUE "00".
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     DISPUTEREGISTERFILESTATUS   PIC XX.
       88 DISPUTEREGISTERFILEOK    VALUE "00".
01     CORPORATEACCOUNTFILESTATUS  PIC XX.
       88 CORPORATEACCOUNTFILEOK   VALUE "00".
01     DDHISTORYFILESTATUS         PIC XX.
       88 DDHISTORYFILEOK          VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
               DEPENDING ON BALANCECOUNT.
           03 BALSUBSCRIBERID   PIC 9(10).
           03 BALAMOUNT         PIC S9(8)V99.
           03 BALDISPUTED       PIC 9(8)V99.
01     BALANCEIDX               PIC 9(5).
01     SUBSCRIBERBALANCE        PIC S9(8)V99 VALUE ZERO.
01     SUBSCRIBERDISPUTED       PIC 9(8)V99 VALUE ZERO.
01     WORKSUBSCRIBERID         PIC 9(10).

01     AMOUNTINPENCE            PIC 9(9).
01     COLLECTIONSWRITTEN       PIC 9(4) VALUE ZERO.
01     COLLECTIONSTOTAL         PIC 9(9)V99 VALUE ZERO.
01     DISPUTEHOLDCOUNT         PIC 9(4) VALUE ZERO.
01     DISPUTEHOLDTOTAL         PIC 9(9)V99 VALUE ZERO.

01     MASKEDACCOUNT            PIC X(8) VALUE SPACES.

*>   Who is being collected and from where - a subscriber's own
*>   mandate or a corporate account's.
01     COLLECTREFERENCE         PIC 9(10).
01     COLLECTNAME              PIC X(25).
01     COLLECTSORTCODE          PIC 9(6).
01     COLLECTACCOUNT           PIC 9(8).

01     DDREGISTERHEADINGLINE.
       02 FILLER                PIC X(38)
               VALUE "DIRECT DEBIT COLLECTIONS EXTRACTED AT ".
       02 FILLER                PIC X(9)  VALUE "  TOTAL: ".
       02 PRNCOLLECTIONSTOTAL   PIC $$$,$$$,$$9.99.

01     DDDISPUTEFOOTERLINE.
       02 FILLER                PIC X(23) VALUE "HELD UNDER DISPUTE:    ".
       02 PRNDISPUTEHOLDCOUNT   PIC ZZZ9.
       02 FILLER                PIC X(9)  VALUE "  TOTAL: ".
       02 PRNDISPUTEHOLDTOTAL   PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER COLLECTION DATE (YYYYMMDD) OR BLANK FOR TODAY - "
       END-IF

       PERFORM LOADSUBSCRIBERBALANCES
       PERFORM LOADOPENDISPUTES

       OPEN OUTPUT DDCOLLECTIONFILE
       OPEN OUTPUT DDREGISTERFILE
       IF NOT SUBSCRIBERLEDGERFILEOK
           OPEN OUTPUT SUBSCRIBERLEDGERFILE
       END-IF
       OPEN EXTEND DDHISTORYFILE
       IF NOT DDHISTORYFILEOK
           OPEN OUTPUT DDHISTORYFILE
       END-IF

       OPEN INPUT SUBSCRIBERMASTERFILE
       IF NOT SUBSCRIBERMASTERFILEOK
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ
       PERFORM CONSIDERONESUBSCRIBER UNTIL ENDOFSUBSCRIBERMASTERFILE
       CLOSE SUBSCRIBERMASTERFILE

       OPEN INPUT CORPORATEACCOUNTFILE
       IF CORPORATEACCOUNTFILEOK
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
           PERFORM CONSIDERONECORPORATEACCOUNT
               UNTIL ENDOFCORPORATEACCOUNTS
           CLOSE CORPORATEACCOUNTFILE
       END-IF
       CLOSE SUBSCRIBERLEDGERFILE, DDHISTORYFILE

       MOVE COLLECTIONSWRITTEN TO PRNCOLLECTIONSCOUNT
       MOVE COLLECTIONSTOTAL   TO PRNCOLLECTIONSTOTAL
       WRITE DDREGISTERLINE FROM DDREGISTERFOOTERLINE
           AFTER ADVANCING 2 LINES
       MOVE DISPUTEHOLDCOUNT   TO PRNDISPUTEHOLDCOUNT
       MOVE DISPUTEHOLDTOTAL   TO PRNDISPUTEHOLDTOTAL
       WRITE DDREGISTERLINE FROM DDDISPUTEFOOTERLINE
           AFTER ADVANCING 1 LINE
       CLOSE DDCOLLECTIONFILE, DDREGISTERFILE

       DISPLAY "COLLECTIONS EXTRACTED: " COLLECTIONSWRITTEN
       IF PAYSBYDIRECTDEBIT-SMF
           MOVE SUBSCRIBERID-SMF TO WORKSUBSCRIBERID
           PERFORM FINDSUBSCRIBERBALANCE
           IF SUBSCRIBERBALANCE > ZERO AND SUBSCRIBERDISPUTED > ZERO
               PERFORM HOLDDISPUTEDBALANCE
           END-IF
           IF SUBSCRIBERBALANCE > ZERO
               MOVE SUBSCRIBERID-SMF   TO COLLECTREFERENCE
               MOVE SUBSCRIBERNAME-SMF TO COLLECTNAME
               MOVE BANKSORTCODE-SMF   TO COLLECTSORTCODE
               MOVE BANKACCOUNT-SMF    TO COLLECTACCOUNT
               PERFORM WRITEONECOLLECTION
           END-IF
       END-IF
           AT END SET ENDOFSUBSCRIBERMASTERFILE TO TRUE
       END-READ.

*>   An open corporate account paying by direct debit is collected
*>   the same way at its consolidated balance, the account number
*>   standing as the reference the returns run reverses against.
CONSIDERONECORPORATEACCOUNT.
       IF ACCOUNTPAYSBYDIRECTDEBIT AND ACCOUNTACTIVE
           MOVE ACCOUNTID-CAF TO WORKSUBSCRIBERID
           PERFORM FINDSUBSCRIBERBALANCE
           IF SUBSCRIBERBALANCE > ZERO AND SUBSCRIBERDISPUTED > ZERO
               PERFORM HOLDDISPUTEDBALANCE
           END-IF
           IF SUBSCRIBERBALANCE > ZERO
               MOVE ACCOUNTID-CAF      TO COLLECTREFERENCE
               MOVE ACCOUNTNAME-CAF    TO COLLECTNAME
               MOVE BANKSORTCODE-CAF   TO COLLECTSORTCODE
               MOVE BANKACCOUNT-CAF    TO COLLECTACCOUNT
               PERFORM WRITEONECOLLECTION
           END-IF
       END-IF
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.

WRITEONECOLLECTION.
       MOVE SPACES           TO DDCOLLECTIONREC
       MOVE COLLECTSORTCODE  TO DDSORTCODE
       MOVE COLLECTACCOUNT   TO DDACCOUNT
       COMPUTE AMOUNTINPENCE = SUBSCRIBERBALANCE * 100
       MOVE AMOUNTINPENCE    TO DDAMOUNT
       MOVE COLLECTREFERENCE TO DDREFERENCE
       MOVE RUNDATE          TO DDCOLLECTIONDATE
       WRITE DDCOLLECTIONREC

       MOVE SPACES           TO SUBSCRIBERLEDGERREC
       MOVE COLLECTREFERENCE TO SUBSCRIBERID-SLF
       SET SUBSCRIBERPAYMENT TO TRUE
       MOVE SUBSCRIBERBALANCE TO AMOUNT-SLF
       MOVE RUNDATE          TO ENTRYDATE-SLF
       WRITE SUBSCRIBERLEDGERREC

       MOVE COLLECTREFERENCE TO DHREFERENCE
       MOVE RUNDATE          TO DHCOLLECTIONDATE
       MOVE SUBSCRIBERBALANCE TO DHAMOUNT
       WRITE DDHISTORYREC

       MOVE "****"              TO MASKEDACCOUNT(1:4)
       MOVE COLLECTACCOUNT(5:4) TO MASKEDACCOUNT(5:4)
       MOVE COLLECTREFERENCE    TO PRNSUBSCRIBERID
       MOVE COLLECTNAME         TO PRNSUBSCRIBERNAME
       MOVE MASKEDACCOUNT       TO PRNMASKEDACCOUNT
       MOVE SUBSCRIBERBALANCE   TO PRNCOLLECTAMOUNT
       WRITE DDREGISTERLINE FROM DDREGISTERDETAILLINE
       ADD 1 TO COLLECTIONSWRITTEN
       ADD SUBSCRIBERBALANCE TO COLLECTIONSTOTAL.

*>   The disputed amount comes off the collection, never more than
*>   the balance itself; what is held is counted on the register so
*>   the collections total can be reconciled to the ledger.
HOLDDISPUTEDBALANCE.
       IF SUBSCRIBERDISPUTED > SUBSCRIBERBALANCE
           MOVE SUBSCRIBERBALANCE TO SUBSCRIBERDISPUTED
       END-IF
       SUBTRACT SUBSCRIBERDISPUTED FROM SUBSCRIBERBALANCE
       ADD 1 TO DISPUTEHOLDCOUNT
       ADD SUBSCRIBERDISPUTED TO DISPUTEHOLDTOTAL.

FINDSUBSCRIBERBALANCE.
       MOVE ZERO TO SUBSCRIBERBALANCE, SUBSCRIBERDISPUTED
       PERFORM CHECKONEBALANCEENTRY
           VARYING BALANCEIDX FROM 1 BY 1
           UNTIL BALANCEIDX > BALANCECOUNT.
CHECKONEBALANCEENTRY.
       IF BALSUBSCRIBERID(BALANCEIDX) = WORKSUBSCRIBERID
           MOVE BALAMOUNT(BALANCEIDX) TO SUBSCRIBERBALANCE
           MOVE BALDISPUTED(BALANCEIDX) TO SUBSCRIBERDISPUTED
       END-IF.

LOADSUBSCRIBERBALANCES.
           ADD 1 TO BALANCECOUNT
           MOVE WORKSUBSCRIBERID TO BALSUBSCRIBERID(BALANCECOUNT)
           MOVE ZERO             TO BALAMOUNT(BALANCECOUNT)
                                    BALDISPUTED(BALANCECOUNT)
           MOVE BALANCECOUNT     TO BALANCEIDX
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
           MOVE BDSUBSCRIBERID TO WORKSUBSCRIBERID
           PERFORM FINDORADDBALANCEENTRY
           ADD BDAMOUNT TO BALDISPUTED(BALANCEIDX)
       END-IF
       READ DISPUTEREGISTERFILE
           AT END SET ENDOFDISPUTEREGISTER TO TRUE
       END-READ.
