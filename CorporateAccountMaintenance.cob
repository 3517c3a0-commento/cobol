IDENTIFICATION DIVISION.
PROGRAM-ID. CORPORATEACCOUNTMAINTENANCE.

*>   Keeps the corporate account master, CorporateAccounts.dat, and the
*>   list of handsets billed to each account, CorporateMembers.dat. A
*>   business customer is one paying account - its own billing address
*>   and bank mandate - with any number of subscribers linked under
*>   it; the billing run invoices, posts and collects at the account,
*>   not the handset.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT CORPORATEMEMBERFILE ASSIGN TO "CorporateMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEMEMBERFILESTATUS.

       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT CORPCHANGELOGFILE ASSIGN TO "CorporateMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPCHANGELOGFILESTATUS.

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
*>   Account numbers are issued from the 9000000000 range, clear of
*>   every subscriber id, because the account's bills, payments and
*>   collections go on SubscriberLedger.dat under the account number.
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
        88 PREPAID-SMF             VALUE "P".
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

FD     CORPCHANGELOGFILE.
01     CORPCHANGELOGREC.
       02 LOGTIMESTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 LOGOPERATORID         PIC X(8).
       02 FILLER                PIC X.
       02 LOGACTION             PIC X(6).
       02 FILLER                PIC X.
       02 LOGACCOUNTID          PIC 9(10).
       02 FILLER                PIC X.
       02 LOGSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X.
       02 LOGACCOUNTNAME        PIC X(25).

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
01     CORPORATEACCOUNTFILESTATUS PIC XX.
       88 CORPORATEACCOUNTFILEOK VALUE "00".
01     CORPORATEMEMBERFILESTATUS PIC XX.
       88 CORPORATEMEMBERFILEOK VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     CORPCHANGELOGFILESTATUS  PIC XX.
       88 CORPCHANGELOGFILEOK   VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYDATE                PIC 9(8).

01     ACCOUNTCOUNT             PIC 9(4) VALUE ZERO.
01     ACCOUNTTABLE.
       02 ACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON ACCOUNTCOUNT
               ASCENDING KEY IS ATACCOUNTID
               INDEXED BY ATIDX.
           03 ATACCOUNTID       PIC 9(10).
           03 ATACCOUNTNAME     PIC X(25).
           03 ATBILLINGADDRESS  PIC X(40).
           03 ATACCOUNTMANAGER  PIC X(8).
           03 ATPAYMETHOD       PIC X.
               88 ATPAYSBYDIRECTDEBIT VALUE "D".
           03 ATBANKSORTCODE    PIC 9(6).
           03 ATBANKACCOUNT     PIC 9(8).
           03 ATOPENEDDATE      PIC 9(8).
           03 ATSTATUS          PIC X.
               88 ATACTIVE      VALUE "A".
               88 ATCLOSED      VALUE "C".
01     ACCOUNTIDX               PIC 9(4).
01     FOUNDACCOUNTIDX          PIC 9(4) VALUE ZERO.

01     LINKCOUNT                PIC 9(5) VALUE ZERO.
01     LINKTABLE.
       02 LINK OCCURS 0 TO 20000 TIMES DEPENDING ON LINKCOUNT.
           03 LKSUBSCRIBERID    PIC 9(10).
           03 LKACCOUNTID       PIC 9(10).
           03 LKLINKEDDATE      PIC 9(8).
01     LINKIDX                  PIC 9(5).
01     FOUNDLINKIDX             PIC 9(5) VALUE ZERO.
01     HANDSETSLISTED           PIC 9(5) VALUE ZERO.

01     MASTEROPENSWITCH         PIC X VALUE "N".
       88 MASTERISOPEN          VALUE "Y".
01     SUBSCRIBERONMASTERSWITCH PIC X VALUE "N".
       88 SUBSCRIBERONMASTER    VALUE "Y".

01     ACTIONENTRY              PIC X VALUE SPACE.
       88 ADDACTION             VALUE "A" "a".
       88 CHANGEACTION          VALUE "C" "c".
       88 LINKACTION            VALUE "L" "l".
       88 UNLINKACTION          VALUE "U" "u".
       88 SHOWACTION            VALUE "S" "s".
       88 QUITACTION            VALUE "Q" "q".

01     ACCOUNTIDENTRY           PIC X(10) VALUE SPACES.
01     ACCOUNTIDENTRYNUM REDEFINES ACCOUNTIDENTRY PIC 9(10).
01     SUBSCRIBERIDENTRY        PIC X(10) VALUE SPACES.
01     SUBSCRIBERIDENTRYNUM REDEFINES SUBSCRIBERIDENTRY PIC 9(10).
01     ACCOUNTNAMEENTRY         PIC X(25) VALUE SPACES.
01     BILLINGADDRESSENTRY      PIC X(40) VALUE SPACES.
01     ACCOUNTMANAGERENTRY      PIC X(8) VALUE SPACES.
01     PAYMETHODENTRY           PIC X VALUE SPACE.
       88 PAYMETHODVALID        VALUE "D" "I".
01     SORTCODEENTRY            PIC X(6) VALUE SPACES.
01     BANKACCOUNTENTRY         PIC X(8) VALUE SPACES.
01     CONFIRMENTRY             PIC X VALUE SPACE.
       88 ACTIONCONFIRMED       VALUE "Y" "y".
01     DETAILSVALIDSWITCH       PIC X VALUE "N".
       88 DETAILSVALID          VALUE "Y".

01     WORKLOGACTION            PIC X(6) VALUE SPACES.
01     WORKLOGSUBSCRIBERID      PIC 9(10) VALUE ZERO.
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
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED FOR THE CHANGE LOG - "
               "MAINTENANCE ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TODAYDATE FROM DATE YYYYMMDD

       PERFORM LOADOPERATORPERMISSIONS
       PERFORM LOADCORPORATEACCOUNTS
       PERFORM LOADCORPORATEMEMBERS
       OPEN INPUT SUBSCRIBERMASTERFILE
       IF SUBSCRIBERMASTERFILEOK
           SET MASTERISOPEN TO TRUE
       END-IF

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       IF MASTERISOPEN
           CLOSE SUBSCRIBERMASTERFILE
       END-IF
       IF CHANGESMADECOUNT > ZERO
           PERFORM REWRITECORPORATEACCOUNTS
           PERFORM REWRITECORPORATEMEMBERS
           DISPLAY "CORPORATE ACCOUNTS REWRITTEN - " CHANGESMADECOUNT
               " CHANGES APPLIED"
       ELSE
           DISPLAY "NO CHANGES MADE - CORPORATE ACCOUNTS UNTOUCHED"
       END-IF
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(A)DD ACCOUNT, (C)HANGE DETAILS, (L)INK HANDSET, "
           "(U)NLINK HANDSET, (S)HOW ACCOUNT, OR (Q)UIT - "
           WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Showing and quitting are open to anyone signed on; the actions
*>   that change the master each need their own permission.
       MOVE SPACES TO WORKACTIONCODE
       EVALUATE TRUE
           WHEN ADDACTION    MOVE "CORPMAINTA" TO WORKACTIONCODE
           WHEN CHANGEACTION MOVE "CORPMAINTC" TO WORKACTIONCODE
           WHEN LINKACTION   MOVE "CORPMAINTL" TO WORKACTIONCODE
           WHEN UNLINKACTION MOVE "CORPMAINTU" TO WORKACTIONCODE
           WHEN OTHER        CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN ADDACTION    PERFORM ADDACCOUNT
               WHEN CHANGEACTION PERFORM CHANGEACCOUNTDETAILS
               WHEN LINKACTION   PERFORM LINKHANDSET
               WHEN UNLINKACTION PERFORM UNLINKHANDSET
               WHEN SHOWACTION   PERFORM SHOWACCOUNT
               WHEN QUITACTION   CONTINUE
               WHEN OTHER        DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

ADDACCOUNT.
       DISPLAY "ACCOUNT NUMBER (9XXXXXXXXX): " WITH NO ADVANCING
       ACCEPT ACCOUNTIDENTRY
       IF ACCOUNTIDENTRY NOT NUMERIC OR ACCOUNTIDENTRY(1:1) NOT = "9"
           DISPLAY "ACCOUNT NUMBER MUST BE TEN DIGITS STARTING 9"
           EXIT PARAGRAPH
       END-IF
       PERFORM FINDACCOUNT
       IF FOUNDACCOUNTIDX NOT = ZERO
           DISPLAY "ACCOUNT " ACCOUNTIDENTRY " ALREADY ON FILE - USE "
               "CHANGE DETAILS"
           EXIT PARAGRAPH
       END-IF
       PERFORM ACCEPTACCOUNTDETAILS
       IF DETAILSVALID
           PERFORM INSERTACCOUNTINKEYORDER
           PERFORM MOVEDETAILSTOACCOUNT
           MOVE TODAYDATE TO ATOPENEDDATE(ACCOUNTIDX)
           SET ATACTIVE(ACCOUNTIDX) TO TRUE
           MOVE "ADD" TO WORKLOGACTION
           MOVE ZERO  TO WORKLOGSUBSCRIBERID
           PERFORM WRITECHANGELOGENTRY
           ADD 1 TO CHANGESMADECOUNT
       END-IF.

CHANGEACCOUNTDETAILS.
       DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
       ACCEPT ACCOUNTIDENTRY
       PERFORM FINDACCOUNT
       IF FOUNDACCOUNTIDX = ZERO
           DISPLAY "NO SUCH ACCOUNT ON FILE"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "CURRENT NAME IS " ATACCOUNTNAME(FOUNDACCOUNTIDX)
       DISPLAY "BILLING ADDRESS " ATBILLINGADDRESS(FOUNDACCOUNTIDX)
       DISPLAY "ACCOUNT MANAGER " ATACCOUNTMANAGER(FOUNDACCOUNTIDX)
           "  PAYS BY " ATPAYMETHOD(FOUNDACCOUNTIDX)
       PERFORM ACCEPTACCOUNTDETAILS
       IF DETAILSVALID
           MOVE FOUNDACCOUNTIDX TO ACCOUNTIDX
           PERFORM MOVEDETAILSTOACCOUNT
           MOVE "CHANGE" TO WORKLOGACTION
           MOVE ZERO     TO WORKLOGSUBSCRIBERID
           PERFORM WRITECHANGELOGENTRY
           ADD 1 TO CHANGESMADECOUNT
       END-IF.

*>   A direct debit payer must give a full sort code and account, or
*>   the collection run would send the bank a mandate it cannot use;
*>   an account paying on invoice carries no bank details at all.
ACCEPTACCOUNTDETAILS.
       MOVE "N" TO DETAILSVALIDSWITCH
       DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
       ACCEPT ACCOUNTNAMEENTRY
       DISPLAY "BILLING ADDRESS: " WITH NO ADVANCING
       ACCEPT BILLINGADDRESSENTRY
       DISPLAY "ACCOUNT MANAGER: " WITH NO ADVANCING
       ACCEPT ACCOUNTMANAGERENTRY
       DISPLAY "PAYS BY (D=DIRECT DEBIT I=ON INVOICE): "
           WITH NO ADVANCING
       ACCEPT PAYMETHODENTRY
       MOVE ZEROS TO SORTCODEENTRY, BANKACCOUNTENTRY
       IF PAYMETHODENTRY = "D"
           DISPLAY "PAYER SORT CODE: " WITH NO ADVANCING
           ACCEPT SORTCODEENTRY
           DISPLAY "PAYER BANK ACCOUNT: " WITH NO ADVANCING
           ACCEPT BANKACCOUNTENTRY
       END-IF
       EVALUATE TRUE
           WHEN ACCOUNTNAMEENTRY = SPACES
               DISPLAY "ACCOUNT NAME CANNOT BE BLANK"
           WHEN BILLINGADDRESSENTRY = SPACES
               DISPLAY "BILLING ADDRESS CANNOT BE BLANK"
           WHEN NOT PAYMETHODVALID
               DISPLAY "PAYMENT METHOD MUST BE D OR I"
           WHEN SORTCODEENTRY NOT NUMERIC
                   OR BANKACCOUNTENTRY NOT NUMERIC
               DISPLAY "SORT CODE MUST BE SIX DIGITS AND ACCOUNT "
                   "EIGHT DIGITS"
           WHEN OTHER
               SET DETAILSVALID TO TRUE
       END-EVALUATE.

MOVEDETAILSTOACCOUNT.
       MOVE ACCOUNTNAMEENTRY    TO ATACCOUNTNAME(ACCOUNTIDX)
       MOVE BILLINGADDRESSENTRY TO ATBILLINGADDRESS(ACCOUNTIDX)
       MOVE ACCOUNTMANAGERENTRY TO ATACCOUNTMANAGER(ACCOUNTIDX)
       MOVE PAYMETHODENTRY      TO ATPAYMETHOD(ACCOUNTIDX)
       MOVE SORTCODEENTRY       TO ATBANKSORTCODE(ACCOUNTIDX)
       MOVE BANKACCOUNTENTRY    TO ATBANKACCOUNT(ACCOUNTIDX).

*>   A handset belongs to one account at a time, and a prepaid one
*>   cannot be linked at all - it is never billed, so there is nothing
*>   to consolidate.
LINKHANDSET.
       DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
       ACCEPT ACCOUNTIDENTRY
       PERFORM FINDACCOUNT
       IF FOUNDACCOUNTIDX = ZERO
           DISPLAY "NO SUCH ACCOUNT ON FILE"
           EXIT PARAGRAPH
       END-IF
       IF ATCLOSED(FOUNDACCOUNTIDX)
           DISPLAY "ACCOUNT " ACCOUNTIDENTRY " IS CLOSED"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "SUBSCRIBER ID: " WITH NO ADVANCING
       ACCEPT SUBSCRIBERIDENTRY
       PERFORM LOOKUPSUBSCRIBER
       IF NOT SUBSCRIBERONMASTER
           DISPLAY "NO SUCH SUBSCRIBER ON THE MASTER"
           EXIT PARAGRAPH
       END-IF
       IF PREPAID-SMF
           DISPLAY "SUBSCRIBER " SUBSCRIBERIDENTRY " IS PREPAID - "
               "NOT LINKED"
           EXIT PARAGRAPH
       END-IF
       PERFORM FINDLINK
       IF FOUNDLINKIDX NOT = ZERO
           DISPLAY "SUBSCRIBER " SUBSCRIBERIDENTRY " IS ALREADY "
               "BILLED TO ACCOUNT " LKACCOUNTID(FOUNDLINKIDX)
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO LINKCOUNT
       MOVE SUBSCRIBERIDENTRYNUM TO LKSUBSCRIBERID(LINKCOUNT)
       MOVE ACCOUNTIDENTRYNUM    TO LKACCOUNTID(LINKCOUNT)
       MOVE TODAYDATE            TO LKLINKEDDATE(LINKCOUNT)
       DISPLAY SUBSCRIBERNAME-SMF " NOW BILLED TO "
           ATACCOUNTNAME(FOUNDACCOUNTIDX)
       MOVE ATACCOUNTNAME(FOUNDACCOUNTIDX) TO ACCOUNTNAMEENTRY
       MOVE "LINK" TO WORKLOGACTION
       MOVE SUBSCRIBERIDENTRYNUM TO WORKLOGSUBSCRIBERID
       PERFORM WRITECHANGELOGENTRY
       ADD 1 TO CHANGESMADECOUNT.

*>   Unlinking hands the handset back to billing in its own right from
*>   the next run; what the account has already been billed for it
*>   stays on the account.
UNLINKHANDSET.
       DISPLAY "SUBSCRIBER ID: " WITH NO ADVANCING
       ACCEPT SUBSCRIBERIDENTRY
       PERFORM FINDLINK
       IF FOUNDLINKIDX = ZERO
           DISPLAY "SUBSCRIBER " SUBSCRIBERIDENTRY " IS NOT LINKED TO "
               "ANY ACCOUNT"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "UNLINK " SUBSCRIBERIDENTRY " FROM ACCOUNT "
           LKACCOUNTID(FOUNDLINKIDX) " (Y/N)? " WITH NO ADVANCING
       ACCEPT CONFIRMENTRY
       IF NOT ACTIONCONFIRMED
           DISPLAY "HANDSET LEFT ON THE ACCOUNT"
           EXIT PARAGRAPH
       END-IF
       MOVE LKACCOUNTID(FOUNDLINKIDX) TO ACCOUNTIDENTRYNUM
       PERFORM FINDACCOUNT
       MOVE SPACES TO ACCOUNTNAMEENTRY
       IF FOUNDACCOUNTIDX NOT = ZERO
           MOVE ATACCOUNTNAME(FOUNDACCOUNTIDX) TO ACCOUNTNAMEENTRY
       END-IF
       PERFORM REMOVEONELINK
       MOVE "UNLINK" TO WORKLOGACTION
       MOVE SUBSCRIBERIDENTRYNUM TO WORKLOGSUBSCRIBERID
       PERFORM WRITECHANGELOGENTRY
       ADD 1 TO CHANGESMADECOUNT.

REMOVEONELINK.
       PERFORM SHIFTONELINKDOWN
           VARYING LINKIDX FROM FOUNDLINKIDX BY 1
           UNTIL LINKIDX NOT < LINKCOUNT
       SUBTRACT 1 FROM LINKCOUNT.

SHIFTONELINKDOWN.
       MOVE LINK(LINKIDX + 1) TO LINK(LINKIDX).

SHOWACCOUNT.
       DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
       ACCEPT ACCOUNTIDENTRY
       PERFORM FINDACCOUNT
       IF FOUNDACCOUNTIDX = ZERO
           DISPLAY "NO SUCH ACCOUNT ON FILE"
           EXIT PARAGRAPH
       END-IF
       DISPLAY ATACCOUNTID(FOUNDACCOUNTIDX) " "
           ATACCOUNTNAME(FOUNDACCOUNTIDX) " "
           ATSTATUS(FOUNDACCOUNTIDX)
       DISPLAY "  " ATBILLINGADDRESS(FOUNDACCOUNTIDX)
       DISPLAY "  MANAGER " ATACCOUNTMANAGER(FOUNDACCOUNTIDX)
           "  PAYS BY " ATPAYMETHOD(FOUNDACCOUNTIDX)
           "  OPENED " ATOPENEDDATE(FOUNDACCOUNTIDX)
       MOVE ZERO TO HANDSETSLISTED
       PERFORM SHOWONELINK
           VARYING LINKIDX FROM 1 BY 1 UNTIL LINKIDX > LINKCOUNT
       DISPLAY "HANDSETS ON ACCOUNT: " HANDSETSLISTED.

SHOWONELINK.
       IF LKACCOUNTID(LINKIDX) = ATACCOUNTID(FOUNDACCOUNTIDX)
           MOVE LKSUBSCRIBERID(LINKIDX) TO SUBSCRIBERIDENTRYNUM
           PERFORM LOOKUPSUBSCRIBER
           IF NOT SUBSCRIBERONMASTER
               MOVE SPACES TO SUBSCRIBERNAME-SMF
           END-IF
           DISPLAY "    " LKSUBSCRIBERID(LINKIDX) " "
               SUBSCRIBERNAME-SMF " LINKED " LKLINKEDDATE(LINKIDX)
           ADD 1 TO HANDSETSLISTED
       END-IF.

FINDACCOUNT.
       MOVE ZERO TO FOUNDACCOUNTIDX
       IF ACCOUNTCOUNT > ZERO AND ACCOUNTIDENTRY IS NUMERIC
           SEARCH ALL ACCOUNT
               AT END CONTINUE
               WHEN ATACCOUNTID(ATIDX) = ACCOUNTIDENTRYNUM
                   SET FOUNDACCOUNTIDX TO ATIDX
           END-SEARCH
       END-IF.

FINDLINK.
       MOVE ZERO TO FOUNDLINKIDX
       IF SUBSCRIBERIDENTRY IS NUMERIC
           PERFORM CHECKONELINK
               VARYING LINKIDX FROM 1 BY 1
               UNTIL LINKIDX > LINKCOUNT OR FOUNDLINKIDX NOT = ZERO
       END-IF.

CHECKONELINK.
       IF LKSUBSCRIBERID(LINKIDX) = SUBSCRIBERIDENTRYNUM
           MOVE LINKIDX TO FOUNDLINKIDX
       END-IF.

LOOKUPSUBSCRIBER.
       MOVE "N" TO SUBSCRIBERONMASTERSWITCH
       IF MASTERISOPEN AND SUBSCRIBERIDENTRY IS NUMERIC
           MOVE SUBSCRIBERIDENTRYNUM TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET SUBSCRIBERONMASTER TO TRUE
           END-READ
       END-IF.

INSERTACCOUNTINKEYORDER.
       ADD 1 TO ACCOUNTCOUNT
       MOVE ACCOUNTCOUNT TO ACCOUNTIDX
       PERFORM SHIFTONEACCOUNTUP
           UNTIL ACCOUNTIDX = 1
           OR ATACCOUNTID(ACCOUNTIDX - 1) < ACCOUNTIDENTRYNUM
       INITIALIZE ACCOUNT(ACCOUNTIDX)
       MOVE ACCOUNTIDENTRYNUM TO ATACCOUNTID(ACCOUNTIDX).

SHIFTONEACCOUNTUP.
       MOVE ACCOUNT(ACCOUNTIDX - 1) TO ACCOUNT(ACCOUNTIDX)
       SUBTRACT 1 FROM ACCOUNTIDX.

LOADCORPORATEACCOUNTS.
       OPEN INPUT CORPORATEACCOUNTFILE
       IF CORPORATEACCOUNTFILEOK
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
           PERFORM STOREONEACCOUNT UNTIL ENDOFCORPORATEACCOUNTS
           CLOSE CORPORATEACCOUNTFILE
       END-IF.

STOREONEACCOUNT.
       ADD 1 TO ACCOUNTCOUNT
       MOVE ACCOUNTID-CAF      TO ATACCOUNTID(ACCOUNTCOUNT)
       MOVE ACCOUNTNAME-CAF    TO ATACCOUNTNAME(ACCOUNTCOUNT)
       MOVE BILLINGADDRESS-CAF TO ATBILLINGADDRESS(ACCOUNTCOUNT)
       MOVE ACCOUNTMANAGER-CAF TO ATACCOUNTMANAGER(ACCOUNTCOUNT)
       MOVE PAYMETHOD-CAF      TO ATPAYMETHOD(ACCOUNTCOUNT)
       MOVE BANKSORTCODE-CAF   TO ATBANKSORTCODE(ACCOUNTCOUNT)
       MOVE BANKACCOUNT-CAF    TO ATBANKACCOUNT(ACCOUNTCOUNT)
       MOVE OPENEDDATE-CAF     TO ATOPENEDDATE(ACCOUNTCOUNT)
       MOVE ACCOUNTSTATUS-CAF  TO ATSTATUS(ACCOUNTCOUNT)
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.

LOADCORPORATEMEMBERS.
       OPEN INPUT CORPORATEMEMBERFILE
       IF CORPORATEMEMBERFILEOK
           READ CORPORATEMEMBERFILE
               AT END SET ENDOFCORPORATEMEMBERS TO TRUE
           END-READ
           PERFORM STOREONELINK UNTIL ENDOFCORPORATEMEMBERS
           CLOSE CORPORATEMEMBERFILE
       END-IF.

STOREONELINK.
       ADD 1 TO LINKCOUNT
       MOVE SUBSCRIBERID-CMF TO LKSUBSCRIBERID(LINKCOUNT)
       MOVE ACCOUNTID-CMF    TO LKACCOUNTID(LINKCOUNT)
       MOVE LINKEDDATE-CMF   TO LKLINKEDDATE(LINKCOUNT)
       READ CORPORATEMEMBERFILE
           AT END SET ENDOFCORPORATEMEMBERS TO TRUE
       END-READ.

REWRITECORPORATEACCOUNTS.
       OPEN OUTPUT CORPORATEACCOUNTFILE
       PERFORM WRITEONEACCOUNT
           VARYING ACCOUNTIDX FROM 1 BY 1 UNTIL ACCOUNTIDX > ACCOUNTCOUNT
       CLOSE CORPORATEACCOUNTFILE.

WRITEONEACCOUNT.
       MOVE ATACCOUNTID(ACCOUNTIDX)      TO ACCOUNTID-CAF
       MOVE ATACCOUNTNAME(ACCOUNTIDX)    TO ACCOUNTNAME-CAF
       MOVE ATBILLINGADDRESS(ACCOUNTIDX) TO BILLINGADDRESS-CAF
       MOVE ATACCOUNTMANAGER(ACCOUNTIDX) TO ACCOUNTMANAGER-CAF
       MOVE ATPAYMETHOD(ACCOUNTIDX)      TO PAYMETHOD-CAF
       MOVE ATBANKSORTCODE(ACCOUNTIDX)   TO BANKSORTCODE-CAF
       MOVE ATBANKACCOUNT(ACCOUNTIDX)    TO BANKACCOUNT-CAF
       MOVE ATOPENEDDATE(ACCOUNTIDX)     TO OPENEDDATE-CAF
       MOVE ATSTATUS(ACCOUNTIDX)         TO ACCOUNTSTATUS-CAF
       WRITE CORPORATEACCOUNTREC.

REWRITECORPORATEMEMBERS.
       OPEN OUTPUT CORPORATEMEMBERFILE
       PERFORM WRITEONELINK
           VARYING LINKIDX FROM 1 BY 1 UNTIL LINKIDX > LINKCOUNT
       CLOSE CORPORATEMEMBERFILE.

WRITEONELINK.
       MOVE SPACES                  TO CORPORATEMEMBERREC
       MOVE LKSUBSCRIBERID(LINKIDX) TO SUBSCRIBERID-CMF
       MOVE LKACCOUNTID(LINKIDX)    TO ACCOUNTID-CMF
       MOVE LKLINKEDDATE(LINKIDX)   TO LINKEDDATE-CMF
       WRITE CORPORATEMEMBERREC.

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
       MOVE "CORPMAINT"    TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.

WRITECHANGELOGENTRY.
       OPEN EXTEND CORPCHANGELOGFILE
       IF NOT CORPCHANGELOGFILEOK
           OPEN OUTPUT CORPCHANGELOGFILE
       END-IF
       MOVE SPACES TO CORPCHANGELOGREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO LOGTIMESTAMP
       MOVE OPERATORID          TO LOGOPERATORID
       MOVE WORKLOGACTION       TO LOGACTION
       MOVE ACCOUNTIDENTRYNUM   TO LOGACCOUNTID
       MOVE WORKLOGSUBSCRIBERID TO LOGSUBSCRIBERID
       MOVE ACCOUNTNAMEENTRY    TO LOGACCOUNTNAME
       WRITE CORPCHANGELOGREC
       CLOSE CORPCHANGELOGFILE.
