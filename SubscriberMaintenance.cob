IDENTIFICATION DIVISION.
PROGRAM-ID. SUBSCRIBERMAINTENANCE.

*>   Online upkeep of the indexed subscriber master once it has been
*>   loaded: new joiners, name and address moves, bill cycle and
*>   payment method changes, and the direct debit mandate - the bank
*>   sort code and account the collection run draws on. Plan changes
*>   stay with PLANCHANGEENTRY and leavers with the account closure
*>   run. Every field changed is logged with the operator who keyed
*>   it, its old value and its new.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

*>   A new joiner must start on a plan the billing run can charge.
       SELECT PLANCHARGEFILE ASSIGN TO "PlanCharges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANCHARGEFILESTATUS.

       SELECT SUBSCRIBERCHANGELOGFILE ASSIGN TO "SubscriberMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERCHANGELOGFILESTATUS.

       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  SUBSCRIBERNAME-SMF      PIC X(25).
       02  SUBSCRIBERADDRESS-SMF   PIC X(40).
       02  PLANCODE-SMF            PIC X(4).
       02  SUBSCRIBERSTATUS-SMF    PIC X.
        88 SUBSCRIBERACTIVE-SMF    VALUE "A".
        88 SUBSCRIBERCLOSED-SMF    VALUE "C".
       02  JOINDATE-SMF            PIC 9(8).
       02  LEAVEDATE-SMF           PIC 9(8).
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
        88 PAYSBYDIRECTDEBIT-SMF   VALUE "D".
        88 PREPAID-SMF             VALUE "P".
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       88  ENDOFPLANCHARGEFILE     VALUE HIGH-VALUES.
       02  PLANCODE-PCF            PIC X(4).
       02  MONTHLYCHARGE-PCF       PIC 9(5)V99.
       02  PLANDESCRIPTION-PCF     PIC X(20).

FD     SUBSCRIBERCHANGELOGFILE.
01     SUBSCRIBERCHANGELOGREC.
       02 LOGTIMESTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 LOGOPERATORID         PIC X(8).
       02 FILLER                PIC X.
       02 LOGACTION             PIC X(6).
       02 FILLER                PIC X.
       02 LOGSUBSCRIBERID       PIC 9(10).
       02 FILLER                PIC X.
       02 LOGFIELDNAME          PIC X(10).
       02 FILLER                PIC X.
       02 LOGOLDVALUE           PIC X(40).
       02 FILLER                PIC X.
       02 LOGNEWVALUE           PIC X(40).

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
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     PLANCHARGEFILESTATUS     PIC XX.
       88 PLANCHARGEFILEOK      VALUE "00".
01     SUBSCRIBERCHANGELOGFILESTATUS PIC XX.
       88 SUBSCRIBERCHANGELOGFILEOK  VALUE "00".
01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYDATE                PIC 9(8).

01     PLANCHARGECOUNT          PIC 9(3) VALUE ZERO.
01     PLANCHARGETABLE.
       02 PLANCHARGEENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON PLANCHARGECOUNT.
           03 PCPLANCODE        PIC X(4).
           03 PCDESCRIPTION     PIC X(20).
01     PLANCHARGEIDX            PIC 9(3).
01     PLANFOUNDSWITCH          PIC X VALUE "N".
       88 PLANFOUND             VALUE "Y".

01     SUBSCRIBERFOUNDSWITCH    PIC X VALUE "N".
       88 SUBSCRIBERFOUND       VALUE "Y".
       88 SUBSCRIBERNOTFOUND    VALUE "N".

01     ACTIONENTRY              PIC X VALUE SPACE.
       88 ADDACTION             VALUE "A" "a".
       88 CHANGEACTION          VALUE "C" "c".
       88 MANDATEACTION         VALUE "M" "m".
       88 CANCELMANDATEACTION   VALUE "X" "x".
       88 SHOWACTION            VALUE "S" "s".
       88 QUITACTION            VALUE "Q" "q".

01     SUBSCRIBERIDENTRY        PIC X(10) VALUE SPACES.
01     SUBSCRIBERIDENTRYNUM REDEFINES SUBSCRIBERIDENTRY PIC 9(10).
01     SUBSCRIBERIDDIGITS REDEFINES SUBSCRIBERIDENTRY.
       02 SUBSCRIBERID-DIGIT    PIC 9 OCCURS 10 TIMES.
01     NAMEENTRY                PIC X(25) VALUE SPACES.
01     ADDRESSENTRY             PIC X(40) VALUE SPACES.
01     PLANCODEENTRY            PIC X(4)  VALUE SPACES.
01     JOINDATEENTRY            PIC X(8)  VALUE SPACES.
01     JOINDATEENTRYNUM REDEFINES JOINDATEENTRY PIC 9(8).
01     BILLCYCLEENTRY           PIC X(2)  VALUE SPACES.
01     BILLCYCLEENTRYNUM REDEFINES BILLCYCLEENTRY PIC 9(2).
01     PAYMETHODENTRY           PIC X VALUE SPACE.
       88 PAYMETHODVALID        VALUE "D" "P" "B".
01     SORTCODEENTRY            PIC X(6) VALUE SPACES.
01     SORTCODEENTRYNUM REDEFINES SORTCODEENTRY PIC 9(6).
01     BANKACCOUNTENTRY         PIC X(8) VALUE SPACES.
01     BANKACCOUNTENTRYNUM REDEFINES BANKACCOUNTENTRY PIC 9(8).
01     CONFIRMENTRY             PIC X VALUE SPACE.
       88 ACTIONCONFIRMED       VALUE "Y" "y".

*>   The tenth digit of a subscriber id is a check digit on the nine
*>   before it, weighted 2 and 1 alternately and taken modulo 10 - the
*>   same test the billing run applies to every usage record, so an id
*>   issued here is one the run will accept.
01     CHECKDIGITWEIGHTSUM      PIC 9(4).
01     CHECKDIGITIDX            PIC 9(2).
01     COMPUTEDCHECKDIGIT       PIC 9.
01     SUBSCRIBERIDVALIDSWITCH  PIC X VALUE "N".
       88 SUBSCRIBERIDVALID     VALUE "Y".
       88 SUBSCRIBERIDINVALID   VALUE "N".

01     MANDATEVALIDSWITCH       PIC X VALUE "N".
       88 MANDATEVALID          VALUE "Y".
01     SORTCODEREPEATCOUNT      PIC 9(2).
01     ACCOUNTREPEATCOUNT       PIC 9(2).

01     NEWPAYMETHOD             PIC X VALUE SPACE.
01     SHOWPAYMETHOD            PIC X(13).

01     WORKLOGACTION            PIC X(6)  VALUE SPACES.
01     WORKLOGFIELDNAME         PIC X(10) VALUE SPACES.
01     WORKLOGOLDVALUE          PIC X(40) VALUE SPACES.
01     WORKLOGNEWVALUE          PIC X(40) VALUE SPACES.
01     WORKMANDATE.
       02 WORKMANDATESORTCODE   PIC 9(6).
       02 FILLER                PIC X VALUE SPACE.
       02 WORKMANDATEACCOUNT    PIC 9(8).

01     CHANGESMADECOUNT         PIC 9(4) VALUE ZERO.
01     FIELDSCHANGEDCOUNT       PIC 9(2) VALUE ZERO.

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

       OPEN I-O SUBSCRIBERMASTERFILE
       IF NOT SUBSCRIBERMASTERFILEOK
           DISPLAY "CANNOT OPEN SUBSCRIBER MASTER - STATUS "
               SUBSCRIBERMASTERFILESTATUS " - MAINTENANCE ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADOPERATORPERMISSIONS
       PERFORM LOADPLANCHARGES

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       CLOSE SUBSCRIBERMASTERFILE
       DISPLAY "SUBSCRIBER CHANGES APPLIED: " CHANGESMADECOUNT
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(A)DD SUBSCRIBER, (C)HANGE DETAILS, (M)ANDATE CAPTURE, "
           "CANCEL MANDATE (X), (S)HOW SUBSCRIBER, OR (Q)UIT - "
           WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Showing and quitting are open to anyone signed on. Bank details
*>   are permitted apart from the rest, so a desk that keys addresses
*>   need not also be trusted with where the money is drawn from.
       MOVE SPACES TO WORKACTIONCODE
       EVALUATE TRUE
           WHEN ADDACTION           MOVE "SUBMAINTA" TO WORKACTIONCODE
           WHEN CHANGEACTION        MOVE "SUBMAINTC" TO WORKACTIONCODE
           WHEN MANDATEACTION       MOVE "SUBMAINTM" TO WORKACTIONCODE
           WHEN CANCELMANDATEACTION MOVE "SUBMAINTM" TO WORKACTIONCODE
           WHEN OTHER               CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN ADDACTION           PERFORM ADDSUBSCRIBER
               WHEN CHANGEACTION        PERFORM CHANGESUBSCRIBERDETAILS
               WHEN MANDATEACTION       PERFORM CAPTUREMANDATE
               WHEN CANCELMANDATEACTION PERFORM CANCELMANDATE
               WHEN SHOWACTION          PERFORM SHOWSUBSCRIBER
               WHEN QUITACTION          CONTINUE
               WHEN OTHER               DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

*>   The join date goes on the master as keyed, so the first bill
*>   charges the plan only from that day. A direct debit joiner gives
*>   the mandate here; anyone else can have one captured later.
ADDSUBSCRIBER.
       DISPLAY "NEW SUBSCRIBER ID: " WITH NO ADVANCING
       MOVE SPACES TO SUBSCRIBERIDENTRY
       ACCEPT SUBSCRIBERIDENTRY
       IF SUBSCRIBERIDENTRY NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE TEN DIGITS"
           EXIT PARAGRAPH
       END-IF
       PERFORM VALIDATESUBSCRIBERCHECKDIGIT
       IF SUBSCRIBERIDINVALID
           DISPLAY "SUBSCRIBER ID " SUBSCRIBERIDENTRY " FAILS ITS "
               "CHECK DIGIT - CHECK DIGIT SHOULD BE " COMPUTEDCHECKDIGIT
           EXIT PARAGRAPH
       END-IF
       PERFORM FINDSUBSCRIBER
       IF SUBSCRIBERFOUND
           DISPLAY "SUBSCRIBER " SUBSCRIBERIDENTRY " ALREADY ON THE "
               "MASTER - USE CHANGE DETAILS"
           EXIT PARAGRAPH
       END-IF

       DISPLAY "NAME: " WITH NO ADVANCING
       MOVE SPACES TO NAMEENTRY
       ACCEPT NAMEENTRY
       DISPLAY "ADDRESS: " WITH NO ADVANCING
       MOVE SPACES TO ADDRESSENTRY
       ACCEPT ADDRESSENTRY
       DISPLAY "PLAN CODE: " WITH NO ADVANCING
       MOVE SPACES TO PLANCODEENTRY
       ACCEPT PLANCODEENTRY
       PERFORM FINDPLANONFILE
       DISPLAY "JOIN DATE (YYYYMMDD) OR BLANK FOR TODAY: "
           WITH NO ADVANCING
       MOVE SPACES TO JOINDATEENTRY
       ACCEPT JOINDATEENTRY
       IF JOINDATEENTRY = SPACES
           MOVE TODAYDATE TO JOINDATEENTRYNUM
       END-IF
       DISPLAY "BILL CYCLE (01-99): " WITH NO ADVANCING
       MOVE SPACES TO BILLCYCLEENTRY
       ACCEPT BILLCYCLEENTRY
       DISPLAY "PAYS BY (D=DIRECT DEBIT P=PREPAID B=ON THE BILL): "
           WITH NO ADVANCING
       MOVE SPACE TO PAYMETHODENTRY
       ACCEPT PAYMETHODENTRY

       EVALUATE TRUE
           WHEN NAMEENTRY = SPACES
               DISPLAY "NAME CANNOT BE BLANK - SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN ADDRESSENTRY = SPACES
               DISPLAY "ADDRESS CANNOT BE BLANK - SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN NOT PLANFOUND
               DISPLAY "PLAN NOT ON THE PLAN CHARGES FILE - "
                   "SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN JOINDATEENTRY NOT NUMERIC
               DISPLAY "JOIN DATE NOT YYYYMMDD - SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN FUNCTION TEST-DATE-YYYYMMDD(JOINDATEENTRYNUM) NOT = 0
               DISPLAY "JOIN DATE IS NOT A CALENDAR DATE - "
                   "SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN BILLCYCLEENTRY NOT NUMERIC OR BILLCYCLEENTRYNUM = ZERO
               DISPLAY "BILL CYCLE MUST BE 01 TO 99 - "
                   "SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN NOT PAYMETHODVALID
               DISPLAY "PAYMENT METHOD MUST BE D, P OR B - "
                   "SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           WHEN OTHER
               CONTINUE
       END-EVALUATE

       MOVE ZEROS TO SORTCODEENTRYNUM, BANKACCOUNTENTRYNUM
       IF PAYMETHODENTRY = "D"
           PERFORM ACCEPTMANDATEDETAILS
           IF NOT MANDATEVALID
               DISPLAY "SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
           END-IF
       END-IF

       MOVE SPACES               TO SUBSCRIBERMASTERREC
       MOVE SUBSCRIBERIDENTRYNUM TO SUBSCRIBERID-SMF
       MOVE NAMEENTRY            TO SUBSCRIBERNAME-SMF
       MOVE ADDRESSENTRY         TO SUBSCRIBERADDRESS-SMF
       MOVE PLANCODEENTRY        TO PLANCODE-SMF
       SET SUBSCRIBERACTIVE-SMF  TO TRUE
       MOVE JOINDATEENTRYNUM     TO JOINDATE-SMF
       MOVE ZERO                 TO LEAVEDATE-SMF
       MOVE BILLCYCLEENTRYNUM    TO BILLCYCLE-SMF
       PERFORM SETPAYMETHODFROMENTRY
       MOVE NEWPAYMETHOD         TO PAYMETHOD-SMF
       MOVE SORTCODEENTRYNUM     TO BANKSORTCODE-SMF
       MOVE BANKACCOUNTENTRYNUM  TO BANKACCOUNT-SMF
       WRITE SUBSCRIBERMASTERREC
           INVALID KEY
               DISPLAY "MASTER WRITE FAILED - STATUS "
                   SUBSCRIBERMASTERFILESTATUS " - SUBSCRIBER NOT ADDED"
               EXIT PARAGRAPH
       END-WRITE
       MOVE "ADD"       TO WORKLOGACTION
       MOVE "NAME"      TO WORKLOGFIELDNAME
       MOVE SPACES      TO WORKLOGOLDVALUE
       MOVE NAMEENTRY   TO WORKLOGNEWVALUE
       PERFORM WRITECHANGELOGENTRY
       MOVE "JOINDATE"  TO WORKLOGFIELDNAME
       MOVE JOINDATEENTRY TO WORKLOGNEWVALUE
       PERFORM WRITECHANGELOGENTRY
       IF PAYSBYDIRECTDEBIT-SMF
           MOVE "MANDAT" TO WORKLOGACTION
           MOVE "MANDATE" TO WORKLOGFIELDNAME
           MOVE SORTCODEENTRYNUM    TO WORKMANDATESORTCODE
           MOVE BANKACCOUNTENTRYNUM TO WORKMANDATEACCOUNT
           MOVE WORKMANDATE TO WORKLOGNEWVALUE
           PERFORM WRITECHANGELOGENTRY
       END-IF
       ADD 1 TO CHANGESMADECOUNT
       DISPLAY "SUBSCRIBER " SUBSCRIBERIDENTRY " ADDED - JOINED "
           JOINDATEENTRY ", BILL CYCLE " BILLCYCLEENTRY.

*>   A blank answer keeps what the master holds. Moving a payer onto
*>   direct debit needs a mandate, so that is only offered here once
*>   one has been captured; moving them off it cancels the mandate in
*>   the same change.
CHANGESUBSCRIBERDETAILS.
       PERFORM ACCEPTEXISTINGSUBSCRIBER
       IF SUBSCRIBERNOTFOUND
           EXIT PARAGRAPH
       END-IF
       DISPLAY "NAME (BLANK TO KEEP): " WITH NO ADVANCING
       MOVE SPACES TO NAMEENTRY
       ACCEPT NAMEENTRY
       DISPLAY "ADDRESS (BLANK TO KEEP): " WITH NO ADVANCING
       MOVE SPACES TO ADDRESSENTRY
       ACCEPT ADDRESSENTRY
       DISPLAY "BILL CYCLE (BLANK TO KEEP): " WITH NO ADVANCING
       MOVE SPACES TO BILLCYCLEENTRY
       ACCEPT BILLCYCLEENTRY
       DISPLAY "PAYS BY D/P/B (BLANK TO KEEP): " WITH NO ADVANCING
       MOVE SPACE TO PAYMETHODENTRY
       ACCEPT PAYMETHODENTRY

       EVALUATE TRUE
           WHEN BILLCYCLEENTRY NOT = SPACES
                   AND (BILLCYCLEENTRY NOT NUMERIC
                        OR BILLCYCLEENTRYNUM = ZERO)
               DISPLAY "BILL CYCLE MUST BE 01 TO 99 - NOTHING CHANGED"
               EXIT PARAGRAPH
           WHEN PAYMETHODENTRY NOT = SPACE AND NOT PAYMETHODVALID
               DISPLAY "PAYMENT METHOD MUST BE D, P OR B - "
                   "NOTHING CHANGED"
               EXIT PARAGRAPH
           WHEN PAYMETHODENTRY = "D" AND NOT PAYSBYDIRECTDEBIT-SMF
               DISPLAY "NO MANDATE ON FILE - CAPTURE ONE WITH (M) TO "
                   "MOVE TO DIRECT DEBIT - NOTHING CHANGED"
               EXIT PARAGRAPH
           WHEN OTHER
               CONTINUE
       END-EVALUATE

       MOVE ZERO     TO FIELDSCHANGEDCOUNT
       MOVE "CHANGE" TO WORKLOGACTION
       IF NAMEENTRY NOT = SPACES
               AND NAMEENTRY NOT = SUBSCRIBERNAME-SMF
           MOVE "NAME"             TO WORKLOGFIELDNAME
           MOVE SUBSCRIBERNAME-SMF TO WORKLOGOLDVALUE
           MOVE NAMEENTRY          TO WORKLOGNEWVALUE
           MOVE NAMEENTRY          TO SUBSCRIBERNAME-SMF
           PERFORM WRITECHANGELOGENTRY
           ADD 1 TO FIELDSCHANGEDCOUNT
       END-IF
       IF ADDRESSENTRY NOT = SPACES
               AND ADDRESSENTRY NOT = SUBSCRIBERADDRESS-SMF
           MOVE "ADDRESS"             TO WORKLOGFIELDNAME
           MOVE SUBSCRIBERADDRESS-SMF TO WORKLOGOLDVALUE
           MOVE ADDRESSENTRY          TO WORKLOGNEWVALUE
           MOVE ADDRESSENTRY          TO SUBSCRIBERADDRESS-SMF
           PERFORM WRITECHANGELOGENTRY
           ADD 1 TO FIELDSCHANGEDCOUNT
       END-IF
       IF BILLCYCLEENTRY NOT = SPACES
               AND BILLCYCLEENTRYNUM NOT = BILLCYCLE-SMF
           MOVE "BILLCYCLE"    TO WORKLOGFIELDNAME
           MOVE SPACES         TO WORKLOGOLDVALUE
           MOVE BILLCYCLE-SMF  TO WORKLOGOLDVALUE(1:2)
           MOVE BILLCYCLEENTRY TO WORKLOGNEWVALUE
           MOVE BILLCYCLEENTRYNUM TO BILLCYCLE-SMF
           PERFORM WRITECHANGELOGENTRY
           ADD 1 TO FIELDSCHANGEDCOUNT
       END-IF
       IF PAYMETHODENTRY NOT = SPACE
           PERFORM SETPAYMETHODFROMENTRY
           IF NEWPAYMETHOD NOT = PAYMETHOD-SMF
               IF PAYSBYDIRECTDEBIT-SMF
                   PERFORM CLEARMANDATEFROMMASTER
               END-IF
               MOVE "PAYMETHOD"   TO WORKLOGFIELDNAME
               MOVE PAYMETHOD-SMF TO WORKLOGOLDVALUE
               MOVE NEWPAYMETHOD  TO WORKLOGNEWVALUE
               MOVE NEWPAYMETHOD  TO PAYMETHOD-SMF
               PERFORM WRITECHANGELOGENTRY
               ADD 1 TO FIELDSCHANGEDCOUNT
           END-IF
       END-IF

       IF FIELDSCHANGEDCOUNT = ZERO
           DISPLAY "NOTHING DIFFERENT KEYED - MASTER UNCHANGED"
           EXIT PARAGRAPH
       END-IF
       PERFORM REWRITESUBSCRIBER
       DISPLAY FIELDSCHANGEDCOUNT " FIELDS CHANGED FOR SUBSCRIBER "
           SUBSCRIBERIDENTRY.

*>   Capturing over an existing mandate replaces it - the old bank
*>   details go on the log so a collection to the wrong account can
*>   be traced back to the change that caused it.
CAPTUREMANDATE.
       PERFORM ACCEPTEXISTINGSUBSCRIBER
       IF SUBSCRIBERNOTFOUND
           EXIT PARAGRAPH
       END-IF
       IF PREPAID-SMF
           DISPLAY "SUBSCRIBER IS PREPAID - NO BILL TO COLLECT BY "
               "DIRECT DEBIT"
           EXIT PARAGRAPH
       END-IF
       PERFORM ACCEPTMANDATEDETAILS
       IF NOT MANDATEVALID
           DISPLAY "MANDATE NOT CAPTURED"
           EXIT PARAGRAPH
       END-IF
       MOVE "MANDAT"  TO WORKLOGACTION
       MOVE "MANDATE" TO WORKLOGFIELDNAME
       MOVE SPACES    TO WORKLOGOLDVALUE
       IF PAYSBYDIRECTDEBIT-SMF
           MOVE BANKSORTCODE-SMF TO WORKMANDATESORTCODE
           MOVE BANKACCOUNT-SMF  TO WORKMANDATEACCOUNT
           MOVE WORKMANDATE      TO WORKLOGOLDVALUE
       END-IF
       MOVE SORTCODEENTRYNUM    TO WORKMANDATESORTCODE
       MOVE BANKACCOUNTENTRYNUM TO WORKMANDATEACCOUNT
       MOVE WORKMANDATE         TO WORKLOGNEWVALUE
       SET PAYSBYDIRECTDEBIT-SMF TO TRUE
       MOVE SORTCODEENTRYNUM    TO BANKSORTCODE-SMF
       MOVE BANKACCOUNTENTRYNUM TO BANKACCOUNT-SMF
       PERFORM REWRITESUBSCRIBER
       PERFORM WRITECHANGELOGENTRY
       DISPLAY "MANDATE CAPTURED - SUBSCRIBER " SUBSCRIBERIDENTRY
           " NOW PAYS BY DIRECT DEBIT".

*>   With the mandate gone the subscriber pays on the bill until a new
*>   one is captured; the collection run passes them over from now on.
CANCELMANDATE.
       PERFORM ACCEPTEXISTINGSUBSCRIBER
       IF SUBSCRIBERNOTFOUND
           EXIT PARAGRAPH
       END-IF
       IF NOT PAYSBYDIRECTDEBIT-SMF
           DISPLAY "SUBSCRIBER HAS NO DIRECT DEBIT MANDATE"
           EXIT PARAGRAPH
       END-IF
       MOVE BANKSORTCODE-SMF TO WORKMANDATESORTCODE
       MOVE BANKACCOUNT-SMF  TO WORKMANDATEACCOUNT
       DISPLAY "CANCEL MANDATE " WORKMANDATE " (Y/N)? "
           WITH NO ADVANCING
       MOVE SPACE TO CONFIRMENTRY
       ACCEPT CONFIRMENTRY
       IF NOT ACTIONCONFIRMED
           DISPLAY "MANDATE LEFT IN PLACE"
           EXIT PARAGRAPH
       END-IF
       PERFORM CLEARMANDATEFROMMASTER
       MOVE SPACE TO PAYMETHOD-SMF
       PERFORM REWRITESUBSCRIBER
       DISPLAY "MANDATE CANCELLED - SUBSCRIBER " SUBSCRIBERIDENTRY
           " NOW PAYS ON THE BILL".

CLEARMANDATEFROMMASTER.
       MOVE "CANCEL"  TO WORKLOGACTION
       MOVE "MANDATE" TO WORKLOGFIELDNAME
       MOVE BANKSORTCODE-SMF TO WORKMANDATESORTCODE
       MOVE BANKACCOUNT-SMF  TO WORKMANDATEACCOUNT
       MOVE WORKMANDATE TO WORKLOGOLDVALUE
       MOVE SPACES      TO WORKLOGNEWVALUE
       PERFORM WRITECHANGELOGENTRY
       MOVE ZERO TO BANKSORTCODE-SMF, BANKACCOUNT-SMF
       MOVE "CHANGE" TO WORKLOGACTION.

*>   The bank will reject a collection against a sort code or account
*>   that is short, has letters in it, or is all zeros or all one
*>   digit repeated - those are keying slips, caught here rather than
*>   on the returns file a week later.
ACCEPTMANDATEDETAILS.
       MOVE "N" TO MANDATEVALIDSWITCH
       DISPLAY "PAYER SORT CODE (6 DIGITS): " WITH NO ADVANCING
       MOVE SPACES TO SORTCODEENTRY
       ACCEPT SORTCODEENTRY
       DISPLAY "PAYER BANK ACCOUNT (8 DIGITS): " WITH NO ADVANCING
       MOVE SPACES TO BANKACCOUNTENTRY
       ACCEPT BANKACCOUNTENTRY
       MOVE ZERO TO SORTCODEREPEATCOUNT, ACCOUNTREPEATCOUNT
       INSPECT SORTCODEENTRY TALLYING SORTCODEREPEATCOUNT
           FOR ALL SORTCODEENTRY(1:1)
       INSPECT BANKACCOUNTENTRY TALLYING ACCOUNTREPEATCOUNT
           FOR ALL BANKACCOUNTENTRY(1:1)
       EVALUATE TRUE
           WHEN SORTCODEENTRY NOT NUMERIC
               DISPLAY "SORT CODE MUST BE SIX DIGITS"
           WHEN BANKACCOUNTENTRY NOT NUMERIC
               DISPLAY "BANK ACCOUNT MUST BE EIGHT DIGITS"
           WHEN SORTCODEREPEATCOUNT = 6
               DISPLAY "SORT CODE " SORTCODEENTRY " IS NOT A BRANCH"
           WHEN ACCOUNTREPEATCOUNT = 8
               DISPLAY "BANK ACCOUNT " BANKACCOUNTENTRY
                   " IS NOT A VALID ACCOUNT NUMBER"
           WHEN OTHER
               SET MANDATEVALID TO TRUE
       END-EVALUATE.

*>   B - pays on the bill - is held as a space, as the master has
*>   always carried it.
SETPAYMETHODFROMENTRY.
       IF PAYMETHODENTRY = "B"
           MOVE SPACE TO NEWPAYMETHOD
       ELSE
           MOVE PAYMETHODENTRY TO NEWPAYMETHOD
       END-IF.

*>   A closed subscriber's record is history for the archive run and
*>   is shown but not changed.
ACCEPTEXISTINGSUBSCRIBER.
       DISPLAY "SUBSCRIBER ID: " WITH NO ADVANCING
       MOVE SPACES TO SUBSCRIBERIDENTRY
       ACCEPT SUBSCRIBERIDENTRY
       PERFORM FINDSUBSCRIBER
       IF SUBSCRIBERNOTFOUND
           DISPLAY "NO SUCH SUBSCRIBER ON THE MASTER"
           EXIT PARAGRAPH
       END-IF
       IF SUBSCRIBERCLOSED-SMF
           DISPLAY "SUBSCRIBER " SUBSCRIBERIDENTRY " IS CLOSED - LEFT "
               LEAVEDATE-SMF " - NOT CHANGED"
           SET SUBSCRIBERNOTFOUND TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM DISPLAYSUBSCRIBER.

SHOWSUBSCRIBER.
       DISPLAY "SUBSCRIBER ID: " WITH NO ADVANCING
       MOVE SPACES TO SUBSCRIBERIDENTRY
       ACCEPT SUBSCRIBERIDENTRY
       PERFORM FINDSUBSCRIBER
       IF SUBSCRIBERNOTFOUND
           DISPLAY "NO SUCH SUBSCRIBER ON THE MASTER"
       ELSE
           PERFORM DISPLAYSUBSCRIBER
       END-IF.

DISPLAYSUBSCRIBER.
       EVALUATE TRUE
           WHEN PAYSBYDIRECTDEBIT-SMF MOVE "DIRECT DEBIT" TO SHOWPAYMETHOD
           WHEN PREPAID-SMF           MOVE "PREPAID"      TO SHOWPAYMETHOD
           WHEN OTHER                 MOVE "ON THE BILL"  TO SHOWPAYMETHOD
       END-EVALUATE
       DISPLAY SUBSCRIBERID-SMF " " SUBSCRIBERNAME-SMF " "
           SUBSCRIBERSTATUS-SMF " PLAN " PLANCODE-SMF
       DISPLAY "  " SUBSCRIBERADDRESS-SMF
       DISPLAY "  JOINED " JOINDATE-SMF "  BILL CYCLE " BILLCYCLE-SMF
           "  PAYS " SHOWPAYMETHOD
       IF PAYSBYDIRECTDEBIT-SMF
           DISPLAY "  MANDATE SORT CODE " BANKSORTCODE-SMF
               "  ACCOUNT " BANKACCOUNT-SMF
       END-IF.

FINDSUBSCRIBER.
       SET SUBSCRIBERNOTFOUND TO TRUE
       IF SUBSCRIBERIDENTRY IS NUMERIC
           MOVE SUBSCRIBERIDENTRYNUM TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET SUBSCRIBERFOUND TO TRUE
           END-READ
       END-IF.

REWRITESUBSCRIBER.
       REWRITE SUBSCRIBERMASTERREC
           INVALID KEY
               DISPLAY "MASTER REWRITE FAILED - STATUS "
                   SUBSCRIBERMASTERFILESTATUS
           NOT INVALID KEY
               ADD 1 TO CHANGESMADECOUNT
       END-REWRITE.

VALIDATESUBSCRIBERCHECKDIGIT.
       MOVE ZERO TO CHECKDIGITWEIGHTSUM
       PERFORM ACCUMULATECHECKDIGITWEIGHT
           VARYING CHECKDIGITIDX FROM 1 BY 1 UNTIL CHECKDIGITIDX > 9
       COMPUTE COMPUTEDCHECKDIGIT = FUNCTION MOD(CHECKDIGITWEIGHTSUM, 10)
       IF COMPUTEDCHECKDIGIT = SUBSCRIBERID-DIGIT(10)
           SET SUBSCRIBERIDVALID TO TRUE
       ELSE
           SET SUBSCRIBERIDINVALID TO TRUE
       END-IF.

ACCUMULATECHECKDIGITWEIGHT.
       IF FUNCTION MOD(CHECKDIGITIDX, 2) = 1
           COMPUTE CHECKDIGITWEIGHTSUM =
               CHECKDIGITWEIGHTSUM + (SUBSCRIBERID-DIGIT(CHECKDIGITIDX) * 2)
       ELSE
           COMPUTE CHECKDIGITWEIGHTSUM =
               CHECKDIGITWEIGHTSUM + SUBSCRIBERID-DIGIT(CHECKDIGITIDX)
       END-IF.

FINDPLANONFILE.
       MOVE "N" TO PLANFOUNDSWITCH
       PERFORM CHECKONEPLAN
           VARYING PLANCHARGEIDX FROM 1 BY 1
           UNTIL PLANCHARGEIDX > PLANCHARGECOUNT.

CHECKONEPLAN.
       IF PCPLANCODE(PLANCHARGEIDX) = PLANCODEENTRY
           SET PLANFOUND TO TRUE
       END-IF.

LOADPLANCHARGES.
       OPEN INPUT PLANCHARGEFILE
       IF PLANCHARGEFILEOK
           READ PLANCHARGEFILE
               AT END SET ENDOFPLANCHARGEFILE TO TRUE
           END-READ
           PERFORM STOREONEPLANCHARGE UNTIL ENDOFPLANCHARGEFILE
           CLOSE PLANCHARGEFILE
       END-IF
       IF PLANCHARGECOUNT = ZERO
           DISPLAY "NO PLAN CHARGES FILE - NEW SUBSCRIBERS WILL BE "
               "REFUSED"
       END-IF.

STOREONEPLANCHARGE.
       ADD 1 TO PLANCHARGECOUNT
       MOVE PLANCODE-PCF        TO PCPLANCODE(PLANCHARGECOUNT)
       MOVE PLANDESCRIPTION-PCF TO PCDESCRIPTION(PLANCHARGECOUNT)
       READ PLANCHARGEFILE
           AT END SET ENDOFPLANCHARGEFILE TO TRUE
       END-READ.

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
       MOVE "SUBMAINT"     TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.

WRITECHANGELOGENTRY.
       OPEN EXTEND SUBSCRIBERCHANGELOGFILE
       IF NOT SUBSCRIBERCHANGELOGFILEOK
           OPEN OUTPUT SUBSCRIBERCHANGELOGFILE
       END-IF
       MOVE SPACES TO SUBSCRIBERCHANGELOGREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO LOGTIMESTAMP
       MOVE OPERATORID           TO LOGOPERATORID
       MOVE WORKLOGACTION        TO LOGACTION
       MOVE SUBSCRIBERIDENTRYNUM TO LOGSUBSCRIBERID
       MOVE WORKLOGFIELDNAME     TO LOGFIELDNAME
       MOVE WORKLOGOLDVALUE      TO LOGOLDVALUE
       MOVE WORKLOGNEWVALUE      TO LOGNEWVALUE
       WRITE SUBSCRIBERCHANGELOGREC
       CLOSE SUBSCRIBERCHANGELOGFILE.
