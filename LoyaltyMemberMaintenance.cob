IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTYMEMBERMAINTENANCE.

*>   Keeps the loyalty member master, LoyaltyMembers.dat. Marketing
*>   enrols a member when the sign-up form comes back, fills in the
*>   details of a card LOYALTYPOINTSUPDATE enrolled at the till, and
*>   closes a lost or surrendered card so it earns nothing further.
*>   Points balances are never keyed here - only the nightly run moves
*>   points, so the balance always agrees with LoyaltyPoints.dat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LOYALTYMEMBERFILE ASSIGN TO "LoyaltyMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOYALTYMEMBERFILESTATUS.

       SELECT MEMBERCHANGELOGFILE ASSIGN TO "LoyaltyMaintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEMBERCHANGELOGFILESTATUS.

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
FD     LOYALTYMEMBERFILE.
01     LOYALTYMEMBERREC.
       88 ENDOFLOYALTYMEMBERS   VALUE HIGH-VALUES.
       02 LMCARDNO              PIC X(10).
       02 LMMEMBERNAME          PIC X(30).
       02 LMPOSTCODE            PIC X(8).
       02 LMJOINDATE            PIC 9(8).
       02 LMSTATUS              PIC X.
       02 LMPOINTSBALANCE       PIC 9(7).
       02 LMPOINTSEARNED        PIC 9(9).
       02 LMPOINTSREDEEMED      PIC 9(9).
       02 LMLASTVISITDATE       PIC 9(8).
       02 LMVISITCOUNT          PIC 9(5).

FD     MEMBERCHANGELOGFILE.
01     MEMBERCHANGELOGREC.
       02 LOGTIMESTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 LOGOPERATORID         PIC X(8).
       02 FILLER                PIC X.
       02 LOGACTION             PIC X(6).
       02 FILLER                PIC X.
       02 LOGCARDNO             PIC X(10).
       02 FILLER                PIC X.
       02 LOGMEMBERNAME         PIC X(30).

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
01     LOYALTYMEMBERFILESTATUS  PIC XX.
       88 LOYALTYMEMBERFILEOK   VALUE "00".
01     MEMBERCHANGELOGFILESTATUS PIC XX.
       88 MEMBERCHANGELOGFILEOK VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYDATE                PIC 9(8).

01     MEMBERCOUNT              PIC 9(5) VALUE ZERO.
01     MEMBERTABLE.
       02 MEMBER OCCURS 0 TO 20000 TIMES
               DEPENDING ON MEMBERCOUNT
               ASCENDING KEY IS MTCARDNO
               INDEXED BY MTIDX.
           03 MTCARDNO          PIC X(10).
           03 MTMEMBERNAME      PIC X(30).
           03 MTPOSTCODE        PIC X(8).
           03 MTJOINDATE        PIC 9(8).
           03 MTSTATUS          PIC X.
               88 MTACTIVE      VALUE "A".
               88 MTCLOSED      VALUE "C".
           03 MTPOINTSBALANCE   PIC 9(7).
           03 MTPOINTSEARNED    PIC 9(9).
           03 MTPOINTSREDEEMED  PIC 9(9).
           03 MTLASTVISITDATE   PIC 9(8).
           03 MTVISITCOUNT      PIC 9(5).
01     MEMBERIDX                PIC 9(5).
01     FOUNDMEMBERIDX           PIC 9(5) VALUE ZERO.

01     ACTIONENTRY              PIC X VALUE SPACE.
       88 ENROLACTION           VALUE "E" "e".
       88 CHANGEACTION          VALUE "C" "c".
       88 CLOSEACTION           VALUE "X" "x".
       88 LISTACTION            VALUE "L" "l".
       88 QUITACTION            VALUE "Q" "q".

01     CARDNOENTRY              PIC X(10) VALUE SPACES.
01     MEMBERNAMEENTRY          PIC X(30) VALUE SPACES.
01     POSTCODEENTRY            PIC X(8) VALUE SPACES.
01     CONFIRMENTRY             PIC X VALUE SPACE.
       88 ACTIONCONFIRMED       VALUE "Y" "y".

01     WORKLOGACTION            PIC X(6) VALUE SPACES.
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
       PERFORM LOADLOYALTYMEMBERS

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       IF CHANGESMADECOUNT > ZERO
           PERFORM REWRITELOYALTYMEMBERS
           DISPLAY "LOYALTY MEMBER MASTER REWRITTEN - " CHANGESMADECOUNT
               " CHANGES APPLIED"
       ELSE
           DISPLAY "NO CHANGES MADE - LOYALTY MEMBER MASTER UNTOUCHED"
       END-IF
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(E)NROL, (C)HANGE DETAILS, CLOSE CARD (X), (L)IST, "
           "OR (Q)UIT - " WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Listing and quitting are open to anyone signed on; the actions
*>   that change the master each need their own permission.
       MOVE SPACES TO WORKACTIONCODE
       EVALUATE TRUE
           WHEN ENROLACTION  MOVE "LOYALMAINTE" TO WORKACTIONCODE
           WHEN CHANGEACTION MOVE "LOYALMAINTC" TO WORKACTIONCODE
           WHEN CLOSEACTION  MOVE "LOYALMAINTX" TO WORKACTIONCODE
           WHEN OTHER        CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN ENROLACTION  PERFORM ENROLMEMBER
               WHEN CHANGEACTION PERFORM CHANGEMEMBERDETAILS
               WHEN CLOSEACTION  PERFORM CLOSEMEMBERCARD
               WHEN LISTACTION   PERFORM LISTMEMBERS
               WHEN QUITACTION   CONTINUE
               WHEN OTHER        DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

*>   The card number is the one printed on the card, so it must be the
*>   ten digits the tills read or the nightly run will never match it.
ENROLMEMBER.
       DISPLAY "CARD NUMBER: " WITH NO ADVANCING
       ACCEPT CARDNOENTRY
       IF CARDNOENTRY NOT NUMERIC
           DISPLAY "CARD NUMBER MUST BE TEN DIGITS"
       ELSE
           PERFORM FINDMEMBERCARD
           IF FOUNDMEMBERIDX NOT = ZERO
               DISPLAY "CARD " CARDNOENTRY " ALREADY ON FILE - USE "
                   "CHANGE DETAILS"
           ELSE
               DISPLAY "MEMBER NAME: " WITH NO ADVANCING
               ACCEPT MEMBERNAMEENTRY
               DISPLAY "POSTCODE: " WITH NO ADVANCING
               ACCEPT POSTCODEENTRY
               IF MEMBERNAMEENTRY = SPACES
                   DISPLAY "MEMBER NAME CANNOT BE BLANK"
               ELSE
                   PERFORM INSERTMEMBERINKEYORDER
                   MOVE MEMBERNAMEENTRY TO MTMEMBERNAME(MEMBERIDX)
                   MOVE POSTCODEENTRY   TO MTPOSTCODE(MEMBERIDX)
                   MOVE TODAYDATE       TO MTJOINDATE(MEMBERIDX)
                   SET MTACTIVE(MEMBERIDX) TO TRUE
                   MOVE "ENROL" TO WORKLOGACTION
                   PERFORM WRITECHANGELOGENTRY
                   ADD 1 TO CHANGESMADECOUNT
               END-IF
           END-IF
       END-IF.

CHANGEMEMBERDETAILS.
       DISPLAY "CARD NUMBER: " WITH NO ADVANCING
       ACCEPT CARDNOENTRY
       PERFORM FINDMEMBERCARD
       IF FOUNDMEMBERIDX = ZERO
           DISPLAY "NO SUCH CARD ON FILE"
       ELSE
           DISPLAY "CURRENT NAME IS " MTMEMBERNAME(FOUNDMEMBERIDX)
               " POSTCODE " MTPOSTCODE(FOUNDMEMBERIDX)
           DISPLAY "NEW NAME: " WITH NO ADVANCING
           ACCEPT MEMBERNAMEENTRY
           DISPLAY "NEW POSTCODE: " WITH NO ADVANCING
           ACCEPT POSTCODEENTRY
           IF MEMBERNAMEENTRY = SPACES
               DISPLAY "MEMBER NAME CANNOT BE BLANK"
           ELSE
               MOVE MEMBERNAMEENTRY TO MTMEMBERNAME(FOUNDMEMBERIDX)
               MOVE POSTCODEENTRY   TO MTPOSTCODE(FOUNDMEMBERIDX)
               MOVE "CHANGE" TO WORKLOGACTION
               PERFORM WRITECHANGELOGENTRY
               ADD 1 TO CHANGESMADECOUNT
           END-IF
       END-IF.

*>   A closed card stays on the master with whatever points it holds,
*>   so its history still reads on the statement; it simply earns no
*>   more.
CLOSEMEMBERCARD.
       DISPLAY "CARD NUMBER: " WITH NO ADVANCING
       ACCEPT CARDNOENTRY
       PERFORM FINDMEMBERCARD
       IF FOUNDMEMBERIDX = ZERO
           DISPLAY "NO SUCH CARD ON FILE"
       ELSE
           IF MTCLOSED(FOUNDMEMBERIDX)
               DISPLAY "CARD " CARDNOENTRY " IS ALREADY CLOSED"
           ELSE
               DISPLAY "CLOSE CARD " CARDNOENTRY " FOR "
                   MTMEMBERNAME(FOUNDMEMBERIDX) " HOLDING "
                   MTPOINTSBALANCE(FOUNDMEMBERIDX) " POINTS (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT CONFIRMENTRY
               IF ACTIONCONFIRMED
                   SET MTCLOSED(FOUNDMEMBERIDX) TO TRUE
                   MOVE MTMEMBERNAME(FOUNDMEMBERIDX) TO MEMBERNAMEENTRY
                   MOVE "CLOSE" TO WORKLOGACTION
                   PERFORM WRITECHANGELOGENTRY
                   ADD 1 TO CHANGESMADECOUNT
               ELSE
                   DISPLAY "CARD LEFT OPEN"
               END-IF
           END-IF
       END-IF.

LISTMEMBERS.
       PERFORM LISTONEMEMBER
           VARYING MEMBERIDX FROM 1 BY 1 UNTIL MEMBERIDX > MEMBERCOUNT
       DISPLAY "MEMBERS ON FILE: " MEMBERCOUNT.

LISTONEMEMBER.
       DISPLAY MTCARDNO(MEMBERIDX) " " MTMEMBERNAME(MEMBERIDX)
           " " MTPOSTCODE(MEMBERIDX) " " MTSTATUS(MEMBERIDX)
           " " MTPOINTSBALANCE(MEMBERIDX).

FINDMEMBERCARD.
       MOVE ZERO TO FOUNDMEMBERIDX
       IF MEMBERCOUNT > ZERO
           SEARCH ALL MEMBER
               AT END CONTINUE
               WHEN MTCARDNO(MTIDX) = CARDNOENTRY
                   SET FOUNDMEMBERIDX TO MTIDX
           END-SEARCH
       END-IF.

INSERTMEMBERINKEYORDER.
       ADD 1 TO MEMBERCOUNT
       MOVE MEMBERCOUNT TO MEMBERIDX
       PERFORM SHIFTONEMEMBERUP
           UNTIL MEMBERIDX = 1
           OR MTCARDNO(MEMBERIDX - 1) < CARDNOENTRY
       INITIALIZE MEMBER(MEMBERIDX)
       MOVE CARDNOENTRY TO MTCARDNO(MEMBERIDX).

SHIFTONEMEMBERUP.
       MOVE MEMBER(MEMBERIDX - 1) TO MEMBER(MEMBERIDX)
       SUBTRACT 1 FROM MEMBERIDX.

LOADLOYALTYMEMBERS.
       OPEN INPUT LOYALTYMEMBERFILE
       IF LOYALTYMEMBERFILEOK
           READ LOYALTYMEMBERFILE
               AT END SET ENDOFLOYALTYMEMBERS TO TRUE
           END-READ
           PERFORM STOREONEMEMBER UNTIL ENDOFLOYALTYMEMBERS
           CLOSE LOYALTYMEMBERFILE
       END-IF.

STOREONEMEMBER.
       ADD 1 TO MEMBERCOUNT
       MOVE LMCARDNO         TO MTCARDNO(MEMBERCOUNT)
       MOVE LMMEMBERNAME     TO MTMEMBERNAME(MEMBERCOUNT)
       MOVE LMPOSTCODE       TO MTPOSTCODE(MEMBERCOUNT)
       MOVE LMJOINDATE       TO MTJOINDATE(MEMBERCOUNT)
       MOVE LMSTATUS         TO MTSTATUS(MEMBERCOUNT)
       MOVE LMPOINTSBALANCE  TO MTPOINTSBALANCE(MEMBERCOUNT)
       MOVE LMPOINTSEARNED   TO MTPOINTSEARNED(MEMBERCOUNT)
       MOVE LMPOINTSREDEEMED TO MTPOINTSREDEEMED(MEMBERCOUNT)
       MOVE LMLASTVISITDATE  TO MTLASTVISITDATE(MEMBERCOUNT)
       MOVE LMVISITCOUNT     TO MTVISITCOUNT(MEMBERCOUNT)
       READ LOYALTYMEMBERFILE
           AT END SET ENDOFLOYALTYMEMBERS TO TRUE
       END-READ.

REWRITELOYALTYMEMBERS.
       OPEN OUTPUT LOYALTYMEMBERFILE
       PERFORM WRITEONEMEMBER
           VARYING MEMBERIDX FROM 1 BY 1 UNTIL MEMBERIDX > MEMBERCOUNT
       CLOSE LOYALTYMEMBERFILE.

WRITEONEMEMBER.
       MOVE MTCARDNO(MEMBERIDX)         TO LMCARDNO
       MOVE MTMEMBERNAME(MEMBERIDX)     TO LMMEMBERNAME
       MOVE MTPOSTCODE(MEMBERIDX)       TO LMPOSTCODE
       MOVE MTJOINDATE(MEMBERIDX)       TO LMJOINDATE
       MOVE MTSTATUS(MEMBERIDX)         TO LMSTATUS
       MOVE MTPOINTSBALANCE(MEMBERIDX)  TO LMPOINTSBALANCE
       MOVE MTPOINTSEARNED(MEMBERIDX)   TO LMPOINTSEARNED
       MOVE MTPOINTSREDEEMED(MEMBERIDX) TO LMPOINTSREDEEMED
       MOVE MTLASTVISITDATE(MEMBERIDX)  TO LMLASTVISITDATE
       MOVE MTVISITCOUNT(MEMBERIDX)     TO LMVISITCOUNT
       WRITE LOYALTYMEMBERREC.

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
       MOVE "LOYALMAINT"   TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.

WRITECHANGELOGENTRY.
       OPEN EXTEND MEMBERCHANGELOGFILE
       IF NOT MEMBERCHANGELOGFILEOK
           OPEN OUTPUT MEMBERCHANGELOGFILE
       END-IF
       MOVE SPACES TO MEMBERCHANGELOGREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO LOGTIMESTAMP
       MOVE OPERATORID      TO LOGOPERATORID
       MOVE WORKLOGACTION   TO LOGACTION
       MOVE CARDNOENTRY     TO LOGCARDNO
       MOVE MEMBERNAMEENTRY TO LOGMEMBERNAME
       WRITE MEMBERCHANGELOGREC
       CLOSE MEMBERCHANGELOGFILE.
