IDENTIFICATION DIVISION.
PROGRAM-ID. DUPLICATEEVENTRELEASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Usage events the billing summary run held out of rating because
*>   the same event had already been read - from an earlier switch file
*>   or earlier in the same one. An event found to be genuine is
*>   released here and the next billing run for its cycle rates it; one
*>   confirmed as a re-send is dropped so it no longer waits on a
*>   decision. Either way the record stays as the history of who
*>   decided and when.
       SELECT HELDEVENTFILE ASSIGN TO "HeldUsageEvents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELDEVENTFILESTATUS.

       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     HELDEVENTFILE.
01     HELDEVENTREC.
       88 ENDOFHELDEVENTS       VALUE HIGH-VALUES.
       02 HOLDREFERENCE-HEF     PIC 9(6).
       02 HOLDSTATUS-HEF        PIC X.
       02 FILESEQUENCE-HEF      PIC 9(6).
       02 MATCHEDSEQUENCE-HEF   PIC 9(6).
       02 HELDDATE-HEF          PIC 9(8).
       02 DECIDEDBY-HEF         PIC X(8).
       02 DECIDEDDATE-HEF       PIC 9(8).
       02 BILLEDDATE-HEF        PIC 9(8).
       02 USAGEBODY-HEF.
           03 SUBSCRIBERID-HEF  PIC X(10).
           03 SERVICETYPE-HEF   PIC 9.
           03 UNITSUSED-HEF     PIC 9(6).
           03 PEAKFLAG-HEF      PIC X.
           03 EVENTDATETIME-HEF PIC X(12).
           03 FILLER            PIC X(5).

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
01     HELDEVENTFILESTATUS      PIC XX.
       88 HELDEVENTFILEOK       VALUE "00".
01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYSDATE               PIC 9(8).

01     HELDEVENTCOUNT           PIC 9(4) VALUE ZERO.
01     HELDEVENTTABLE.
       02 HELDEVENT OCCURS 0 TO 5000 TIMES DEPENDING ON HELDEVENTCOUNT.
           03 HTHOLDREFERENCE   PIC 9(6).
           03 HTSTATUS          PIC X.
               88 HTHELD        VALUE "H".
               88 HTRELEASED    VALUE "R".
               88 HTBILLED      VALUE "B".
               88 HTDROPPED     VALUE "D".
           03 HTFILESEQUENCE    PIC 9(6).
           03 HTMATCHEDSEQUENCE PIC 9(6).
           03 HTHELDDATE        PIC 9(8).
           03 HTDECIDEDBY       PIC X(8).
           03 HTDECIDEDDATE     PIC 9(8).
           03 HTBILLEDDATE      PIC 9(8).
           03 HTUSAGEBODY       PIC X(35).
01     HELDEVENTIDX             PIC 9(4).
01     FOUNDIDX                 PIC 9(4) VALUE ZERO.

01     HELDEVENTFOUNDSWITCH     PIC X VALUE "N".
       88 HELDEVENTFOUND        VALUE "Y".
       88 HELDEVENTNOTFOUND     VALUE "N".

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

01     ACTIONENTRY              PIC X VALUE SPACE.
       88 RELEASEACTION         VALUE "R" "r".
       88 DROPACTION            VALUE "D" "d".
       88 LISTACTION            VALUE "L" "l".
       88 QUITACTION            VALUE "Q" "q".

01     HOLDREFERENCEENTRY       PIC 9(6).

01     EVENTSRELEASED           PIC 9(4) VALUE ZERO.
01     EVENTSDROPPED            PIC 9(4) VALUE ZERO.
01     HELDEVENTSLISTED         PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TODAYSDATE FROM DATE YYYYMMDD

       PERFORM LOADOPERATORPERMISSIONS
       PERFORM LOADHELDEVENTTABLE

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       IF EVENTSRELEASED > ZERO OR EVENTSDROPPED > ZERO
           PERFORM REWRITEHELDEVENTFILE
       END-IF
       DISPLAY "EVENTS RELEASED FOR BILLING: " EVENTSRELEASED
           "  DROPPED AS DUPLICATES: " EVENTSDROPPED
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(L)IST HELD EVENTS, (R)ELEASE AN EVENT FOR BILLING, "
           "(D)ROP A DUPLICATE, OR (Q)UIT - " WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Releasing puts an event back on a subscriber's bill, so it needs
*>   the permission; dropping only confirms what the run already did.
       MOVE SPACES TO WORKACTIONCODE
       IF RELEASEACTION
           MOVE "EVENTRELEASE" TO WORKACTIONCODE
       END-IF
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN RELEASEACTION PERFORM RELEASEHELDEVENT
               WHEN DROPACTION    PERFORM DROPHELDEVENT
               WHEN LISTACTION    PERFORM LISTHELDEVENTS
               WHEN QUITACTION    CONTINUE
               WHEN OTHER         DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

RELEASEHELDEVENT.
       PERFORM FINDHELDEVENT
       IF HELDEVENTNOTFOUND
           DISPLAY "NO EVENT HELD UNDER THAT REFERENCE"
           EXIT PARAGRAPH
       END-IF
       SET HTRELEASED(FOUNDIDX) TO TRUE
       PERFORM MARKEVENTDECIDED
       ADD 1 TO EVENTSRELEASED
       DISPLAY "EVENT RELEASED - THE NEXT BILLING RUN FOR ITS CYCLE "
           "WILL RATE IT".

DROPHELDEVENT.
       PERFORM FINDHELDEVENT
       IF HELDEVENTNOTFOUND
           DISPLAY "NO EVENT HELD UNDER THAT REFERENCE"
           EXIT PARAGRAPH
       END-IF
       SET HTDROPPED(FOUNDIDX) TO TRUE
       PERFORM MARKEVENTDECIDED
       ADD 1 TO EVENTSDROPPED
       DISPLAY "EVENT DROPPED AS A DUPLICATE - IT WILL NOT BE BILLED".

MARKEVENTDECIDED.
       MOVE TODAYSDATE TO HTDECIDEDDATE(FOUNDIDX)
       MOVE OPERATORID TO HTDECIDEDBY(FOUNDIDX).

*>   Only an event still waiting on a decision can be released or
*>   dropped - one already released may have been billed since.
FINDHELDEVENT.
       DISPLAY "HOLD REFERENCE: " WITH NO ADVANCING
       ACCEPT HOLDREFERENCEENTRY
       SET HELDEVENTNOTFOUND TO TRUE
       MOVE ZERO TO FOUNDIDX
       PERFORM CHECKONEHELDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT
       IF HELDEVENTFOUND
           MOVE HTUSAGEBODY(FOUNDIDX) TO USAGEBODY-HEF
           DISPLAY "SUBSCRIBER " SUBSCRIBERID-HEF
               "  TYPE " SERVICETYPE-HEF
               "  EVENT " EVENTDATETIME-HEF
               "  UNITS " UNITSUSED-HEF
               "  FILE " HTFILESEQUENCE(FOUNDIDX)
               "  EARLIER COPY " HTMATCHEDSEQUENCE(FOUNDIDX)
       END-IF.

CHECKONEHELDEVENT.
       IF HTHELD(HELDEVENTIDX)
               AND HTHOLDREFERENCE(HELDEVENTIDX) = HOLDREFERENCEENTRY
           SET HELDEVENTFOUND TO TRUE
           MOVE HELDEVENTIDX TO FOUNDIDX
       END-IF.

LISTHELDEVENTS.
       MOVE ZERO TO HELDEVENTSLISTED
       PERFORM LISTONEHELDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT
       DISPLAY "EVENTS AWAITING A DECISION: " HELDEVENTSLISTED.

LISTONEHELDEVENT.
       IF HTHELD(HELDEVENTIDX)
           MOVE HTUSAGEBODY(HELDEVENTIDX) TO USAGEBODY-HEF
           DISPLAY HTHOLDREFERENCE(HELDEVENTIDX) " "
               SUBSCRIBERID-HEF " " SERVICETYPE-HEF " "
               EVENTDATETIME-HEF " " UNITSUSED-HEF " FILE "
               HTFILESEQUENCE(HELDEVENTIDX) " EARLIER "
               HTMATCHEDSEQUENCE(HELDEVENTIDX) " HELD "
               HTHELDDATE(HELDEVENTIDX)
           ADD 1 TO HELDEVENTSLISTED
       END-IF.

LOADHELDEVENTTABLE.
       OPEN INPUT HELDEVENTFILE
       IF HELDEVENTFILEOK
           READ HELDEVENTFILE
               AT END SET ENDOFHELDEVENTS TO TRUE
           END-READ
           PERFORM STOREONEHELDEVENT UNTIL ENDOFHELDEVENTS
           CLOSE HELDEVENTFILE
       END-IF.

STOREONEHELDEVENT.
       ADD 1 TO HELDEVENTCOUNT
       MOVE HOLDREFERENCE-HEF   TO HTHOLDREFERENCE(HELDEVENTCOUNT)
       MOVE HOLDSTATUS-HEF      TO HTSTATUS(HELDEVENTCOUNT)
       MOVE FILESEQUENCE-HEF    TO HTFILESEQUENCE(HELDEVENTCOUNT)
       MOVE MATCHEDSEQUENCE-HEF TO HTMATCHEDSEQUENCE(HELDEVENTCOUNT)
       MOVE HELDDATE-HEF        TO HTHELDDATE(HELDEVENTCOUNT)
       MOVE DECIDEDBY-HEF       TO HTDECIDEDBY(HELDEVENTCOUNT)
       MOVE DECIDEDDATE-HEF     TO HTDECIDEDDATE(HELDEVENTCOUNT)
       MOVE BILLEDDATE-HEF      TO HTBILLEDDATE(HELDEVENTCOUNT)
       MOVE USAGEBODY-HEF       TO HTUSAGEBODY(HELDEVENTCOUNT)
       READ HELDEVENTFILE
           AT END SET ENDOFHELDEVENTS TO TRUE
       END-READ.

REWRITEHELDEVENTFILE.
       OPEN OUTPUT HELDEVENTFILE
       PERFORM WRITEONEHELDEVENT
           VARYING HELDEVENTIDX FROM 1 BY 1
           UNTIL HELDEVENTIDX > HELDEVENTCOUNT
       CLOSE HELDEVENTFILE.

WRITEONEHELDEVENT.
       MOVE SPACES                          TO HELDEVENTREC
       MOVE HTHOLDREFERENCE(HELDEVENTIDX)   TO HOLDREFERENCE-HEF
       MOVE HTSTATUS(HELDEVENTIDX)          TO HOLDSTATUS-HEF
       MOVE HTFILESEQUENCE(HELDEVENTIDX)    TO FILESEQUENCE-HEF
       MOVE HTMATCHEDSEQUENCE(HELDEVENTIDX) TO MATCHEDSEQUENCE-HEF
       MOVE HTHELDDATE(HELDEVENTIDX)        TO HELDDATE-HEF
       MOVE HTDECIDEDBY(HELDEVENTIDX)       TO DECIDEDBY-HEF
       MOVE HTDECIDEDDATE(HELDEVENTIDX)     TO DECIDEDDATE-HEF
       MOVE HTBILLEDDATE(HELDEVENTIDX)      TO BILLEDDATE-HEF
       MOVE HTUSAGEBODY(HELDEVENTIDX)       TO USAGEBODY-HEF
       WRITE HELDEVENTREC.

*>   The operator's permitted action codes, loaded once at sign-on.
*>   No permissions file on disk means no enforcement.
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
       MOVE "EVENTRELEASE" TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
