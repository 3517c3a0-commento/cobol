IDENTIFICATION DIVISION.
PROGRAM-ID. BILLINGDISPUTEENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   One record per disputed bill. While a dispute is open its amount
*>   is held out of the aged debt chasing, the dunning extract and the
*>   direct debit collection; closed disputes stay on the register as
*>   the history of what was decided and by whom.
       SELECT DISPUTEREGISTERFILE ASSIGN TO "BillingDisputes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTEREGISTERFILESTATUS.

*>   The bill being disputed must be on the ledger, and the amount in
*>   dispute can be no more than was billed on it.
       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBSCRIBERLEDGERFILESTATUS.

*>   A dispute closed as upheld is credited the same way as any other
*>   credit - through the adjustments file, under the authorization
*>   code of whoever agreed it, for the billing summary run to apply.
       SELECT ADJUSTMENTSFILE ASSIGN TO "BillingAdjustments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUSTMENTSFILESTATUS.

       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
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
       02 BDCLOSEDDATE          PIC 9(8).
       02 BDCLOSEDBY            PIC X(8).
       02 BDAUTHCODE            PIC X(6).

FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       88 ENDOFSUBSCRIBERLEDGER VALUE HIGH-VALUES.
       02 SUBSCRIBERID-SLF      PIC 9(10).
       02 ENTRYTYPE-SLF         PIC X.
       02 AMOUNT-SLF            PIC 9(7)V99.
       02 ENTRYDATE-SLF         PIC 9(8).

FD     ADJUSTMENTSFILE.
01     ADJUSTMENTREC.
       02 SUBSCRIBERID-ADJ      PIC 9(10).
       02 ADJUSTMENTTYPE-ADJ    PIC X.
        88 ADJUSTMENTCREDIT     VALUE "C".
        88 ADJUSTMENTDEBIT      VALUE "D".
       02 AMOUNT-ADJ            PIC 9(5)V99.
       02 REASON-ADJ            PIC X(20).
       02 AUTHCODE-ADJ          PIC X(6).
       02 EFFECTIVEDATE-ADJ     PIC 9(8).

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
01     DISPUTEREGISTERFILESTATUS PIC XX.
       88 DISPUTEREGISTERFILEOK VALUE "00".
01     SUBSCRIBERLEDGERFILESTATUS PIC XX.
       88 SUBSCRIBERLEDGERFILEOK VALUE "00".
01     ADJUSTMENTSFILESTATUS    PIC XX.
       88 ADJUSTMENTSFILEOK     VALUE "00".
01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     TODAYSDATE               PIC 9(8).

01     DISPUTECOUNT             PIC 9(4) VALUE ZERO.
01     DISPUTETABLE.
       02 DISPUTE OCCURS 0 TO 5000 TIMES DEPENDING ON DISPUTECOUNT.
           03 DTSUBSCRIBERID    PIC 9(10).
           03 DTBILLDATE        PIC 9(8).
           03 DTAMOUNT          PIC 9(5)V99.
           03 DTREASON          PIC X(20).
           03 DTOWNER           PIC X(8).
           03 DTOPENEDDATE      PIC 9(8).
           03 DTOPENEDBY        PIC X(8).
           03 DTSTATUS          PIC X.
               88 DTOPEN        VALUE "O".
               88 DTUPHELD      VALUE "U".
               88 DTREJECTED    VALUE "R".
           03 DTCLOSEDDATE      PIC 9(8).
           03 DTCLOSEDBY        PIC X(8).
           03 DTAUTHCODE        PIC X(6).
01     DISPUTEIDX               PIC 9(4).
01     FOUNDIDX                 PIC 9(4) VALUE ZERO.

01     DISPUTEFOUNDSWITCH       PIC X VALUE "N".
       88 DISPUTEFOUND          VALUE "Y".
       88 DISPUTENOTFOUND       VALUE "N".

01     BILLFOUNDSWITCH          PIC X VALUE "N".
       88 BILLFOUND             VALUE "Y".
01     BILLEDAMOUNT             PIC 9(7)V99 VALUE ZERO.

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
       88 OPENACTION            VALUE "O" "o".
       88 CLOSEACTION           VALUE "C" "c".
       88 LISTACTION            VALUE "L" "l".
       88 QUITACTION            VALUE "Q" "q".

01     SUBSCRIBERIDENTRY        PIC 9(10).
01     BILLDATEENTRY            PIC X(8) VALUE SPACES.
01     AMOUNTENTRY              PIC 9(5)V99.
01     REASONENTRY              PIC X(20).
01     OWNERENTRY               PIC X(8).
01     OUTCOMEENTRY             PIC X VALUE SPACE.
       88 OUTCOMEUPHELD         VALUE "U" "u".
       88 OUTCOMEREJECTED       VALUE "R" "r".
01     AUTHCODEENTRY            PIC X(6).

01     DISPUTESOPENED           PIC 9(4) VALUE ZERO.
01     DISPUTESUPHELD           PIC 9(4) VALUE ZERO.
01     DISPUTESREJECTED         PIC 9(4) VALUE ZERO.
01     OPENDISPUTESLISTED       PIC 9(4) VALUE ZERO.

01     PRNDISPUTEAMOUNT         PIC $$,$$9.99.

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
       PERFORM LOADDISPUTETABLE

       PERFORM PROCESSONEACTION UNTIL QUITACTION

       IF DISPUTESOPENED > ZERO OR DISPUTESUPHELD > ZERO
               OR DISPUTESREJECTED > ZERO
           PERFORM REWRITEDISPUTEREGISTER
       END-IF
       DISPLAY "DISPUTES OPENED: " DISPUTESOPENED
           "  UPHELD: " DISPUTESUPHELD
           "  REJECTED: " DISPUTESREJECTED
       STOP RUN.

PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(O)PEN A DISPUTE, (C)LOSE A DISPUTE, (L)IST OPEN "
           "DISPUTES, OR (Q)UIT - " WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Opening a dispute only holds money back; closing one can raise a
*>   credit, so the two are permitted separately.
       MOVE SPACES TO WORKACTIONCODE
       EVALUATE TRUE
           WHEN OPENACTION  MOVE "DISPUTEOPEN"  TO WORKACTIONCODE
           WHEN CLOSEACTION MOVE "DISPUTECLOSE" TO WORKACTIONCODE
           WHEN OTHER       CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
       IF WORKACTIONCODE NOT = SPACES
           PERFORM CHECKACTIONPERMITTED
       END-IF
       IF ACTIONPERMITTED
           EVALUATE TRUE
               WHEN OPENACTION  PERFORM OPENDISPUTE
               WHEN CLOSEACTION PERFORM CLOSEDISPUTE
               WHEN LISTACTION  PERFORM LISTOPENDISPUTES
               WHEN QUITACTION  CONTINUE
               WHEN OTHER       DISPLAY "UNRECOGNIZED CHOICE"
           END-EVALUATE
       END-IF.

*>   One open dispute per bill - a second complaint about the same
*>   bill belongs to the dispute already open, and stacked holds could
*>   take more out of collection than was ever billed.
OPENDISPUTE.
       PERFORM ACCEPTSUBSCRIBERANDBILL
       IF BILLDATEENTRY NOT NUMERIC
           DISPLAY "BILL DATE NOT YYYYMMDD - DISPUTE NOT OPENED"
           EXIT PARAGRAPH
       END-IF
       PERFORM FINDOPENDISPUTE
       IF DISPUTEFOUND
           DISPLAY "A DISPUTE IS ALREADY OPEN ON THAT BILL - OWNER "
               DTOWNER(FOUNDIDX)
           EXIT PARAGRAPH
       END-IF
       PERFORM FINDBILLONLEDGER
       IF NOT BILLFOUND
           DISPLAY "NO BILL FOR SUBSCRIBER " SUBSCRIBERIDENTRY
               " DATED " BILLDATEENTRY " ON THE LEDGER - "
               "DISPUTE NOT OPENED"
           EXIT PARAGRAPH
       END-IF

       DISPLAY "AMOUNT IN DISPUTE: " WITH NO ADVANCING
       ACCEPT AMOUNTENTRY
       DISPLAY "REASON: " WITH NO ADVANCING
       ACCEPT REASONENTRY
       DISPLAY "OWNER (BLANK FOR YOURSELF): " WITH NO ADVANCING
       MOVE SPACES TO OWNERENTRY
       ACCEPT OWNERENTRY
       IF OWNERENTRY = SPACES
           MOVE OPERATORID TO OWNERENTRY
       END-IF

       EVALUATE TRUE
           WHEN AMOUNTENTRY = ZERO
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO - "
                   "DISPUTE NOT OPENED"
           WHEN AMOUNTENTRY > BILLEDAMOUNT
               DISPLAY "AMOUNT IS MORE THAN WAS BILLED ON "
                   BILLDATEENTRY " - DISPUTE NOT OPENED"
           WHEN REASONENTRY = SPACES
               DISPLAY "A REASON IS REQUIRED - DISPUTE NOT OPENED"
           WHEN OTHER
               ADD 1 TO DISPUTECOUNT
               MOVE SUBSCRIBERIDENTRY TO DTSUBSCRIBERID(DISPUTECOUNT)
               MOVE BILLDATEENTRY     TO DTBILLDATE(DISPUTECOUNT)
               MOVE AMOUNTENTRY       TO DTAMOUNT(DISPUTECOUNT)
               MOVE REASONENTRY       TO DTREASON(DISPUTECOUNT)
               MOVE OWNERENTRY        TO DTOWNER(DISPUTECOUNT)
               MOVE TODAYSDATE        TO DTOPENEDDATE(DISPUTECOUNT)
               MOVE OPERATORID        TO DTOPENEDBY(DISPUTECOUNT)
               SET DTOPEN(DISPUTECOUNT) TO TRUE
               MOVE ZERO              TO DTCLOSEDDATE(DISPUTECOUNT)
               MOVE SPACES            TO DTCLOSEDBY(DISPUTECOUNT)
                                         DTAUTHCODE(DISPUTECOUNT)
               ADD 1 TO DISPUTESOPENED
               DISPLAY "DISPUTE OPENED - AMOUNT HELD OUT OF COLLECTION"
       END-EVALUATE.

*>   An upheld dispute writes the credit to the adjustments file under
*>   the authorization code given here; a rejected one simply releases
*>   the hold and the amount is chased and collected as normal again.
CLOSEDISPUTE.
       PERFORM ACCEPTSUBSCRIBERANDBILL
       PERFORM FINDOPENDISPUTE
       IF DISPUTENOTFOUND
           DISPLAY "NO OPEN DISPUTE ON THAT BILL"
           EXIT PARAGRAPH
       END-IF
       MOVE DTAMOUNT(FOUNDIDX) TO PRNDISPUTEAMOUNT
       DISPLAY "AMOUNT " PRNDISPUTEAMOUNT "  REASON "
           DTREASON(FOUNDIDX) "  OWNER " DTOWNER(FOUNDIDX)
           "  OPENED " DTOPENEDDATE(FOUNDIDX)
       DISPLAY "OUTCOME (U=UPHELD R=REJECTED): " WITH NO ADVANCING
       ACCEPT OUTCOMEENTRY
       EVALUATE TRUE
           WHEN OUTCOMEUPHELD
               DISPLAY "AUTHORIZATION CODE: " WITH NO ADVANCING
               MOVE SPACES TO AUTHCODEENTRY
               ACCEPT AUTHCODEENTRY
               IF AUTHCODEENTRY = SPACES
                   DISPLAY "AN AUTHORIZATION CODE IS REQUIRED - "
                       "DISPUTE LEFT OPEN"
               ELSE
                   PERFORM WRITEUPHELDCREDIT
                   SET DTUPHELD(FOUNDIDX) TO TRUE
                   MOVE AUTHCODEENTRY TO DTAUTHCODE(FOUNDIDX)
                   PERFORM MARKDISPUTECLOSED
                   ADD 1 TO DISPUTESUPHELD
                   DISPLAY "DISPUTE UPHELD - CREDIT OF "
                       PRNDISPUTEAMOUNT " WRITTEN FOR BILLING"
               END-IF
           WHEN OUTCOMEREJECTED
               SET DTREJECTED(FOUNDIDX) TO TRUE
               PERFORM MARKDISPUTECLOSED
               ADD 1 TO DISPUTESREJECTED
               DISPLAY "DISPUTE REJECTED - AMOUNT RELEASED FOR "
                   "COLLECTION"
           WHEN OTHER
               DISPLAY "OUTCOME MUST BE U OR R - DISPUTE LEFT OPEN"
       END-EVALUATE.

MARKDISPUTECLOSED.
       MOVE TODAYSDATE TO DTCLOSEDDATE(FOUNDIDX)
       MOVE OPERATORID TO DTCLOSEDBY(FOUNDIDX).

WRITEUPHELDCREDIT.
       OPEN EXTEND ADJUSTMENTSFILE
       IF NOT ADJUSTMENTSFILEOK
           OPEN OUTPUT ADJUSTMENTSFILE
       END-IF
       MOVE SPACES                     TO ADJUSTMENTREC
       MOVE DTSUBSCRIBERID(FOUNDIDX)   TO SUBSCRIBERID-ADJ
       SET ADJUSTMENTCREDIT            TO TRUE
       MOVE DTAMOUNT(FOUNDIDX)         TO AMOUNT-ADJ
       MOVE "DISPUTE "                 TO REASON-ADJ(1:8)
       MOVE DTBILLDATE(FOUNDIDX)       TO REASON-ADJ(9:8)
       MOVE AUTHCODEENTRY              TO AUTHCODE-ADJ
       MOVE TODAYSDATE                 TO EFFECTIVEDATE-ADJ
       WRITE ADJUSTMENTREC
       CLOSE ADJUSTMENTSFILE.

ACCEPTSUBSCRIBERANDBILL.
       DISPLAY "SUBSCRIBER ID: " WITH NO ADVANCING
       ACCEPT SUBSCRIBERIDENTRY
       DISPLAY "BILL DATE (YYYYMMDD): " WITH NO ADVANCING
       MOVE SPACES TO BILLDATEENTRY
       ACCEPT BILLDATEENTRY.

LISTOPENDISPUTES.
       MOVE ZERO TO OPENDISPUTESLISTED
       PERFORM LISTONEDISPUTE
           VARYING DISPUTEIDX FROM 1 BY 1
           UNTIL DISPUTEIDX > DISPUTECOUNT
       DISPLAY "OPEN DISPUTES: " OPENDISPUTESLISTED.

LISTONEDISPUTE.
       IF DTOPEN(DISPUTEIDX)
           MOVE DTAMOUNT(DISPUTEIDX) TO PRNDISPUTEAMOUNT
           DISPLAY DTSUBSCRIBERID(DISPUTEIDX) " "
               DTBILLDATE(DISPUTEIDX) " " PRNDISPUTEAMOUNT " "
               DTREASON(DISPUTEIDX) " " DTOWNER(DISPUTEIDX) " "
               DTOPENEDDATE(DISPUTEIDX)
           ADD 1 TO OPENDISPUTESLISTED
       END-IF.

FINDOPENDISPUTE.
       SET DISPUTENOTFOUND TO TRUE
       MOVE ZERO TO FOUNDIDX
       PERFORM CHECKONEDISPUTEENTRY
           VARYING DISPUTEIDX FROM 1 BY 1
           UNTIL DISPUTEIDX > DISPUTECOUNT.

CHECKONEDISPUTEENTRY.
       IF DTOPEN(DISPUTEIDX)
               AND DTSUBSCRIBERID(DISPUTEIDX) = SUBSCRIBERIDENTRY
               AND DTBILLDATE(DISPUTEIDX) = BILLDATEENTRY
           SET DISPUTEFOUND TO TRUE
           MOVE DISPUTEIDX TO FOUNDIDX
       END-IF.

*>   The ledger is read afresh for each dispute opened, so a bill
*>   posted by tonight's billing run is disputable the next morning.
FINDBILLONLEDGER.
       MOVE "N" TO BILLFOUNDSWITCH
       MOVE ZERO TO BILLEDAMOUNT
       OPEN INPUT SUBSCRIBERLEDGERFILE
       IF NOT SUBSCRIBERLEDGERFILEOK
           EXIT PARAGRAPH
       END-IF
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ
       PERFORM CHECKONELEDGERENTRY UNTIL ENDOFSUBSCRIBERLEDGER
       CLOSE SUBSCRIBERLEDGERFILE.

CHECKONELEDGERENTRY.
       IF SUBSCRIBERID-SLF = SUBSCRIBERIDENTRY
               AND ENTRYTYPE-SLF = "B"
               AND ENTRYDATE-SLF = BILLDATEENTRY
           SET BILLFOUND TO TRUE
           ADD AMOUNT-SLF TO BILLEDAMOUNT
       END-IF
       READ SUBSCRIBERLEDGERFILE
           AT END SET ENDOFSUBSCRIBERLEDGER TO TRUE
       END-READ.

LOADDISPUTETABLE.
       OPEN INPUT DISPUTEREGISTERFILE
       IF DISPUTEREGISTERFILEOK
           READ DISPUTEREGISTERFILE
               AT END SET ENDOFDISPUTEREGISTER TO TRUE
           END-READ
           PERFORM STOREONEDISPUTE UNTIL ENDOFDISPUTEREGISTER
           CLOSE DISPUTEREGISTERFILE
       END-IF.

STOREONEDISPUTE.
       ADD 1 TO DISPUTECOUNT
       MOVE BDSUBSCRIBERID TO DTSUBSCRIBERID(DISPUTECOUNT)
       MOVE BDBILLDATE     TO DTBILLDATE(DISPUTECOUNT)
       MOVE BDAMOUNT       TO DTAMOUNT(DISPUTECOUNT)
       MOVE BDREASON       TO DTREASON(DISPUTECOUNT)
       MOVE BDOWNER        TO DTOWNER(DISPUTECOUNT)
       MOVE BDOPENEDDATE   TO DTOPENEDDATE(DISPUTECOUNT)
       MOVE BDOPENEDBY     TO DTOPENEDBY(DISPUTECOUNT)
       MOVE BDSTATUS       TO DTSTATUS(DISPUTECOUNT)
       MOVE BDCLOSEDDATE   TO DTCLOSEDDATE(DISPUTECOUNT)
       MOVE BDCLOSEDBY     TO DTCLOSEDBY(DISPUTECOUNT)
       MOVE BDAUTHCODE     TO DTAUTHCODE(DISPUTECOUNT)
       READ DISPUTEREGISTERFILE
           AT END SET ENDOFDISPUTEREGISTER TO TRUE
       END-READ.

REWRITEDISPUTEREGISTER.
       OPEN OUTPUT DISPUTEREGISTERFILE
       PERFORM WRITEONEDISPUTE
           VARYING DISPUTEIDX FROM 1 BY 1
           UNTIL DISPUTEIDX > DISPUTECOUNT
       CLOSE DISPUTEREGISTERFILE.

WRITEONEDISPUTE.
       MOVE SPACES                     TO DISPUTEREGISTERREC
       MOVE DTSUBSCRIBERID(DISPUTEIDX) TO BDSUBSCRIBERID
       MOVE DTBILLDATE(DISPUTEIDX)     TO BDBILLDATE
       MOVE DTAMOUNT(DISPUTEIDX)       TO BDAMOUNT
       MOVE DTREASON(DISPUTEIDX)       TO BDREASON
       MOVE DTOWNER(DISPUTEIDX)        TO BDOWNER
       MOVE DTOPENEDDATE(DISPUTEIDX)   TO BDOPENEDDATE
       MOVE DTOPENEDBY(DISPUTEIDX)     TO BDOPENEDBY
       MOVE DTSTATUS(DISPUTEIDX)       TO BDSTATUS
       MOVE DTCLOSEDDATE(DISPUTEIDX)   TO BDCLOSEDDATE
       MOVE DTCLOSEDBY(DISPUTEIDX)     TO BDCLOSEDBY
       MOVE DTAUTHCODE(DISPUTEIDX)     TO BDAUTHCODE
       WRITE DISPUTEREGISTERREC.

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
       MOVE "DISPUTEENTRY" TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
