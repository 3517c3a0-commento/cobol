IDENTIFICATION DIVISION.
PROGRAM-ID. CHARGEBACKRESPONSEENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CHARGEBACKREGISTERFILE ASSIGN TO "ChargebackRegister.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHARGEBACKREGISTERFILESTATUS.

       SELECT CHARGEBACKRESPONSEFILE ASSIGN TO "ChargebackResponses.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHARGEBACKRESPONSEFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     CHARGEBACKREGISTERFILE.
01     CHARGEBACKREGISTERREC.
       88 ENDOFCHARGEBACKREGISTER VALUE HIGH-VALUES.
       02 DRCASEREF             PIC X(12).
       02 DRSHOPID              PIC X(5).
       02 DRSALEDATE            PIC 9(8).
       02 DRNOTIFIEDDATE        PIC 9(8).
       02 DRAMOUNT              PIC 9(7)V99.
       02 DRREASONCODE          PIC X(4).
       02 DRRESPONSEDUE         PIC 9(8).
       02 DRRESPONDEDDATE       PIC 9(8).
       02 DRRESPONDEDBY         PIC X(8).
       02 DRSTATUS              PIC X.
           88 DRDECIDED         VALUE "W" "L".
       02 DROUTCOMEDATE         PIC 9(8).
       02 DRDAYCARDSALES        PIC 9(7)V99.

*>   The date the cards office sent its evidence to the acquirer on
*>   each chargeback, keyed here, one record per case answered, for
*>   CHARGEBACKREGISTERUPDATE to mark the case responded that night.
FD     CHARGEBACKRESPONSEFILE.
01     CHARGEBACKRESPONSEREC.
       02 RSCASEREF             PIC X(12).
       02 FILLER                PIC X      VALUE SPACE.
       02 RSRESPONSEDATE        PIC X(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 RSOPERATORID          PIC X(8).

WORKING-STORAGE SECTION.
01     CHARGEBACKREGISTERFILESTATUS PIC XX.
       88 CHARGEBACKREGISTERFILEOK VALUE "00".
01     CHARGEBACKRESPONSEFILESTATUS PIC XX.
       88 CHARGEBACKRESPONSEFILEOK VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.

01     MORERESPONSES            PIC X VALUE "Y".
       88 ENTERANOTHER          VALUE "Y" "y".

01     CASEREFENTRY             PIC X(12).
01     RESPONSEDATEENTRY        PIC X(8) VALUE SPACES.
01     RESPONSESENTERED         PIC 9(4) VALUE ZERO.

01     CASEFOUNDSWITCH          PIC X VALUE "N".
       88 CASEFOUND             VALUE "Y".

01     PRNCASEAMOUNT            PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND CHARGEBACKRESPONSEFILE
       IF NOT CHARGEBACKRESPONSEFILEOK
           OPEN OUTPUT CHARGEBACKRESPONSEFILE
       END-IF

       PERFORM ENTERONERESPONSE UNTIL NOT ENTERANOTHER

       CLOSE CHARGEBACKRESPONSEFILE
       DISPLAY "RESPONSES ENTERED: " RESPONSESENTERED
       STOP RUN.

*>   The case is looked up on the register as it stood after last
*>   night's update, so a mistyped reference, or one the acquirer has
*>   already decided, is caught at the desk rather than the next day.
ENTERONERESPONSE.
       DISPLAY " "
       DISPLAY "ACQUIRER CASE REFERENCE: " WITH NO ADVANCING
       ACCEPT CASEREFENTRY
       PERFORM FINDCASEONREGISTER
       EVALUATE TRUE
           WHEN NOT CASEFOUND
               DISPLAY "CASE " CASEREFENTRY " IS NOT ON THE REGISTER"
           WHEN DRDECIDED
               DISPLAY "CASE " CASEREFENTRY " IS ALREADY DECIDED ("
                   DRSTATUS ") - NO RESPONSE TAKEN"
           WHEN OTHER
               PERFORM RECORDONERESPONSE
       END-EVALUATE

       DISPLAY "ENTER ANOTHER RESPONSE? (Y/N): " WITH NO ADVANCING
       ACCEPT MORERESPONSES.

RECORDONERESPONSE.
       MOVE DRAMOUNT TO PRNCASEAMOUNT
       DISPLAY "SHOP " DRSHOPID "  SALE DATE " DRSALEDATE
           "  AMOUNT " PRNCASEAMOUNT "  RESPOND BY " DRRESPONSEDUE
       IF DRRESPONDEDDATE NOT = ZERO
           DISPLAY "A RESPONSE WAS ALREADY RECORDED ON " DRRESPONDEDDATE
       END-IF
       DISPLAY "DATE RESPONSE SENT (YYYYMMDD) OR BLANK FOR TODAY: "
           WITH NO ADVANCING
       MOVE SPACES TO RESPONSEDATEENTRY
       ACCEPT RESPONSEDATEENTRY
       IF RESPONSEDATEENTRY = SPACES
           ACCEPT RESPONSEDATEENTRY FROM DATE YYYYMMDD
       END-IF
       IF RESPONSEDATEENTRY NOT NUMERIC
           DISPLAY "DATE NOT YYYYMMDD - NO RESPONSE TAKEN"
           EXIT PARAGRAPH
       END-IF

       MOVE SPACES            TO CHARGEBACKRESPONSEREC
       MOVE CASEREFENTRY      TO RSCASEREF
       MOVE RESPONSEDATEENTRY TO RSRESPONSEDATE
       MOVE OPERATORID        TO RSOPERATORID
       WRITE CHARGEBACKRESPONSEREC
       ADD 1 TO RESPONSESENTERED.

FINDCASEONREGISTER.
       MOVE "N" TO CASEFOUNDSWITCH
       OPEN INPUT CHARGEBACKREGISTERFILE
       IF NOT CHARGEBACKREGISTERFILEOK
           EXIT PARAGRAPH
       END-IF
       READ CHARGEBACKREGISTERFILE
           AT END SET ENDOFCHARGEBACKREGISTER TO TRUE
       END-READ
       PERFORM CHECKONECASE UNTIL ENDOFCHARGEBACKREGISTER OR CASEFOUND
       CLOSE CHARGEBACKREGISTERFILE.

CHECKONECASE.
       IF DRCASEREF = CASEREFENTRY
           SET CASEFOUND TO TRUE
       ELSE
           READ CHARGEBACKREGISTERFILE
               AT END SET ENDOFCHARGEBACKREGISTER TO TRUE
           END-READ
       END-IF.
