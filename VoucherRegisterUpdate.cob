IDENTIFICATION DIVISION.
PROGRAM-ID. VOUCHERREGISTERUPDATE.

*>   Keeps the gift voucher register. Vouchers sold (G lines) are
*>   added to VoucherRegister.dat with their issuing shop, value,
*>   issue date and an expiry a year on; sales tendered by voucher
*>   draw the voucher down; and vouchers past their expiry with money
*>   left on them are expired. Every issue, redemption and expiry is
*>   also written to VoucherMovements.dat - GLJOURNALEXTRACT posts the
*>   liability from it and VOUCHERLIABILITY reports the month from it.
*>   The tills have already taken the voucher by the time it reaches
*>   here, so a voucher the register disagrees with is still moved and
*>   is listed on VoucherRegisterUpdate.rpt for the shop to explain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SHOPRECEIPTSFILE ASSIGN TO "Listing8-2-ShopSales.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHOPRECEIPTSFILESTATUS.

       SELECT VOUCHERREGISTERFILE ASSIGN TO "VoucherRegister.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOUCHERREGISTERFILESTATUS.

       SELECT VOUCHERMOVEMENTSFILE ASSIGN TO "VoucherMovements.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOUCHERMOVEMENTSFILESTATUS.

       SELECT VOUCHERUPDATEREPORT ASSIGN TO "VoucherRegisterUpdate.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SHOPRECEIPTSFILE.
01     SHOPDETAILS.
       88 ENDOFSHOPRECEIPTSFILE    VALUE HIGH-VALUES.
       02 RECTYPECODE      PIC X.
           88  SHOPHEADER  VALUE "H".
           88  SHOPSALE    VALUE "S".
           88  SHOPVOUCHERSALE VALUE "G".
           88  SHOPFOOTER  VALUE "F".
       02 SHOPID           PIC X(5).
       02 SHOPLOCATION     PIC X(30).
       02 SHOPBUSINESSDATE PIC X(8).
01     SALERECEIPT.
       02 RECTYPECODE      PIC X.
       02 ITEMID           PIC X(8).
       02 QTYSOLD          PIC 9(3).
       02 QTYSOLDTEXT REDEFINES QTYSOLD PIC X(3).
       02 ITEMCOST         PIC 999V99.
       02 ITEMCOSTTEXT REDEFINES ITEMCOST PIC X(5).
       02 TENDERTYPE       PIC X.
        88 VOUCHERTENDER   VALUE "G".
       02 RECEIPTTIME      PIC X(4).
       02 RECEIPTREF       PIC X(8).
       02 TILLOPERATOR     PIC X(6).
       02 ORIGRECEIPTREF   PIC X(8).
       02 TENDERVOUCHERNO REDEFINES ORIGRECEIPTREF PIC X(8).
       02 LOYALTYCARDNO    PIC X(10).

*>   One row per voucher, rewritten whole each run in voucher number
*>   order. The balance left is the value less what has been redeemed;
*>   an expired voucher keeps the balance it lapsed with.
FD     VOUCHERREGISTERFILE.
01     VOUCHERREGISTERREC.
       88 ENDOFVOUCHERREGISTER  VALUE HIGH-VALUES.
       02 VRVOUCHERNO         PIC X(8).
       02 VRISSUESHOPID       PIC X(5).
       02 VRFACEVALUE         PIC 9(5)V99.
       02 VRISSUEDATE         PIC 9(8).
       02 VREXPIRYDATE        PIC 9(8).
       02 VRREDEEMEDVALUE     PIC 9(5)V99.
       02 VRLASTUSEDDATE      PIC 9(8).
       02 VRSTATUS            PIC X.
       02 VREXPIREDVALUE      PIC 9(5)V99.

*>   Append-only. Issues and redemptions are dated with the business
*>   date they were rung on, expiries with the night they lapsed.
FD     VOUCHERMOVEMENTSFILE.
01     VOUCHERMOVEMENTREC.
       88 ENDOFVOUCHERMOVEMENTS VALUE HIGH-VALUES.
       02 VMMOVEDATE            PIC 9(8).
       02 VMSHOPID              PIC X(5).
       02 VMVOUCHERNO           PIC X(8).
       02 VMMOVETYPE            PIC X.
           88 VMISSUE           VALUE "I".
           88 VMREDEEM          VALUE "R".
           88 VMEXPIRE          VALUE "E".
       02 VMAMOUNT              PIC 9(5)V99.
       02 VMISSUESHOPID         PIC X(5).
       02 VMRECEIPTREF          PIC X(8).

FD     VOUCHERUPDATEREPORT.
01     VOUCHERPRINTLINE         PIC X(100).

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
01     SHOPRECEIPTSFILESTATUS   PIC XX.
       88 SHOPRECEIPTSFILEOK    VALUE "00".
01     VOUCHERREGISTERFILESTATUS PIC XX.
       88 VOUCHERREGISTERFILEOK VALUE "00".
01     VOUCHERMOVEMENTSFILESTATUS PIC XX.
       88 VOUCHERMOVEMENTSFILEOK VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   SEARCH ALL needs the table in voucher number order, so a new
*>   voucher is slotted into place rather than added at the end.
01     VOUCHERCOUNT             PIC 9(5) VALUE ZERO.
01     VOUCHERTABLE.
       02 VOUCHER OCCURS 0 TO 20000 TIMES
               DEPENDING ON VOUCHERCOUNT
               ASCENDING KEY IS VTVOUCHERNO
               INDEXED BY VTIDX.
           03 VTVOUCHERNO       PIC X(8).
           03 VTISSUESHOPID     PIC X(5).
           03 VTFACEVALUE       PIC 9(5)V99.
           03 VTISSUEDATE       PIC 9(8).
           03 VTEXPIRYDATE      PIC 9(8).
           03 VTREDEEMEDVALUE   PIC 9(5)V99.
           03 VTLASTUSEDDATE    PIC 9(8).
           03 VTSTATUS          PIC X.
               88 VTOUTSTANDING VALUE "O".
               88 VTREDEEMED    VALUE "R".
               88 VTEXPIRED     VALUE "E".
           03 VTEXPIREDVALUE    PIC 9(5)V99.
01     VOUCHERIDX               PIC 9(5).
01     FOUNDVOUCHERIDX          PIC 9(5) VALUE ZERO.
01     REGISTERCHANGED          PIC X VALUE "N".
       88 REGISTERWASCHANGED    VALUE "Y".

*>   Shop-days whose voucher lines are already on the movements, so a
*>   receipts file left in place for a second night is not applied
*>   twice.
01     APPLIEDDAYCOUNT          PIC 9(5) VALUE ZERO.
01     APPLIEDDAYTABLE.
       02 APPLIEDDAY OCCURS 0 TO 9000 TIMES
               DEPENDING ON APPLIEDDAYCOUNT.
           03 ADSHOPID          PIC X(5).
           03 ADBUSINESSDATE    PIC 9(8).
01     APPLIEDDAYIDX            PIC 9(5).

01     GROUPSHOPID              PIC X(5) VALUE SPACES.
01     GROUPBUSINESSDATE        PIC 9(8) VALUE ZERO.
01     GROUPSTATESWITCH         PIC X VALUE "N".
       88 GROUPOPEN             VALUE "Y".
       88 GROUPSKIPPED          VALUE "S".
       88 NOGROUPOPEN           VALUE "N".

01     WORKVOUCHERNO            PIC X(8).
01     LINEVALUE                PIC 9(5)V99.
01     VOUCHERBALANCE           PIC 9(5)V99.
01     EXPIRYDATEPARTS.
       02 EXPIRYYEAR            PIC 9(4).
       02 EXPIRYMONTHDAY        PIC 9(4).
01     EXPIRYDATE REDEFINES EXPIRYDATEPARTS PIC 9(8).

01     VOUCHERLINESREAD         PIC 9(7) VALUE ZERO.
01     MOVEMENTSWRITTEN         PIC 9(7) VALUE ZERO.
01     EXCEPTIONCOUNT           PIC 9(5) VALUE ZERO.
01     VOUCHERSISSUED           PIC 9(5) VALUE ZERO.
01     VOUCHERSREDEEMED         PIC 9(5) VALUE ZERO.
01     VOUCHERSEXPIRED          PIC 9(5) VALUE ZERO.
01     SHOPDAYSALREADYAPPLIED   PIC 9(5) VALUE ZERO.

01     UPDATEHEADINGLINE.
       02 FILLER                PIC X(35)
           VALUE "GIFT VOUCHER REGISTER UPDATE RUN ".
       02 PRNRUNDATE            PIC 9(8).

01     EXCEPTIONTOPICLINE.
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(10) VALUE "DATE".
       02 FILLER                PIC X(10) VALUE "VOUCHER".
       02 FILLER                PIC X(10) VALUE "RECEIPT".
       02 FILLER                PIC X(12) VALUE "      AMOUNT".
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 FILLER                PIC X(35) VALUE "EXCEPTION".

01     EXCEPTIONDETAILLINE.
       02 PRNEXCSHOPID          PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCDATE            PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCVOUCHERNO       PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCRECEIPTREF      PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCAMOUNT          PIC $$$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNEXCREASON          PIC X(35).

01     UPDATECOUNTSLINE.
       02 FILLER                PIC X(8)  VALUE "ISSUED: ".
       02 PRNISSUEDCOUNT        PIC ZZ,ZZ9.
       02 FILLER                PIC X(12) VALUE "  REDEEMED: ".
       02 PRNREDEEMEDCOUNT      PIC ZZ,ZZ9.
       02 FILLER                PIC X(11) VALUE "  EXPIRED: ".
       02 PRNEXPIREDCOUNT       PIC ZZ,ZZ9.
       02 FILLER                PIC X(14) VALUE "  EXCEPTIONS: ".
       02 PRNEXCEPTIONCOUNT     PIC ZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM LOADVOUCHERREGISTER
       PERFORM LOADAPPLIEDDAYS

       OPEN OUTPUT VOUCHERUPDATEREPORT
       MOVE RUNDATE TO PRNRUNDATE
       WRITE VOUCHERPRINTLINE FROM UPDATEHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE VOUCHERPRINTLINE FROM EXCEPTIONTOPICLINE
           AFTER ADVANCING 2 LINES

       OPEN EXTEND VOUCHERMOVEMENTSFILE
       IF NOT VOUCHERMOVEMENTSFILEOK
           OPEN OUTPUT VOUCHERMOVEMENTSFILE
       END-IF
       PERFORM APPLYRECEIPTSTOREGISTER
       PERFORM EXPIREONEVOUCHER
           VARYING VOUCHERIDX FROM 1 BY 1 UNTIL VOUCHERIDX > VOUCHERCOUNT
       CLOSE VOUCHERMOVEMENTSFILE

       IF REGISTERWASCHANGED
           PERFORM REWRITEVOUCHERREGISTER
       END-IF

       MOVE VOUCHERSISSUED   TO PRNISSUEDCOUNT
       MOVE VOUCHERSREDEEMED TO PRNREDEEMEDCOUNT
       MOVE VOUCHERSEXPIRED  TO PRNEXPIREDCOUNT
       MOVE EXCEPTIONCOUNT   TO PRNEXCEPTIONCOUNT
       WRITE VOUCHERPRINTLINE FROM UPDATECOUNTSLINE
           AFTER ADVANCING 2 LINES
       CLOSE VOUCHERUPDATEREPORT

       DISPLAY UPDATECOUNTSLINE
       IF SHOPDAYSALREADYAPPLIED > ZERO
           DISPLAY "SHOP-DAYS ALREADY ON THE MOVEMENTS, NOT APPLIED: "
               SHOPDAYSALREADYAPPLIED
       END-IF
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A missing receipts file is a night with no till files in - only
*>   the expiry pass has anything to do.
APPLYRECEIPTSTOREGISTER.
       OPEN INPUT SHOPRECEIPTSFILE
       IF NOT SHOPRECEIPTSFILEOK
           EXIT PARAGRAPH
       END-IF
       SET NOGROUPOPEN TO TRUE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ
       PERFORM APPLYONERECEIPTRECORD UNTIL ENDOFSHOPRECEIPTSFILE
       CLOSE SHOPRECEIPTSFILE.

APPLYONERECEIPTRECORD.
       EVALUATE TRUE
           WHEN SHOPHEADER
               PERFORM STARTSHOPGROUP
           WHEN SHOPVOUCHERSALE
               IF GROUPOPEN
                   PERFORM ISSUEONEVOUCHER
               END-IF
           WHEN SHOPSALE
               IF GROUPOPEN AND VOUCHERTENDER
                   PERFORM REDEEMONEVOUCHERLINE
               END-IF
           WHEN SHOPFOOTER
               SET NOGROUPOPEN TO TRUE
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ.

STARTSHOPGROUP.
       MOVE SHOPID TO GROUPSHOPID
       IF SHOPBUSINESSDATE IS NUMERIC
           MOVE SHOPBUSINESSDATE TO GROUPBUSINESSDATE
       ELSE
           MOVE RUNDATE TO GROUPBUSINESSDATE
       END-IF
       SET GROUPOPEN TO TRUE
       PERFORM CHECKONEAPPLIEDDAY
           VARYING APPLIEDDAYIDX FROM 1 BY 1
           UNTIL APPLIEDDAYIDX > APPLIEDDAYCOUNT OR GROUPSKIPPED
       IF GROUPSKIPPED
           ADD 1 TO SHOPDAYSALREADYAPPLIED
       END-IF.

CHECKONEAPPLIEDDAY.
       IF ADSHOPID(APPLIEDDAYIDX) = GROUPSHOPID
               AND ADBUSINESSDATE(APPLIEDDAYIDX) = GROUPBUSINESSDATE
           SET GROUPSKIPPED TO TRUE
       END-IF.

*>   A voucher runs for a year from the day it was sold; one sold on
*>   29 February runs to the 28th.
ISSUEONEVOUCHER.
       ADD 1 TO VOUCHERLINESREAD
       IF QTYSOLDTEXT NOT NUMERIC OR ITEMCOSTTEXT NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       COMPUTE LINEVALUE = QTYSOLD * ITEMCOST
       MOVE ITEMID TO WORKVOUCHERNO
       PERFORM FINDVOUCHERONREGISTER
       IF FOUNDVOUCHERIDX > ZERO
           MOVE "VOUCHER NUMBER ALREADY ISSUED" TO PRNEXCREASON
           PERFORM LISTONEEXCEPTION
           MOVE VTISSUESHOPID(FOUNDVOUCHERIDX) TO VMISSUESHOPID
       ELSE
           PERFORM INSERTVOUCHERINKEYORDER
           MOVE GROUPSHOPID       TO VTISSUESHOPID(VOUCHERIDX)
           MOVE LINEVALUE         TO VTFACEVALUE(VOUCHERIDX)
           MOVE GROUPBUSINESSDATE TO VTISSUEDATE(VOUCHERIDX)
           MOVE GROUPBUSINESSDATE TO EXPIRYDATE
           ADD 1 TO EXPIRYYEAR
           IF EXPIRYMONTHDAY = 0229
               MOVE 0228 TO EXPIRYMONTHDAY
           END-IF
           MOVE EXPIRYDATE        TO VTEXPIRYDATE(VOUCHERIDX)
           SET VTOUTSTANDING(VOUCHERIDX) TO TRUE
           MOVE GROUPSHOPID       TO VMISSUESHOPID
           SET REGISTERWASCHANGED TO TRUE
           ADD 1 TO VOUCHERSISSUED
       END-IF
       MOVE GROUPBUSINESSDATE TO VMMOVEDATE
       MOVE GROUPSHOPID       TO VMSHOPID
       MOVE WORKVOUCHERNO     TO VMVOUCHERNO
       SET VMISSUE TO TRUE
       MOVE LINEVALUE         TO VMAMOUNT
       MOVE RECEIPTREF        TO VMRECEIPTREF
       PERFORM WRITEONEMOVEMENT.

*>   The redemption is moved for the full line whatever the register
*>   says - the goods have gone and the liability must come down - but
*>   the register never holds more redeemed than the voucher was worth.
REDEEMONEVOUCHERLINE.
       ADD 1 TO VOUCHERLINESREAD
       IF QTYSOLDTEXT NOT NUMERIC OR ITEMCOSTTEXT NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       COMPUTE LINEVALUE = QTYSOLD * ITEMCOST
       MOVE TENDERVOUCHERNO TO WORKVOUCHERNO
       PERFORM FINDVOUCHERONREGISTER
       MOVE SPACES TO VMISSUESHOPID
       IF FOUNDVOUCHERIDX = ZERO
           MOVE "REDEEMED VOUCHER NOT ON REGISTER" TO PRNEXCREASON
           PERFORM LISTONEEXCEPTION
       ELSE
           MOVE VTISSUESHOPID(FOUNDVOUCHERIDX) TO VMISSUESHOPID
           EVALUATE TRUE
               WHEN VTEXPIRED(FOUNDVOUCHERIDX)
                   MOVE "VOUCHER REDEEMED AFTER EXPIRY" TO PRNEXCREASON
                   PERFORM LISTONEEXCEPTION
               WHEN VTREDEEMED(FOUNDVOUCHERIDX)
                   MOVE "VOUCHER ALREADY FULLY REDEEMED" TO PRNEXCREASON
                   PERFORM LISTONEEXCEPTION
               WHEN OTHER
                   COMPUTE VOUCHERBALANCE =
                       VTFACEVALUE(FOUNDVOUCHERIDX)
                       - VTREDEEMEDVALUE(FOUNDVOUCHERIDX)
                   IF LINEVALUE > VOUCHERBALANCE
                       MOVE "REDEEMED OVER THE VOUCHER BALANCE"
                           TO PRNEXCREASON
                       PERFORM LISTONEEXCEPTION
                       MOVE VTFACEVALUE(FOUNDVOUCHERIDX)
                           TO VTREDEEMEDVALUE(FOUNDVOUCHERIDX)
                   ELSE
                       ADD LINEVALUE TO VTREDEEMEDVALUE(FOUNDVOUCHERIDX)
                   END-IF
                   IF VTREDEEMEDVALUE(FOUNDVOUCHERIDX)
                           = VTFACEVALUE(FOUNDVOUCHERIDX)
                       SET VTREDEEMED(FOUNDVOUCHERIDX) TO TRUE
                   END-IF
                   MOVE GROUPBUSINESSDATE
                       TO VTLASTUSEDDATE(FOUNDVOUCHERIDX)
                   SET REGISTERWASCHANGED TO TRUE
           END-EVALUATE
       END-IF
       ADD 1 TO VOUCHERSREDEEMED
       MOVE GROUPBUSINESSDATE TO VMMOVEDATE
       MOVE GROUPSHOPID       TO VMSHOPID
       MOVE WORKVOUCHERNO     TO VMVOUCHERNO
       SET VMREDEEM TO TRUE
       MOVE LINEVALUE         TO VMAMOUNT
       MOVE RECEIPTREF        TO VMRECEIPTREF
       PERFORM WRITEONEMOVEMENT.

*>   Whatever is left on a voucher the night after its expiry date
*>   leaves the liability, booked against the shop that sold it.
EXPIREONEVOUCHER.
       IF VTOUTSTANDING(VOUCHERIDX)
               AND VTEXPIRYDATE(VOUCHERIDX) < RUNDATE
           COMPUTE VOUCHERBALANCE = VTFACEVALUE(VOUCHERIDX)
               - VTREDEEMEDVALUE(VOUCHERIDX)
           MOVE VOUCHERBALANCE TO VTEXPIREDVALUE(VOUCHERIDX)
           SET VTEXPIRED(VOUCHERIDX) TO TRUE
           SET REGISTERWASCHANGED TO TRUE
           ADD 1 TO VOUCHERSEXPIRED
           MOVE RUNDATE                  TO VMMOVEDATE
           MOVE VTISSUESHOPID(VOUCHERIDX) TO VMSHOPID
           MOVE VTVOUCHERNO(VOUCHERIDX)   TO VMVOUCHERNO
           SET VMEXPIRE TO TRUE
           MOVE VOUCHERBALANCE           TO VMAMOUNT
           MOVE VTISSUESHOPID(VOUCHERIDX) TO VMISSUESHOPID
           MOVE SPACES                   TO VMRECEIPTREF
           PERFORM WRITEONEMOVEMENT
       END-IF.

WRITEONEMOVEMENT.
       WRITE VOUCHERMOVEMENTREC
       ADD 1 TO MOVEMENTSWRITTEN.

LISTONEEXCEPTION.
       MOVE GROUPSHOPID       TO PRNEXCSHOPID
       MOVE GROUPBUSINESSDATE TO PRNEXCDATE
       MOVE WORKVOUCHERNO     TO PRNEXCVOUCHERNO
       MOVE RECEIPTREF        TO PRNEXCRECEIPTREF
       MOVE LINEVALUE         TO PRNEXCAMOUNT
       WRITE VOUCHERPRINTLINE FROM EXCEPTIONDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD 1 TO EXCEPTIONCOUNT.

FINDVOUCHERONREGISTER.
       MOVE ZERO TO FOUNDVOUCHERIDX
       IF VOUCHERCOUNT > ZERO
           SEARCH ALL VOUCHER
               AT END CONTINUE
               WHEN VTVOUCHERNO(VTIDX) = WORKVOUCHERNO
                   SET FOUNDVOUCHERIDX TO VTIDX
           END-SEARCH
       END-IF.

INSERTVOUCHERINKEYORDER.
       ADD 1 TO VOUCHERCOUNT
       MOVE VOUCHERCOUNT TO VOUCHERIDX
       PERFORM SHIFTONEVOUCHERUP
           UNTIL VOUCHERIDX = 1
           OR VTVOUCHERNO(VOUCHERIDX - 1) < WORKVOUCHERNO
       INITIALIZE VOUCHER(VOUCHERIDX)
       MOVE WORKVOUCHERNO TO VTVOUCHERNO(VOUCHERIDX).

SHIFTONEVOUCHERUP.
       MOVE VOUCHER(VOUCHERIDX - 1) TO VOUCHER(VOUCHERIDX)
       SUBTRACT 1 FROM VOUCHERIDX.

LOADVOUCHERREGISTER.
       OPEN INPUT VOUCHERREGISTERFILE
       IF VOUCHERREGISTERFILEOK
           READ VOUCHERREGISTERFILE
               AT END SET ENDOFVOUCHERREGISTER TO TRUE
           END-READ
           PERFORM STOREONEVOUCHER UNTIL ENDOFVOUCHERREGISTER
           CLOSE VOUCHERREGISTERFILE
       END-IF.

STOREONEVOUCHER.
       ADD 1 TO VOUCHERCOUNT
       MOVE VRVOUCHERNO     TO VTVOUCHERNO(VOUCHERCOUNT)
       MOVE VRISSUESHOPID   TO VTISSUESHOPID(VOUCHERCOUNT)
       MOVE VRFACEVALUE     TO VTFACEVALUE(VOUCHERCOUNT)
       MOVE VRISSUEDATE     TO VTISSUEDATE(VOUCHERCOUNT)
       MOVE VREXPIRYDATE    TO VTEXPIRYDATE(VOUCHERCOUNT)
       MOVE VRREDEEMEDVALUE TO VTREDEEMEDVALUE(VOUCHERCOUNT)
       MOVE VRLASTUSEDDATE  TO VTLASTUSEDDATE(VOUCHERCOUNT)
       MOVE VRSTATUS        TO VTSTATUS(VOUCHERCOUNT)
       MOVE VREXPIREDVALUE  TO VTEXPIREDVALUE(VOUCHERCOUNT)
       READ VOUCHERREGISTERFILE
           AT END SET ENDOFVOUCHERREGISTER TO TRUE
       END-READ.

REWRITEVOUCHERREGISTER.
       OPEN OUTPUT VOUCHERREGISTERFILE
       PERFORM WRITEONEVOUCHER
           VARYING VOUCHERIDX FROM 1 BY 1 UNTIL VOUCHERIDX > VOUCHERCOUNT
       CLOSE VOUCHERREGISTERFILE.

WRITEONEVOUCHER.
       MOVE VTVOUCHERNO(VOUCHERIDX)     TO VRVOUCHERNO
       MOVE VTISSUESHOPID(VOUCHERIDX)   TO VRISSUESHOPID
       MOVE VTFACEVALUE(VOUCHERIDX)     TO VRFACEVALUE
       MOVE VTISSUEDATE(VOUCHERIDX)     TO VRISSUEDATE
       MOVE VTEXPIRYDATE(VOUCHERIDX)    TO VREXPIRYDATE
       MOVE VTREDEEMEDVALUE(VOUCHERIDX) TO VRREDEEMEDVALUE
       MOVE VTLASTUSEDDATE(VOUCHERIDX)  TO VRLASTUSEDDATE
       MOVE VTSTATUS(VOUCHERIDX)        TO VRSTATUS
       MOVE VTEXPIREDVALUE(VOUCHERIDX)  TO VREXPIREDVALUE
       WRITE VOUCHERREGISTERREC.

*>   Only issues and redemptions mark a shop-day applied; an expiry
*>   belongs to the night it ran, not to any till day.
LOADAPPLIEDDAYS.
       OPEN INPUT VOUCHERMOVEMENTSFILE
       IF VOUCHERMOVEMENTSFILEOK
           READ VOUCHERMOVEMENTSFILE
               AT END SET ENDOFVOUCHERMOVEMENTS TO TRUE
           END-READ
           PERFORM STOREONEAPPLIEDDAY UNTIL ENDOFVOUCHERMOVEMENTS
           CLOSE VOUCHERMOVEMENTSFILE
       END-IF.

STOREONEAPPLIEDDAY.
       IF NOT VMEXPIRE
           IF APPLIEDDAYCOUNT = ZERO
               PERFORM ADDONEAPPLIEDDAY
           ELSE
               IF ADSHOPID(APPLIEDDAYCOUNT) NOT = VMSHOPID
                   OR ADBUSINESSDATE(APPLIEDDAYCOUNT) NOT = VMMOVEDATE
                   PERFORM ADDONEAPPLIEDDAY
               END-IF
           END-IF
       END-IF
       READ VOUCHERMOVEMENTSFILE
           AT END SET ENDOFVOUCHERMOVEMENTS TO TRUE
       END-READ.

ADDONEAPPLIEDDAY.
       ADD 1 TO APPLIEDDAYCOUNT
       MOVE VMSHOPID   TO ADSHOPID(APPLIEDDAYCOUNT)
       MOVE VMMOVEDATE TO ADBUSINESSDATE(APPLIEDDAYCOUNT).

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "VOUCHERREG"          TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE VOUCHERLINESREAD      TO OPLOGRECORDSIN
       MOVE MOVEMENTSWRITTEN      TO OPLOGRECORDSOUT
       MOVE EXCEPTIONCOUNT        TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
