IDENTIFICATION DIVISION.
PROGRAM-ID. VOUCHERLIABILITYREPORT.

*>   Month-end gift voucher liability. For each shop that sold
*>   vouchers, and for the chain, the money still owed on vouchers at
*>   the start of the month, what was sold, redeemed and expired in the
*>   month, and what is still owed at the end of it. Everything is
*>   worked from VoucherMovements.dat, so any past month can be run
*>   again and will agree with the GL postings for it. A voucher is
*>   always counted against the shop that sold it, wherever it is
*>   spent. The register itself is summarised underneath as it stands
*>   tonight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VOUCHERMOVEMENTSFILE ASSIGN TO "VoucherMovements.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOUCHERMOVEMENTSFILESTATUS.

       SELECT VOUCHERREGISTERFILE ASSIGN TO "VoucherRegister.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOUCHERREGISTERFILESTATUS.

       SELECT VOUCHERLIABILITYREPORT ASSIGN TO "VoucherLiability.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "VoucherLiabilityReport.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
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

FD     VOUCHERREGISTERFILE.
01     VOUCHERREGISTERREC.
       88 ENDOFVOUCHERREGISTER  VALUE HIGH-VALUES.
       02 VRVOUCHERNO           PIC X(8).
       02 VRISSUESHOPID         PIC X(5).
       02 VRFACEVALUE           PIC 9(5)V99.
       02 VRISSUEDATE           PIC 9(8).
       02 VREXPIRYDATE          PIC 9(8).
       02 VRREDEEMEDVALUE       PIC 9(5)V99.
       02 VRLASTUSEDDATE        PIC 9(8).
       02 VRSTATUS              PIC X.
           88 VROUTSTANDING     VALUE "O".
           88 VRREDEEMED        VALUE "R".
           88 VREXPIRED         VALUE "E".
       02 VREXPIREDVALUE        PIC 9(5)V99.

FD     VOUCHERLIABILITYREPORT.
01     LIABILITYPRINTLINE       PIC X(100).

FD     RUNPARAMETERFILE.
01     RUNPARAMETERLINE         PIC X(40).

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
01     VOUCHERMOVEMENTSFILESTATUS PIC XX.
       88 VOUCHERMOVEMENTSFILEOK VALUE "00".
01     VOUCHERREGISTERFILESTATUS PIC XX.
       88 VOUCHERREGISTERFILEOK VALUE "00".
01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".

01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

01     MONTHENTRY               PIC X(6) VALUE SPACES.
01     REPORTMONTHTEXT          PIC X(6).
01     REPORTMONTHPARTS REDEFINES REPORTMONTHTEXT.
       02 REPORTYEAR            PIC 9(4).
       02 REPORTMONTH           PIC 99.
01     MONTHSTARTDATE           PIC 9(8).
01     MONTHENDDATE             PIC 9(8).

*>   A redemption of a voucher the register never knew has no issuing
*>   shop; it is carried on a line of its own so the chain still
*>   balances to the GL.
01     UNKNOWNSHOPID            PIC X(5) VALUE "?????".

01     LIABILITYSHOPCOUNT       PIC 9(4) VALUE ZERO.
01     LIABILITYTABLE.
       02 LIABILITYSHOP OCCURS 0 TO 500 TIMES
               DEPENDING ON LIABILITYSHOPCOUNT
               ASCENDING KEY IS LSSHOPID
               INDEXED BY LSIDX.
           03 LSSHOPID          PIC X(5).
           03 LSFIGURES.
               04 LSOPENING     PIC S9(9)V99.
               04 LSISSUED      PIC S9(9)V99.
               04 LSREDEEMED    PIC S9(9)V99.
               04 LSEXPIRED     PIC S9(9)V99.
               04 LSCLOSING     PIC S9(9)V99.
01     LIABILITYIDX             PIC 9(4).
01     FOUNDSHOPIDX             PIC 9(4) VALUE ZERO.
01     WORKSHOPID               PIC X(5).

01     CHAINFIGURES.
       02 CHAINOPENING          PIC S9(9)V99 VALUE ZERO.
       02 CHAINISSUED           PIC S9(9)V99 VALUE ZERO.
       02 CHAINREDEEMED         PIC S9(9)V99 VALUE ZERO.
       02 CHAINEXPIRED          PIC S9(9)V99 VALUE ZERO.
       02 CHAINCLOSING          PIC S9(9)V99 VALUE ZERO.

01     REGISTERSTATUSFIGURES.
       02 OUTSTANDINGCOUNT      PIC 9(7) VALUE ZERO.
       02 OUTSTANDINGBALANCE    PIC 9(9)V99 VALUE ZERO.
       02 REDEEMEDCOUNT         PIC 9(7) VALUE ZERO.
       02 REDEEMEDVALUE         PIC 9(9)V99 VALUE ZERO.
       02 EXPIREDCOUNT          PIC 9(7) VALUE ZERO.
       02 EXPIREDVALUE          PIC 9(9)V99 VALUE ZERO.
       02 EXPIRINGCOUNT         PIC 9(7) VALUE ZERO.
       02 EXPIRINGBALANCE       PIC 9(9)V99 VALUE ZERO.
01     VOUCHERBALANCE           PIC 9(5)V99.
01     NEXTMONTHENDDATE         PIC 9(8).

01     MOVEMENTSREAD            PIC 9(7) VALUE ZERO.
01     VOUCHERSREAD             PIC 9(7) VALUE ZERO.

01     LIABILITYHEADINGLINE.
       02 FILLER                PIC X(38)
           VALUE "GIFT VOUCHER LIABILITY FOR THE MONTH ".
       02 PRNHEADINGMONTH       PIC X(6).
       02 FILLER                PIC X(8) VALUE "   RUN ".
       02 PRNRUNDATE            PIC 9(8).

01     LIABILITYTOPICLINE.
       02 FILLER                PIC X(7)  VALUE "SHOP".
       02 FILLER                PIC X(16) VALUE "         OPENING".
       02 FILLER                PIC X(16) VALUE "          ISSUED".
       02 FILLER                PIC X(16) VALUE "        REDEEMED".
       02 FILLER                PIC X(16) VALUE "         EXPIRED".
       02 FILLER                PIC X(16) VALUE "         CLOSING".

01     LIABILITYDETAILLINE.
       02 PRNSHOPID             PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPENING            PIC $$$,$$$,$$9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNISSUED             PIC $$$,$$$,$$9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNREDEEMED           PIC $$$,$$$,$$9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNEXPIRED            PIC $$$,$$$,$$9.99-.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNCLOSING            PIC $$$,$$$,$$9.99-.

01     NOMOVEMENTSLINE          PIC X(60)
           VALUE "NO VOUCHERS SOLD OR OWED UP TO THE END OF THE MONTH".

01     REGISTERHEADINGLINE      PIC X(40)
           VALUE "VOUCHER REGISTER AS IT STANDS TONIGHT".

01     REGISTERSTATUSLINE.
       02 PRNSTATUSDESC         PIC X(34).
       02 PRNSTATUSCOUNT        PIC Z,ZZZ,ZZ9.
       02 FILLER                PIC X(4) VALUE SPACES.
       02 PRNSTATUSVALUE        PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME
       ACCEPT RUNDATE FROM DATE YYYYMMDD

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "MONTH TO REPORT (YYYYMM) OR BLANK FOR THIS MONTH - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:6) TO MONTHENTRY
       PERFORM CLOSERUNPARAMETERFILE

       IF MONTHENTRY = SPACES
           MOVE RUNDATE(1:6) TO REPORTMONTHTEXT
       ELSE
           MOVE MONTHENTRY TO REPORTMONTHTEXT
       END-IF
       IF REPORTMONTHTEXT IS NOT NUMERIC
               OR REPORTMONTH < 1 OR REPORTMONTH > 12
           DISPLAY "MONTH MUST BE YYYYMM - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE MONTHSTARTDATE = REPORTYEAR * 10000 + REPORTMONTH * 100 + 1
       COMPUTE MONTHENDDATE   = REPORTYEAR * 10000 + REPORTMONTH * 100 + 31

       PERFORM GATHERMOVEMENTS
       PERFORM GATHERREGISTERSTATUS

       OPEN OUTPUT VOUCHERLIABILITYREPORT
       MOVE REPORTMONTHTEXT TO PRNHEADINGMONTH
       MOVE RUNDATE TO PRNRUNDATE
       WRITE LIABILITYPRINTLINE FROM LIABILITYHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE LIABILITYPRINTLINE FROM LIABILITYTOPICLINE
           AFTER ADVANCING 2 LINES
       IF LIABILITYSHOPCOUNT = ZERO
           WRITE LIABILITYPRINTLINE FROM NOMOVEMENTSLINE
               AFTER ADVANCING 2 LINES
       ELSE
           PERFORM PRINTONESHOPLIABILITY
               VARYING LIABILITYIDX FROM 1 BY 1
               UNTIL LIABILITYIDX > LIABILITYSHOPCOUNT
           MOVE "CHAIN"        TO PRNSHOPID
           MOVE CHAINOPENING   TO PRNOPENING
           MOVE CHAINISSUED    TO PRNISSUED
           MOVE CHAINREDEEMED  TO PRNREDEEMED
           MOVE CHAINEXPIRED   TO PRNEXPIRED
           MOVE CHAINCLOSING   TO PRNCLOSING
           WRITE LIABILITYPRINTLINE FROM LIABILITYDETAILLINE
               AFTER ADVANCING 2 LINES
       END-IF
       PERFORM PRINTREGISTERSTATUS
       CLOSE VOUCHERLIABILITYREPORT

       DISPLAY "VOUCHER LIABILITY FOR " REPORTMONTHTEXT
           " IN VoucherLiability.rpt - SHOPS: " LIABILITYSHOPCOUNT
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   Movements before the month build the opening liability, those in
*>   the month are the month's issues, redemptions and expiries, and
*>   anything later is ignored so a past month reads as it did then.
GATHERMOVEMENTS.
       OPEN INPUT VOUCHERMOVEMENTSFILE
       IF NOT VOUCHERMOVEMENTSFILEOK
           EXIT PARAGRAPH
       END-IF
       READ VOUCHERMOVEMENTSFILE
           AT END SET ENDOFVOUCHERMOVEMENTS TO TRUE
       END-READ
       PERFORM ADDONEMOVEMENT UNTIL ENDOFVOUCHERMOVEMENTS
       CLOSE VOUCHERMOVEMENTSFILE
       PERFORM CLOSEONESHOPLIABILITY
           VARYING LIABILITYIDX FROM 1 BY 1
           UNTIL LIABILITYIDX > LIABILITYSHOPCOUNT.

ADDONEMOVEMENT.
       ADD 1 TO MOVEMENTSREAD
       IF VMMOVEDATE NOT > MONTHENDDATE
           IF VMISSUESHOPID = SPACES
               MOVE UNKNOWNSHOPID TO WORKSHOPID
           ELSE
               MOVE VMISSUESHOPID TO WORKSHOPID
           END-IF
           PERFORM FINDLIABILITYSHOP
           IF FOUNDSHOPIDX = ZERO
               PERFORM INSERTSHOPINKEYORDER
               MOVE LIABILITYIDX TO FOUNDSHOPIDX
           END-IF
           IF VMMOVEDATE < MONTHSTARTDATE
               EVALUATE TRUE
                   WHEN VMISSUE
                       ADD VMAMOUNT TO LSOPENING(FOUNDSHOPIDX)
                   WHEN VMREDEEM
                       SUBTRACT VMAMOUNT FROM LSOPENING(FOUNDSHOPIDX)
                   WHEN VMEXPIRE
                       SUBTRACT VMAMOUNT FROM LSOPENING(FOUNDSHOPIDX)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN VMISSUE
                       ADD VMAMOUNT TO LSISSUED(FOUNDSHOPIDX)
                   WHEN VMREDEEM
                       ADD VMAMOUNT TO LSREDEEMED(FOUNDSHOPIDX)
                   WHEN VMEXPIRE
                       ADD VMAMOUNT TO LSEXPIRED(FOUNDSHOPIDX)
               END-EVALUATE
           END-IF
       END-IF
       READ VOUCHERMOVEMENTSFILE
           AT END SET ENDOFVOUCHERMOVEMENTS TO TRUE
       END-READ.

CLOSEONESHOPLIABILITY.
       COMPUTE LSCLOSING(LIABILITYIDX) = LSOPENING(LIABILITYIDX)
           + LSISSUED(LIABILITYIDX) - LSREDEEMED(LIABILITYIDX)
           - LSEXPIRED(LIABILITYIDX)
       ADD LSOPENING(LIABILITYIDX)  TO CHAINOPENING
       ADD LSISSUED(LIABILITYIDX)   TO CHAINISSUED
       ADD LSREDEEMED(LIABILITYIDX) TO CHAINREDEEMED
       ADD LSEXPIRED(LIABILITYIDX)  TO CHAINEXPIRED
       ADD LSCLOSING(LIABILITYIDX)  TO CHAINCLOSING.

FINDLIABILITYSHOP.
       MOVE ZERO TO FOUNDSHOPIDX
       IF LIABILITYSHOPCOUNT > ZERO
           SEARCH ALL LIABILITYSHOP
               AT END CONTINUE
               WHEN LSSHOPID(LSIDX) = WORKSHOPID
                   SET FOUNDSHOPIDX TO LSIDX
           END-SEARCH
       END-IF.

INSERTSHOPINKEYORDER.
       ADD 1 TO LIABILITYSHOPCOUNT
       MOVE LIABILITYSHOPCOUNT TO LIABILITYIDX
       PERFORM SHIFTONESHOPUP
           UNTIL LIABILITYIDX = 1
           OR LSSHOPID(LIABILITYIDX - 1) < WORKSHOPID
       MOVE WORKSHOPID TO LSSHOPID(LIABILITYIDX)
       MOVE ZERO TO LSOPENING(LIABILITYIDX) LSISSUED(LIABILITYIDX)
           LSREDEEMED(LIABILITYIDX) LSEXPIRED(LIABILITYIDX)
           LSCLOSING(LIABILITYIDX).

SHIFTONESHOPUP.
       MOVE LIABILITYSHOP(LIABILITYIDX - 1) TO LIABILITYSHOP(LIABILITYIDX)
       SUBTRACT 1 FROM LIABILITYIDX.

*>   The register shows where the money owed tonight sits, and how
*>   much of it will lapse over the coming month if nobody spends it.
GATHERREGISTERSTATUS.
       COMPUTE NEXTMONTHENDDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(RUNDATE) + 30)
       OPEN INPUT VOUCHERREGISTERFILE
       IF NOT VOUCHERREGISTERFILEOK
           EXIT PARAGRAPH
       END-IF
       READ VOUCHERREGISTERFILE
           AT END SET ENDOFVOUCHERREGISTER TO TRUE
       END-READ
       PERFORM ADDONEREGISTERVOUCHER UNTIL ENDOFVOUCHERREGISTER
       CLOSE VOUCHERREGISTERFILE.

ADDONEREGISTERVOUCHER.
       ADD 1 TO VOUCHERSREAD
       EVALUATE TRUE
           WHEN VROUTSTANDING
               COMPUTE VOUCHERBALANCE = VRFACEVALUE - VRREDEEMEDVALUE
               ADD 1 TO OUTSTANDINGCOUNT
               ADD VOUCHERBALANCE TO OUTSTANDINGBALANCE
               IF VREXPIRYDATE NOT > NEXTMONTHENDDATE
                   ADD 1 TO EXPIRINGCOUNT
                   ADD VOUCHERBALANCE TO EXPIRINGBALANCE
               END-IF
           WHEN VRREDEEMED
               ADD 1 TO REDEEMEDCOUNT
               ADD VRREDEEMEDVALUE TO REDEEMEDVALUE
           WHEN VREXPIRED
               ADD 1 TO EXPIREDCOUNT
               ADD VREXPIREDVALUE TO EXPIREDVALUE
       END-EVALUATE
       READ VOUCHERREGISTERFILE
           AT END SET ENDOFVOUCHERREGISTER TO TRUE
       END-READ.

PRINTONESHOPLIABILITY.
       MOVE LSSHOPID(LIABILITYIDX)   TO PRNSHOPID
       MOVE LSOPENING(LIABILITYIDX)  TO PRNOPENING
       MOVE LSISSUED(LIABILITYIDX)   TO PRNISSUED
       MOVE LSREDEEMED(LIABILITYIDX) TO PRNREDEEMED
       MOVE LSEXPIRED(LIABILITYIDX)  TO PRNEXPIRED
       MOVE LSCLOSING(LIABILITYIDX)  TO PRNCLOSING
       WRITE LIABILITYPRINTLINE FROM LIABILITYDETAILLINE
           AFTER ADVANCING 1 LINE.

PRINTREGISTERSTATUS.
       WRITE LIABILITYPRINTLINE FROM REGISTERHEADINGLINE
           AFTER ADVANCING 3 LINES
       MOVE "OUTSTANDING - BALANCE OWED"     TO PRNSTATUSDESC
       MOVE OUTSTANDINGCOUNT                 TO PRNSTATUSCOUNT
       MOVE OUTSTANDINGBALANCE               TO PRNSTATUSVALUE
       WRITE LIABILITYPRINTLINE FROM REGISTERSTATUSLINE
           AFTER ADVANCING 2 LINES
       MOVE "  OF WHICH EXPIRE IN 30 DAYS"   TO PRNSTATUSDESC
       MOVE EXPIRINGCOUNT                    TO PRNSTATUSCOUNT
       MOVE EXPIRINGBALANCE                  TO PRNSTATUSVALUE
       WRITE LIABILITYPRINTLINE FROM REGISTERSTATUSLINE
           AFTER ADVANCING 1 LINE
       MOVE "FULLY REDEEMED - VALUE SPENT"   TO PRNSTATUSDESC
       MOVE REDEEMEDCOUNT                    TO PRNSTATUSCOUNT
       MOVE REDEEMEDVALUE                    TO PRNSTATUSVALUE
       WRITE LIABILITYPRINTLINE FROM REGISTERSTATUSLINE
           AFTER ADVANCING 1 LINE
       MOVE "EXPIRED - VALUE LAPSED"         TO PRNSTATUSDESC
       MOVE EXPIREDCOUNT                     TO PRNSTATUSCOUNT
       MOVE EXPIREDVALUE                     TO PRNSTATUSVALUE
       WRITE LIABILITYPRINTLINE FROM REGISTERSTATUSLINE
           AFTER ADVANCING 1 LINE.

OPENRUNPARAMETERFILE.
       OPEN INPUT RUNPARAMETERFILE
       IF RUNPARAMETERFILEOK
           SET RUNNINGFROMPARAMETERS TO TRUE
       END-IF.

GETRUNPARAMETER.
       MOVE SPACES TO PARAMETERVALUE
       IF RUNNINGFROMPARAMETERS
           MOVE SPACES TO RUNPARAMETERLINE
           READ RUNPARAMETERFILE
               AT END MOVE SPACES TO RUNPARAMETERLINE
           END-READ
           MOVE RUNPARAMETERLINE TO PARAMETERVALUE
       ELSE
           ACCEPT PARAMETERVALUE
       END-IF.

CLOSERUNPARAMETERFILE.
       IF RUNNINGFROMPARAMETERS
           CLOSE RUNPARAMETERFILE
       END-IF.

WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "VOUCHERLIAB"         TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE MOVEMENTSREAD         TO OPLOGRECORDSIN
       MOVE LIABILITYSHOPCOUNT    TO OPLOGRECORDSOUT
       MOVE ZERO                  TO OPLOGREJECTS
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
