IDENTIFICATION DIVISION.
PROGRAM-ID. OILOUTSTANDINGORDERS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OILPOREGISTERFILE ASSIGN TO "OilPoRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPOREGISTERFILESTATUS.

       SELECT OILSUPPLIERFILE ASSIGN TO "OilSuppliers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSUPPLIERFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OUTSTANDINGREPORTFILE ASSIGN TO "OilOutstandingOrders.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     OILPOREGISTERFILE.
01     OILPOREGISTERREC.
       88  ENDOFOILPOREGISTER  VALUE HIGH-VALUES.
       02  OILPONUMBER-OPR     PIC 9(6).
       02  SUPPLIERID-OPR      PIC 9(4).
       02  OILNUM-OPR          PIC 99.
       02  UNITSIZE-OPR        PIC 9.
       02  QTYORDERED-OPR      PIC 9(5).
       02  QTYRECEIVED-OPR     PIC 9(5).
       02  ORDERDATE-OPR       PIC 9(8).
       02  POSTATUS-OPR        PIC X.
        88 POOPEN-OPR          VALUE "O".
        88 POCLOSED-OPR        VALUE "C".
       02  UNITCOST-OPR        PIC 99V99.

FD     OILSUPPLIERFILE.
01     OILSUPPLIERREC.
       88  ENDOFOILSUPPLIERFILE VALUE HIGH-VALUES.
       02  SUPPLIERID-OSU      PIC 9(4).
       02  SUPPLIERNAME-OSU    PIC X(30).
       02  SUPPLIERCONTACT-OSU PIC X(30).
       02  LEADTIMEDAYS-OSU    PIC 9(3).

FD     OILPRICEFILE.
01     OILPRICEREC.
       88  ENDOFOILPRICEFILE   VALUE HIGH-VALUES.
       02  OILNUM-OPF          PIC 99.
       02  OILPRICEBODY.
           03 OILNAME-OPF      PIC X(16).
           03 UNITCOST-OPF     PIC 99V99 OCCURS 3 TIMES.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

FD     OUTSTANDINGREPORTFILE.
01     OUTSTANDINGPRINTLINE    PIC X(110).

WORKING-STORAGE SECTION.
01     OILPOREGISTERFILESTATUS  PIC XX.
       88 OILPOREGISTERFILEOK   VALUE "00".
01     OILSUPPLIERFILESTATUS    PIC XX.
       88 OILSUPPLIERFILEOK     VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     SUPPLIERCOUNT            PIC 9(3) VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIERENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON SUPPLIERCOUNT.
           03 SUSUPPLIERID      PIC 9(4).
           03 SUSUPPLIERNAME    PIC X(30).
           03 SULEADTIMEDAYS    PIC 9(3).
01     SUPPLIERIDX              PIC 9(3).
01     SUPPLIERFOUNDSWITCH      PIC X.
       88 SUPPLIERFOUND         VALUE "Y".
       88 SUPPLIERNOTFOUND      VALUE "N".

01     SUPPLIERNAMEFOUND        PIC X(30).
01     SUPPLIERLEADDAYS         PIC 9(3).
01     QTYOUTSTANDING           PIC 9(5).
01     VALUEOUTSTANDING         PIC 9(7)V99.
01     DUEDATE                  PIC 9(8).
01     DAYSLATE                 PIC S9(5).

01     OPENLINECOUNT            PIC 9(4) VALUE ZERO.
01     LATELINECOUNT            PIC 9(4) VALUE ZERO.
01     UNITSOUTSTANDINGTOTAL    PIC 9(7) VALUE ZERO.
01     VALUEOUTSTANDINGTOTAL    PIC 9(8)V99 VALUE ZERO.

01     OUTSTANDINGHEADINGLINE.
       02 FILLER                PIC X(31)
               VALUE "OIL PURCHASE ORDERS OUTSTANDING".
       02 FILLER                PIC X(4)  VALUE " AT ".
       02 PRNRUNDATE            PIC 9(8).

01     OUTSTANDINGTOPICLINE.
       02 FILLER                PIC X(8)  VALUE "PO NO.".
       02 FILLER                PIC X(10) VALUE "ORDERED".
       02 FILLER                PIC X(22) VALUE "SUPPLIER".
       02 FILLER                PIC X(17) VALUE "OIL NAME".
       02 FILLER                PIC X(5)  VALUE "SIZE".
       02 FILLER                PIC X(7)  VALUE "  ORDER".
       02 FILLER                PIC X(7)  VALUE "  RECVD".
       02 FILLER                PIC X(7)  VALUE "  OWING".
       02 FILLER                PIC X(10) VALUE "  DUE".
       02 FILLER                PIC X(12) VALUE "STATUS".

01     OUTSTANDINGDETAILLINE.
       02 PRNPONUMBER           PIC 9(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNORDERDATE          PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNSUPPLIERNAME       PIC X(20).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOILNAME            PIC X(16).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITSIZE           PIC 9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNQTYORDERED         PIC ZZZZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNQTYRECEIVED        PIC ZZZZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNQTYOUTSTANDING     PIC ZZZZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDUEDATE            PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNLINESTATUS         PIC X(14).

01     LATESTATUS.
       02 FILLER                PIC X(5)  VALUE "LATE ".
       02 PRNDAYSLATE           PIC ZZZ9.
       02 FILLER                PIC X(5)  VALUE " DAYS".

01     OUTSTANDINGFOOTERLINE.
       02 FILLER                PIC X(12) VALUE "OPEN LINES: ".
       02 PRNOPENLINES          PIC ZZZ9.
       02 FILLER                PIC X(14) VALUE "  LATE LINES: ".
       02 PRNLATELINES          PIC ZZZ9.
       02 FILLER                PIC X(17) VALUE "  UNITS OWING: ".
       02 PRNUNITSOUTSTANDING   PIC ZZZ,ZZ9.
       02 FILLER                PIC X(11) VALUE "  AT COST: ".
       02 PRNVALUEOUTSTANDING   PIC ZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF

       PERFORM LOADOILNAMES
       PERFORM LOADOILSUPPLIERS

       OPEN OUTPUT OUTSTANDINGREPORTFILE
       MOVE RUNDATE TO PRNRUNDATE
       WRITE OUTSTANDINGPRINTLINE FROM OUTSTANDINGHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE OUTSTANDINGPRINTLINE FROM OUTSTANDINGTOPICLINE
           AFTER ADVANCING 2 LINES

       OPEN INPUT OILPOREGISTERFILE
       IF OILPOREGISTERFILEOK
           READ OILPOREGISTERFILE
               AT END SET ENDOFOILPOREGISTER TO TRUE
           END-READ
           PERFORM LISTONEREGISTERLINE UNTIL ENDOFOILPOREGISTER
           CLOSE OILPOREGISTERFILE
       ELSE
           DISPLAY "NO OIL PURCHASE ORDER REGISTER ON FILE"
       END-IF

       MOVE OPENLINECOUNT         TO PRNOPENLINES
       MOVE LATELINECOUNT         TO PRNLATELINES
       MOVE UNITSOUTSTANDINGTOTAL TO PRNUNITSOUTSTANDING
       MOVE VALUEOUTSTANDINGTOTAL TO PRNVALUEOUTSTANDING
       WRITE OUTSTANDINGPRINTLINE FROM OUTSTANDINGFOOTERLINE
           AFTER ADVANCING 2 LINES
       CLOSE OUTSTANDINGREPORTFILE

       DISPLAY "OPEN ORDER LINES LISTED: " OPENLINECOUNT
       DISPLAY "LATE ORDER LINES:        " LATELINECOUNT
       STOP RUN.

*>   Every open line is listed, not just the late ones - the point is
*>   to see what is already coming before anyone picks up the phone.
*>   A line is due its supplier's lead time after the order date and
*>   late from the day after; a supplier missing from the supplier
*>   file has no lead time, so its lines fall due on the order date.
LISTONEREGISTERLINE.
       IF POOPEN-OPR
           PERFORM FINDSUPPLIERFORPOLINE
           IF QTYORDERED-OPR > QTYRECEIVED-OPR
               COMPUTE QTYOUTSTANDING = QTYORDERED-OPR - QTYRECEIVED-OPR
           ELSE
               MOVE ZERO TO QTYOUTSTANDING
           END-IF
           COMPUTE VALUEOUTSTANDING = QTYOUTSTANDING * UNITCOST-OPR
           COMPUTE DUEDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ORDERDATE-OPR) + SUPPLIERLEADDAYS)
           COMPUTE DAYSLATE =
               FUNCTION INTEGER-OF-DATE(RUNDATE) -
               FUNCTION INTEGER-OF-DATE(DUEDATE)

           MOVE OILPONUMBER-OPR   TO PRNPONUMBER
           MOVE ORDERDATE-OPR     TO PRNORDERDATE
           MOVE SUPPLIERNAMEFOUND TO PRNSUPPLIERNAME
           IF OILNUM-OPR >= 1 AND OILNUM-OPR <= 20
               MOVE OILNAMEENTRY(OILNUM-OPR) TO PRNOILNAME
           ELSE
               MOVE SPACES TO PRNOILNAME
           END-IF
           MOVE UNITSIZE-OPR      TO PRNUNITSIZE
           MOVE QTYORDERED-OPR    TO PRNQTYORDERED
           MOVE QTYRECEIVED-OPR   TO PRNQTYRECEIVED
           MOVE QTYOUTSTANDING    TO PRNQTYOUTSTANDING
           MOVE DUEDATE           TO PRNDUEDATE
           EVALUATE TRUE
               WHEN DAYSLATE > ZERO
                   MOVE DAYSLATE   TO PRNDAYSLATE
                   MOVE LATESTATUS TO PRNLINESTATUS
                   ADD 1 TO LATELINECOUNT
               WHEN QTYRECEIVED-OPR > ZERO
                   MOVE "PART DELIVERED" TO PRNLINESTATUS
               WHEN OTHER
                   MOVE "ON ORDER" TO PRNLINESTATUS
           END-EVALUATE
           WRITE OUTSTANDINGPRINTLINE FROM OUTSTANDINGDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO OPENLINECOUNT
           ADD QTYOUTSTANDING   TO UNITSOUTSTANDINGTOTAL
           ADD VALUEOUTSTANDING TO VALUEOUTSTANDINGTOTAL
       END-IF
       READ OILPOREGISTERFILE
           AT END SET ENDOFOILPOREGISTER TO TRUE
       END-READ.

FINDSUPPLIERFORPOLINE.
       SET SUPPLIERNOTFOUND TO TRUE
       MOVE ZERO   TO SUPPLIERLEADDAYS
       MOVE "SUPPLIER NOT ON FILE" TO SUPPLIERNAMEFOUND
       PERFORM CHECKONEOILSUPPLIER
           VARYING SUPPLIERIDX FROM 1 BY 1
           UNTIL SUPPLIERIDX > SUPPLIERCOUNT OR SUPPLIERFOUND
       IF SUPPLIERFOUND
           SUBTRACT 1 FROM SUPPLIERIDX
           MOVE SUSUPPLIERNAME(SUPPLIERIDX) TO SUPPLIERNAMEFOUND
           MOVE SULEADTIMEDAYS(SUPPLIERIDX) TO SUPPLIERLEADDAYS
       END-IF.

CHECKONEOILSUPPLIER.
       IF SUSUPPLIERID(SUPPLIERIDX) = SUPPLIERID-OPR
           SET SUPPLIERFOUND TO TRUE
       END-IF.

LOADOILSUPPLIERS.
       OPEN INPUT OILSUPPLIERFILE
       IF OILSUPPLIERFILEOK
           READ OILSUPPLIERFILE
               AT END SET ENDOFOILSUPPLIERFILE TO TRUE
           END-READ
           PERFORM STOREONEOILSUPPLIER UNTIL ENDOFOILSUPPLIERFILE
           CLOSE OILSUPPLIERFILE
       END-IF.

STOREONEOILSUPPLIER.
       ADD 1 TO SUPPLIERCOUNT
       MOVE SUPPLIERID-OSU   TO SUSUPPLIERID(SUPPLIERCOUNT)
       MOVE SUPPLIERNAME-OSU TO SUSUPPLIERNAME(SUPPLIERCOUNT)
       MOVE LEADTIMEDAYS-OSU TO SULEADTIMEDAYS(SUPPLIERCOUNT)
       READ OILSUPPLIERFILE
           AT END SET ENDOFOILSUPPLIERFILE TO TRUE
       END-READ.

LOADOILNAMES.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ
       PERFORM STOREONEOILNAME UNTIL ENDOFOILPRICEFILE
       CLOSE OILPRICEFILE.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ.
