IDENTIFICATION DIVISION.
PROGRAM-ID. SERIALINQUIRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SERIALREGISTERFILE ASSIGN TO "SerialRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERIALREGISTERFILESTATUS.

       SELECT MASTERSTOCKFILE ASSIGN TO "Listing10-3Master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GADGETID-MF
           FILE STATUS IS MASTERSTOCKFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SERIALREGISTERFILE.
01     SERIALREGISTERREC.
       88 ENDOFSERIALREGISTERFILE VALUE HIGH-VALUES.
       02 SRDATE-SRF            PIC 9(8).
       02 FILLER                PIC X.
       02 SERIALNUMBER-SRF      PIC X(20).
       02 FILLER                PIC X.
       02 GADGETID-SRF          PIC 9(6).
       02 FILLER                PIC X.
       02 MOVEMENT-SRF          PIC X(10).
       02 FILLER                PIC X.
       02 OPERATORID-SRF        PIC X(8).

FD     MASTERSTOCKFILE.
01     MASTERSTOCKREC.
       02 GADGETID-MF          PIC 9(6).
       02 GADGETNAME-MF        PIC X(30).
       02 QTYINSTOCK-MF        PIC 9(4).
       02 PRICE-MF             PIC 9(4)V99.
       02 SUPPLIERID-MF        PIC 9(4).
       02 QTYATLOCATION-MF     PIC 9(4) OCCURS 3 TIMES.
       02 CATEGORYCODE-MF      PIC X(3).
       02 COSTPRICE-MF         PIC 9(4)V99.
       02 EAN-MF               PIC 9(13).
       02 SERIALCONTROL-MF     PIC X.
       02 LIFECYCLESTATUS-MF   PIC X.

WORKING-STORAGE SECTION.
01     SERIALREGISTERFILESTATUS PIC XX.
       88 SERIALREGISTERFILEOK  VALUE "00".
01     MASTERSTOCKFILESTATUS    PIC XX.
       88 MASTERSTOCKFILEOK     VALUE "00".

*>   Manufacturer's warranty on the serial-controlled range, counted
*>   from the day the unit was sold.
01     WARRANTYDAYS             PIC 9(4) VALUE 365.

01     SERIALQUERY              PIC X(20) VALUE SPACES.
01     TODAYDATE                PIC 9(8).
01     TODAYDAYNUMBER           PIC 9(7).
01     WARRANTYENDDAYNUMBER     PIC 9(7).
01     WARRANTYENDDATE          PIC 9(8).

01     INQUIRYDONESWITCH        PIC X VALUE "N".
       88 INQUIRYDONE           VALUE "Y".
       88 INQUIRYNOTDONE        VALUE "N".

*>   One entry per gadget the serial has moved under - normally just
*>   the one, but two makers may number alike.
01     UNITCOUNT                PIC 9(2) VALUE ZERO.
01     UNITTABLE.
       02 UNITENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON UNITCOUNT.
           03 UNITGADGETID      PIC 9(6).
           03 UNITRECEIPTDATE   PIC 9(8).
           03 UNITSALEDATE      PIC 9(8).
           03 UNITLASTMOVEMENT  PIC X(10).
            88 UNITINSTOCK      VALUE "GOODSRCVD" "RETURN".
            88 UNITSOLD         VALUE "SUBSTOCK".
            88 UNITBACKTOVENDOR VALUE "RTVENDOR".
           03 UNITLASTDATE      PIC 9(8).
01     UNITIDX                  PIC 9(2).

01     UNITFOUNDSWITCH          PIC X VALUE "N".
       88 UNITFOUND             VALUE "Y".
       88 UNITNOTFOUND          VALUE "N".

01     MOVEMENTDETAILLINE.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNMOVEMENTDATE       PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNMOVEMENTGADGETID   PIC 9(6).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNMOVEMENT           PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNOPERATORID         PIC X(8).

01     UNITGADGETLINE.
       02 FILLER                PIC X(14) VALUE "GADGET:       ".
       02 PRNGADGETID           PIC 9(6).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNGADGETNAME         PIC X(30).

01     UNITDATESLINE.
       02 FILLER                PIC X(14) VALUE "RECEIVED:     ".
       02 PRNRECEIPTDATE        PIC X(8).
       02 FILLER                PIC X(10) VALUE "   SOLD:  ".
       02 PRNSALEDATE           PIC X(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT TODAYDATE FROM DATE YYYYMMDD
       COMPUTE TODAYDAYNUMBER = FUNCTION INTEGER-OF-DATE(TODAYDATE)

       OPEN INPUT MASTERSTOCKFILE
       IF NOT MASTERSTOCKFILEOK
           DISPLAY "CANNOT OPEN MASTER STOCK FILE - STATUS "
               MASTERSTOCKFILESTATUS
           STOP RUN
       END-IF

       PERFORM INQUIREONESERIAL UNTIL INQUIRYDONE

       CLOSE MASTERSTOCKFILE
       STOP RUN.

*>   Prompt-loop inquiry in the MOVEMENTINQUIRY style: a blank serial
*>   ends the session. The register is re-read front to back for each
*>   query - a customer at the counter with a faulty unit wants to
*>   know what it is, when it came in and went out, and whether the
*>   warranty still covers it.
INQUIREONESERIAL.
       DISPLAY " "
       DISPLAY "ENTER SERIAL NUMBER (BLANK TO FINISH) - "
           WITH NO ADVANCING
       MOVE SPACES TO SERIALQUERY
       ACCEPT SERIALQUERY
       IF SERIALQUERY = SPACES
           SET INQUIRYDONE TO TRUE
       ELSE
           PERFORM TRACESERIALNUMBER
       END-IF.

TRACESERIALNUMBER.
       MOVE ZERO TO UNITCOUNT
       OPEN INPUT SERIALREGISTERFILE
       IF NOT SERIALREGISTERFILEOK
           DISPLAY "NO SERIAL REGISTER ON DISK"
       ELSE
           READ SERIALREGISTERFILE
               AT END SET ENDOFSERIALREGISTERFILE TO TRUE
           END-READ
           PERFORM CHECKONEREGISTERRECORD
               UNTIL ENDOFSERIALREGISTERFILE
           CLOSE SERIALREGISTERFILE
           IF UNITCOUNT = ZERO
               DISPLAY "SERIAL NUMBER " SERIALQUERY
                   " IS NOT ON THE REGISTER"
           ELSE
               PERFORM SHOWONEUNIT
                   VARYING UNITIDX FROM 1 BY 1 UNTIL UNITIDX > UNITCOUNT
           END-IF
       END-IF.

*>   Every movement is listed as it is met; the latest receipt and
*>   latest sale are kept per gadget, so a unit sold, returned and
*>   sold again dates its warranty from the second sale.
CHECKONEREGISTERRECORD.
       IF SERIALNUMBER-SRF = SERIALQUERY
           MOVE SRDATE-SRF     TO PRNMOVEMENTDATE
           MOVE GADGETID-SRF   TO PRNMOVEMENTGADGETID
           MOVE MOVEMENT-SRF   TO PRNMOVEMENT
           MOVE OPERATORID-SRF TO PRNOPERATORID
           DISPLAY MOVEMENTDETAILLINE
           PERFORM FINDORADDUNITENTRY
           IF UNITFOUND
               MOVE MOVEMENT-SRF TO UNITLASTMOVEMENT(UNITIDX)
               MOVE SRDATE-SRF   TO UNITLASTDATE(UNITIDX)
               IF MOVEMENT-SRF = "GOODSRCVD"
                   MOVE SRDATE-SRF TO UNITRECEIPTDATE(UNITIDX)
               END-IF
               IF MOVEMENT-SRF = "SUBSTOCK"
                   MOVE SRDATE-SRF TO UNITSALEDATE(UNITIDX)
               END-IF
           END-IF
       END-IF
       READ SERIALREGISTERFILE
           AT END SET ENDOFSERIALREGISTERFILE TO TRUE
       END-READ.

FINDORADDUNITENTRY.
       SET UNITNOTFOUND TO TRUE
       PERFORM CHECKONEUNITENTRY
           VARYING UNITIDX FROM 1 BY 1
           UNTIL UNITIDX > UNITCOUNT OR UNITFOUND
       IF UNITNOTFOUND AND UNITCOUNT < 20
           ADD 1 TO UNITCOUNT
           MOVE UNITCOUNT    TO UNITIDX
           MOVE GADGETID-SRF TO UNITGADGETID(UNITIDX)
           MOVE ZERO         TO UNITRECEIPTDATE(UNITIDX)
           MOVE ZERO         TO UNITSALEDATE(UNITIDX)
           SET UNITFOUND TO TRUE
       END-IF.

CHECKONEUNITENTRY.
       IF UNITGADGETID(UNITIDX) = GADGETID-SRF
           SET UNITFOUND TO TRUE
           SUBTRACT 1 FROM UNITIDX
       END-IF.

SHOWONEUNIT.
       DISPLAY " "
       MOVE UNITGADGETID(UNITIDX) TO PRNGADGETID
       MOVE UNITGADGETID(UNITIDX) TO GADGETID-MF
       READ MASTERSTOCKFILE
           INVALID KEY MOVE "** NO LONGER ON THE MASTER **"
                           TO PRNGADGETNAME
           NOT INVALID KEY MOVE GADGETNAME-MF TO PRNGADGETNAME
       END-READ
       DISPLAY UNITGADGETLINE
       IF UNITRECEIPTDATE(UNITIDX) = ZERO
           MOVE "NONE"                   TO PRNRECEIPTDATE
       ELSE
           MOVE UNITRECEIPTDATE(UNITIDX) TO PRNRECEIPTDATE
       END-IF
       IF UNITSALEDATE(UNITIDX) = ZERO
           MOVE "NOT SOLD"               TO PRNSALEDATE
       ELSE
           MOVE UNITSALEDATE(UNITIDX)    TO PRNSALEDATE
       END-IF
       DISPLAY UNITDATESLINE
       EVALUATE TRUE
           WHEN UNITSOLD(UNITIDX)
               DISPLAY "STATUS:       SOLD"
           WHEN UNITBACKTOVENDOR(UNITIDX)
               DISPLAY "STATUS:       RETURNED TO SUPPLIER "
                   UNITLASTDATE(UNITIDX)
           WHEN UNITLASTMOVEMENT(UNITIDX) = "RETURN"
               DISPLAY "STATUS:       IN STOCK - CUSTOMER RETURN "
                   UNITLASTDATE(UNITIDX)
           WHEN OTHER
               DISPLAY "STATUS:       IN STOCK"
       END-EVALUATE
       PERFORM SHOWWARRANTYSTATUS.

SHOWWARRANTYSTATUS.
       IF UNITSALEDATE(UNITIDX) = ZERO
           DISPLAY "WARRANTY:     NOT STARTED - UNIT NEVER SOLD"
       ELSE
           COMPUTE WARRANTYENDDAYNUMBER =
               FUNCTION INTEGER-OF-DATE(UNITSALEDATE(UNITIDX))
               + WARRANTYDAYS
           COMPUTE WARRANTYENDDATE =
               FUNCTION DATE-OF-INTEGER(WARRANTYENDDAYNUMBER)
           IF TODAYDAYNUMBER > WARRANTYENDDAYNUMBER
               DISPLAY "WARRANTY:     EXPIRED " WARRANTYENDDATE
           ELSE
               DISPLAY "WARRANTY:     IN WARRANTY UNTIL "
                   WARRANTYENDDATE
           END-IF
       END-IF.
