           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILLOTFILESTATUS.

       SELECT OILPOREGISTERFILE ASSIGN TO "OilPoRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPOREGISTERFILESTATUS.

*>   Every delivery booked, with what the PO line still expected, so
*>   an over- or under-delivery can be taken up with the supplier
*>   after the van has gone.
       SELECT OILGOODSRECEIVEDFILE ASSIGN TO "OilGoodsReceived.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILGOODSRECEIVEDFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     OILSTOCKFILE.

*>   Oils are skin products - when a supplier recalls a batch the lot
*>   rows are how we know which stock it became. One row per receipt,
*>   run down earliest best-before first by OILSTOCKUPDATE as sales
*>   post.
FD     OILLOTFILE.
01     OILLOTREC.
       02  OILNUM-OLF          PIC 99.
       02  LOTNUMBER-OLF       PIC X(10).
       02  RECEIPTDATE-OLF     PIC 9(8).
       02  QTYREMAINING-OLF    PIC 9(5).
       02  BESTBEFOREDATE-OLF  PIC 9(8).

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

FD     OILGOODSRECEIVEDFILE.
01     OILGOODSRECEIVEDREC.
       02  RECEIPTDATE-OGR     PIC 9(8).
       02  FILLER              PIC X      VALUE SPACE.
       02  OILPONUMBER-OGR     PIC 9(6).
       02  FILLER              PIC X      VALUE SPACE.
       02  SUPPLIERID-OGR      PIC 9(4).
       02  FILLER              PIC X      VALUE SPACE.
       02  OILNUM-OGR          PIC 99.
       02  FILLER              PIC X      VALUE SPACE.
       02  UNITSIZE-OGR        PIC 9.
       02  FILLER              PIC X      VALUE SPACE.
       02  LOTNUMBER-OGR       PIC X(10).
       02  FILLER              PIC X      VALUE SPACE.
       02  QTYEXPECTED-OGR     PIC 9(5).
       02  FILLER              PIC X      VALUE SPACE.
       02  QTYRECEIVED-OGR     PIC 9(5).
       02  FILLER              PIC X      VALUE SPACE.
       02  DELIVERYFLAG-OGR    PIC X.
        88 OVERDELIVERY-OGR    VALUE "O".
        88 UNDERDELIVERY-OGR   VALUE "U".
        88 CLOSEDSHORT-OGR     VALUE "S".
       02  FILLER              PIC X      VALUE SPACE.
       02  OPERATORID-OGR      PIC X(8).

WORKING-STORAGE SECTION.
01     OILSTOCKFILESTATUS       PIC XX.
       88 OILLOTFILEOK          VALUE "00".
01     LOTNUMBERENTRY           PIC X(10) VALUE SPACES.
01     RECEIPTDATE              PIC 9(8).
01     BESTBEFOREENTRY          PIC X(8) VALUE SPACES.
01     BESTBEFOREDATE           PIC 9(8).

01     OILPOREGISTERFILESTATUS  PIC XX.
       88 OILPOREGISTERFILEOK   VALUE "00".
01     OILGOODSRECEIVEDFILESTATUS PIC XX.
       88 OILGOODSRECEIVEDFILEOK VALUE "00".

01     POLINECOUNT              PIC 9(4) VALUE ZERO.
01     POLINETABLE.
       02 POLINEENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON POLINECOUNT.
           03 PLPONUMBER        PIC 9(6).
           03 PLSUPPLIERID      PIC 9(4).
           03 PLOILNUM          PIC 99.
           03 PLUNITSIZE        PIC 9.
           03 PLQTYORDERED      PIC 9(5).
           03 PLQTYRECEIVED     PIC 9(5).
           03 PLORDERDATE       PIC 9(8).
           03 PLPOSTATUS        PIC X.
            88 PLPOOPEN         VALUE "O".
            88 PLPOCLOSED       VALUE "C".
           03 PLUNITCOST        PIC 99V99.
01     POLINEIDX                PIC 9(4).
01     POLINEFOUNDSWITCH        PIC X.
       88 POLINEFOUND           VALUE "Y".
       88 POLINENOTFOUND        VALUE "N".
01     OPENPOFOUNDSWITCH        PIC X.
       88 OPENPOFOUND           VALUE "Y".
       88 OPENPONOTFOUND        VALUE "N".

01     PONUMBERENTRY            PIC X(6) VALUE SPACES.
01     PONUMBER                 PIC 9(6).
01     QTYEXPECTED              PIC 9(5).
01     DELIVERYDIFFERENCE       PIC 9(5).
01     DELIVERYFLAG             PIC X.
01     CLOSESHORTENTRY          PIC X.
01     OVERDELIVERYCOUNT        PIC 9(4) VALUE ZERO.
01     UNDERDELIVERYCOUNT       PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
           STOP RUN
       END-IF

       PERFORM LOADOILPOREGISTER
       IF POLINECOUNT = ZERO
           DISPLAY "NO OIL PURCHASE ORDERS ON FILE - NOTHING TO RECEIVE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM ENTERONERECEIPT UNTIL NOT ENTERANOTHER

       PERFORM REWRITEOILSTOCKFILE
       IF RECEIPTSENTEREDCOUNT > ZERO
           PERFORM REWRITEOILPOREGISTER
       END-IF
       DISPLAY "RECEIPTS ENTERED: " RECEIPTSENTEREDCOUNT
       DISPLAY "OVER-DELIVERIES:  " OVERDELIVERYCOUNT
       DISPLAY "UNDER-DELIVERIES: " UNDERDELIVERYCOUNT
       STOP RUN.

*>   Every delivery is booked against an open line of the oil
*>   purchase order it came in on; stock that arrives with no order
*>   behind it is turned away at the door rather than keyed.
ENTERONERECEIPT.
       DISPLAY " "
       DISPLAY "OIL PO NUMBER: " WITH NO ADVANCING
       MOVE SPACES TO PONUMBERENTRY
       ACCEPT PONUMBERENTRY
       MOVE ZERO TO PONUMBER
       IF PONUMBERENTRY IS NUMERIC
           MOVE PONUMBERENTRY TO PONUMBER
       ELSE
           IF PONUMBERENTRY NOT = SPACES
               COMPUTE PONUMBER = FUNCTION NUMVAL(PONUMBERENTRY)
           END-IF
       END-IF
       PERFORM CHECKPOISOPEN
       IF OPENPONOTFOUND
           DISPLAY "NO OPEN OIL PURCHASE ORDER " PONUMBER
               " - RECEIPT NOT ENTERED"
       ELSE
           DISPLAY "OIL NUMBER (01-14): " WITH NO ADVANCING
           ACCEPT OILNUMENTRY
           DISPLAY "UNIT SIZE (1-3): " WITH NO ADVANCING
           ACCEPT UNITSIZEENTRY
           PERFORM FINDOPENPOLINE
           PERFORM FINDOILSTOCKLINE
           EVALUATE TRUE
               WHEN POLINENOTFOUND
                   DISPLAY "NO OPEN LINE FOR THAT OIL AND SIZE ON PO "
                       PONUMBER " - RECEIPT NOT ENTERED"
               WHEN STOCKLINENOTFOUND
                   DISPLAY "NO SUCH OIL AND SIZE ON THE STOCK FILE"
               WHEN OTHER
                   PERFORM ENTERRECEIPTAGAINSTPOLINE
           END-EVALUATE
       END-IF
       DISPLAY "ENTER ANOTHER RECEIPT? (Y/N): " WITH NO ADVANCING
       ACCEPT MORERECEIPTS.

ENTERRECEIPTAGAINSTPOLINE.
       COMPUTE QTYEXPECTED =
           PLQTYORDERED(POLINEIDX) - PLQTYRECEIVED(POLINEIDX)
       DISPLAY "OUTSTANDING ON PO LINE: " QTYEXPECTED
       DISPLAY "QUANTITY RECEIVED: " WITH NO ADVANCING
       ACCEPT QTYRECEIVEDENTRY
       DISPLAY "SUPPLIER LOT NUMBER: " WITH NO ADVANCING
       MOVE SPACES TO LOTNUMBERENTRY
       ACCEPT LOTNUMBERENTRY
       PERFORM ENTERBESTBEFOREDATE
       IF BESTBEFOREDATE = ZERO
           DISPLAY "BEST-BEFORE DATE MUST BE A DATE AFTER TODAY - "
               "RECEIPT NOT ENTERED"
       ELSE
           ADD QTYRECEIVEDENTRY TO OSQTYONHAND(OILSTOCKIDX)
           PERFORM WRITELOTRECORD
           PERFORM BOOKRECEIPTTOPOLINE
           PERFORM WRITEGOODSRECEIVEDRECORD
           ADD 1 TO RECEIPTSENTEREDCOUNT
       END-IF.

*>   A delivery of exactly what was outstanding closes the line. More
*>   than outstanding closes it and is flagged for the buyer to take
*>   up. Less leaves the balance open for the rest to follow, unless
*>   goods-in is told the supplier will not send it, when the line is
*>   closed short so the reorder report stops counting it as coming.
BOOKRECEIPTTOPOLINE.
       MOVE SPACE TO DELIVERYFLAG
       ADD QTYRECEIVEDENTRY TO PLQTYRECEIVED(POLINEIDX)
       EVALUATE TRUE
           WHEN QTYRECEIVEDENTRY > QTYEXPECTED
               COMPUTE DELIVERYDIFFERENCE =
                   QTYRECEIVEDENTRY - QTYEXPECTED
               DISPLAY "OVER-DELIVERY - " DELIVERYDIFFERENCE
                   " UNITS MORE THAN THE PO LINE WAS OUTSTANDING"
               MOVE "O" TO DELIVERYFLAG
               ADD 1 TO OVERDELIVERYCOUNT
               SET PLPOCLOSED(POLINEIDX) TO TRUE
           WHEN QTYRECEIVEDENTRY < QTYEXPECTED
               COMPUTE DELIVERYDIFFERENCE =
                   QTYEXPECTED - QTYRECEIVEDENTRY
               DISPLAY "UNDER-DELIVERY - " DELIVERYDIFFERENCE
                   " UNITS STILL OUTSTANDING ON THE PO LINE"
               DISPLAY "CLOSE THE PO LINE SHORT? (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO CLOSESHORTENTRY
               ACCEPT CLOSESHORTENTRY
               ADD 1 TO UNDERDELIVERYCOUNT
               IF CLOSESHORTENTRY = "Y" OR CLOSESHORTENTRY = "y"
                   MOVE "S" TO DELIVERYFLAG
                   SET PLPOCLOSED(POLINEIDX) TO TRUE
               ELSE
                   MOVE "U" TO DELIVERYFLAG
               END-IF
           WHEN OTHER
               SET PLPOCLOSED(POLINEIDX) TO TRUE
       END-EVALUATE.

WRITEGOODSRECEIVEDRECORD.
       OPEN EXTEND OILGOODSRECEIVEDFILE
       IF NOT OILGOODSRECEIVEDFILEOK
           OPEN OUTPUT OILGOODSRECEIVEDFILE
       END-IF
       MOVE SPACES                   TO OILGOODSRECEIVEDREC
       MOVE RECEIPTDATE              TO RECEIPTDATE-OGR
       MOVE PONUMBER                 TO OILPONUMBER-OGR
       MOVE PLSUPPLIERID(POLINEIDX)  TO SUPPLIERID-OGR
       MOVE OILNUMENTRY              TO OILNUM-OGR
       MOVE UNITSIZEENTRY            TO UNITSIZE-OGR
       MOVE LOTNUMBERENTRY           TO LOTNUMBER-OGR
       MOVE QTYEXPECTED              TO QTYEXPECTED-OGR
       MOVE QTYRECEIVEDENTRY         TO QTYRECEIVED-OGR
       MOVE DELIVERYFLAG             TO DELIVERYFLAG-OGR
       MOVE OPERATORID               TO OPERATORID-OGR
       WRITE OILGOODSRECEIVEDREC
       CLOSE OILGOODSRECEIVEDFILE.

CHECKPOISOPEN.
       SET OPENPONOTFOUND TO TRUE
       PERFORM CHECKONEPOLINEFOROPENPO
           VARYING POLINEIDX FROM 1 BY 1
           UNTIL POLINEIDX > POLINECOUNT OR OPENPOFOUND.

CHECKONEPOLINEFOROPENPO.
       IF PLPONUMBER(POLINEIDX) = PONUMBER AND PLPOOPEN(POLINEIDX)
           SET OPENPOFOUND TO TRUE
       END-IF.

FINDOPENPOLINE.
       SET POLINENOTFOUND TO TRUE
       PERFORM CHECKONEOPENPOLINE
           VARYING POLINEIDX FROM 1 BY 1
           UNTIL POLINEIDX > POLINECOUNT OR POLINEFOUND
       IF POLINEFOUND
           SUBTRACT 1 FROM POLINEIDX
       END-IF.

CHECKONEOPENPOLINE.
       IF PLPONUMBER(POLINEIDX) = PONUMBER
               AND PLOILNUM(POLINEIDX) = OILNUMENTRY
               AND PLUNITSIZE(POLINEIDX) = UNITSIZEENTRY
               AND PLPOOPEN(POLINEIDX)
           SET POLINEFOUND TO TRUE
       END-IF.

*>   The best-before date is printed on the supplier's carton; it is
*>   what OILSTOCKUPDATE sells by and what the expiry report watches.
*>   A date already past is a keying slip, not stock to put away.
ENTERBESTBEFOREDATE.
       ACCEPT RECEIPTDATE FROM DATE YYYYMMDD
       DISPLAY "BEST-BEFORE DATE (YYYYMMDD): " WITH NO ADVANCING
       MOVE SPACES TO BESTBEFOREENTRY
       ACCEPT BESTBEFOREENTRY
       MOVE ZERO TO BESTBEFOREDATE
       IF BESTBEFOREENTRY IS NUMERIC
           MOVE BESTBEFOREENTRY TO BESTBEFOREDATE
           IF BESTBEFOREDATE NOT > RECEIPTDATE
               MOVE ZERO TO BESTBEFOREDATE
           END-IF
       END-IF.

WRITELOTRECORD.
       OPEN EXTEND OILLOTFILE
       IF NOT OILLOTFILEOK
           OPEN OUTPUT OILLOTFILE
       MOVE LOTNUMBERENTRY   TO LOTNUMBER-OLF
       MOVE RECEIPTDATE      TO RECEIPTDATE-OLF
       MOVE QTYRECEIVEDENTRY TO QTYREMAINING-OLF
       MOVE BESTBEFOREDATE   TO BESTBEFOREDATE-OLF
       WRITE OILLOTREC
       CLOSE OILLOTFILE.

       MOVE OSQTYONHAND(OILSTOCKIDX)   TO QTYONHAND-OSF
       MOVE OSREORDERLEVEL(OILSTOCKIDX) TO REORDERLEVEL-OSF
       WRITE OILSTOCKREC.

LOADOILPOREGISTER.
       OPEN INPUT OILPOREGISTERFILE
       IF OILPOREGISTERFILEOK
           READ OILPOREGISTERFILE
               AT END SET ENDOFOILPOREGISTER TO TRUE
           END-READ
           PERFORM STOREONEPOLINE UNTIL ENDOFOILPOREGISTER
           CLOSE OILPOREGISTERFILE
       END-IF.

STOREONEPOLINE.
       ADD 1 TO POLINECOUNT
       MOVE OILPONUMBER-OPR TO PLPONUMBER(POLINECOUNT)
       MOVE SUPPLIERID-OPR  TO PLSUPPLIERID(POLINECOUNT)
       MOVE OILNUM-OPR      TO PLOILNUM(POLINECOUNT)
       MOVE UNITSIZE-OPR    TO PLUNITSIZE(POLINECOUNT)
       MOVE QTYORDERED-OPR  TO PLQTYORDERED(POLINECOUNT)
       MOVE QTYRECEIVED-OPR TO PLQTYRECEIVED(POLINECOUNT)
       MOVE ORDERDATE-OPR   TO PLORDERDATE(POLINECOUNT)
       MOVE POSTATUS-OPR    TO PLPOSTATUS(POLINECOUNT)
       MOVE UNITCOST-OPR    TO PLUNITCOST(POLINECOUNT)
       READ OILPOREGISTERFILE
           AT END SET ENDOFOILPOREGISTER TO TRUE
       END-READ.

REWRITEOILPOREGISTER.
       OPEN OUTPUT OILPOREGISTERFILE
       PERFORM WRITEONEPOLINE
           VARYING POLINEIDX FROM 1 BY 1 UNTIL POLINEIDX > POLINECOUNT
       CLOSE OILPOREGISTERFILE.

WRITEONEPOLINE.
       MOVE PLPONUMBER(POLINEIDX)    TO OILPONUMBER-OPR
       MOVE PLSUPPLIERID(POLINEIDX)  TO SUPPLIERID-OPR
       MOVE PLOILNUM(POLINEIDX)      TO OILNUM-OPR
       MOVE PLUNITSIZE(POLINEIDX)    TO UNITSIZE-OPR
       MOVE PLQTYORDERED(POLINEIDX)  TO QTYORDERED-OPR
       MOVE PLQTYRECEIVED(POLINEIDX) TO QTYRECEIVED-OPR
       MOVE PLORDERDATE(POLINEIDX)   TO ORDERDATE-OPR
       MOVE PLPOSTATUS(POLINEIDX)    TO POSTATUS-OPR
       MOVE PLUNITCOST(POLINEIDX)    TO UNITCOST-OPR
       WRITE OILPOREGISTERREC.
