       02 CATEGORYCODE-NSF       PIC X(3).
       02 COSTPRICE-NSF          PIC 9(4)V99.
       02 EAN-NSF                PIC 9(13).
       02 SERIALCONTROL-NSF      PIC X.
       02 LIFECYCLESTATUS-NSF    PIC X.
        88 GADGETDISCONTINUED-NSF VALUE "D" "R".

FD     REORDERPARAMETERFILE.
01     REORDERPARAMETERREC.

01     GADGETSBELOWMINIMUM      PIC 9(4) VALUE ZERO.
01     TRANSFERSWRITTENCOUNT    PIC 9(5) VALUE ZERO.
01     DISCONTINUEDSKIPPEDCOUNT PIC 9(4) VALUE ZERO.

01     PICKINGHEADINGLINE.
       02 FILLER                PIC X(36)

       DISPLAY "GADGETS BELOW FLOOR MINIMUM: " GADGETSBELOWMINIMUM
       DISPLAY "TRANSFER TRANSACTIONS WRITTEN: " TRANSFERSWRITTENCOUNT
       DISPLAY "DISCONTINUED GADGETS SKIPPED: " DISCONTINUEDSKIPPEDCOUNT
       STOP RUN.

*>   A gadget is topped up when its shop floor quantity is below its
*>   floor minimum: back store stock moves first, the depot makes up
*>   the rest, and neither ever promises more than it holds - a fill
*>   the building cannot cover is simply left part-filled for the
*>   reorder run to notice.  A discontinued gadget sells off from
*>   wherever it stands and is not topped up.
CHECKONEGADGETFORREPLENISH.
       PERFORM FINDFLOORPARAMETERSFORGADGET
       IF GADGETDISCONTINUED-NSF
           ADD 1 TO DISCONTINUEDSKIPPEDCOUNT
           MOVE ZERO TO FLOORMINIMUM
       END-IF
       IF FLOORMINIMUM > ZERO
               AND QTYATLOCATION-NSF(SHOPFLOORLOCATION) < FLOORMINIMUM
           ADD 1 TO GADGETSBELOWMINIMUM
