
DATA DIVISION.
FILE SECTION.
*>   One row per shop: the period's opening stock, the deliveries
*>   booked so far and the units moved in from and out to other shops
*>   by JEANSTRANSFERCAPTURE, per color in reference-file order. The
*>   sales extract draws the balance down when JEANSSELLTHROUGH rolls
*>   the period.
FD     JEANSSHOPSTOCKFILE.
01     JEANSSHOPSTOCKREC.
       88  ENDOFJEANSSHOPSTOCK    VALUE HIGH-VALUES.
               OCCURS 1 TO 10 TIMES DEPENDING ON COLORCOUNT.
           03 OPENING-JSS         PIC 9(5).
           03 DELIVERED-JSS       PIC 9(5).
           03 TRANSFERREDIN-JSS   PIC 9(5).
           03 TRANSFERREDOUT-JSS  PIC 9(5).
           03 RETURNED-JSS        PIC 9(5).

FD     JEANSCOLORFILE.
01     JEANSCOLORREC.
           03 SSCOLORGROUP OCCURS 10 TIMES.
               04 SSOPENING        PIC 9(5).
               04 SSDELIVERED      PIC 9(5).
               04 SSTRANSFERREDIN  PIC 9(5).
               04 SSTRANSFERREDOUT PIC 9(5).
               04 SSRETURNED       PIC 9(5).

01     SHOPMASTERCOUNT             PIC 9(4)    VALUE ZERO.
01     SHOPMASTERTABLE.
       PERFORM VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > 10
           MOVE ZERO TO SSOPENING(SHOPIDX, COLORIDX)
           MOVE ZERO TO SSDELIVERED(SHOPIDX, COLORIDX)
           MOVE ZERO TO SSTRANSFERREDIN(SHOPIDX, COLORIDX)
           MOVE ZERO TO SSTRANSFERREDOUT(SHOPIDX, COLORIDX)
           MOVE ZERO TO SSRETURNED(SHOPIDX, COLORIDX)
       END-PERFORM
       MOVE SHOPIDX TO FOUNDIDX.

       PERFORM VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > 10
           MOVE ZERO TO SSOPENING(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSDELIVERED(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSTRANSFERREDIN(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSTRANSFERREDOUT(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSRETURNED(SHOPSTOCKCOUNT, COLORIDX)
       END-PERFORM
       PERFORM VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
           MOVE OPENING-JSS(COLORIDX)
               TO SSOPENING(SHOPSTOCKCOUNT, COLORIDX)
           MOVE DELIVERED-JSS(COLORIDX)
               TO SSDELIVERED(SHOPSTOCKCOUNT, COLORIDX)
           MOVE TRANSFERREDIN-JSS(COLORIDX)
               TO SSTRANSFERREDIN(SHOPSTOCKCOUNT, COLORIDX)
           MOVE TRANSFERREDOUT-JSS(COLORIDX)
               TO SSTRANSFERREDOUT(SHOPSTOCKCOUNT, COLORIDX)
           MOVE RETURNED-JSS(COLORIDX)
               TO SSRETURNED(SHOPSTOCKCOUNT, COLORIDX)
       END-PERFORM
       READ JEANSSHOPSTOCKFILE
           AT END SET ENDOFJEANSSHOPSTOCK TO TRUE
               TO OPENING-JSS(COLORIDX)
           MOVE SSDELIVERED(SHOPIDX, COLORIDX)
               TO DELIVERED-JSS(COLORIDX)
           MOVE SSTRANSFERREDIN(SHOPIDX, COLORIDX)
               TO TRANSFERREDIN-JSS(COLORIDX)
           MOVE SSTRANSFERREDOUT(SHOPIDX, COLORIDX)
               TO TRANSFERREDOUT-JSS(COLORIDX)
           MOVE SSRETURNED(SHOPIDX, COLORIDX)
               TO RETURNED-JSS(COLORIDX)
       END-PERFORM
       WRITE JEANSSHOPSTOCKREC.
