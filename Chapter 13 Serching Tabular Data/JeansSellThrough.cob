               OCCURS 1 TO 10 TIMES DEPENDING ON COLORCOUNT.
           03 OPENING-JSS         PIC 9(5).
           03 DELIVERED-JSS       PIC 9(5).
           03 TRANSFERREDIN-JSS   PIC 9(5).
           03 TRANSFERREDOUT-JSS  PIC 9(5).
           03 RETURNED-JSS        PIC 9(5).

FD     SHOPSALESEXTRACT.
01     SHOPSALESEXTRACTREC.
       02  SIZENAME-JSZ           PIC X(10).

FD     SELLTHROUGHREPORTFILE.
01     SELLTHROUGHPRINTLINE       PIC X(110).

WORKING-STORAGE SECTION.
01     JEANSSHOPSTOCKFILESTATUS    PIC XX.
           03 SSCOLORGROUP OCCURS 10 TIMES.
               04 SSOPENING        PIC 9(5).
               04 SSDELIVERED      PIC 9(5).
               04 SSTRANSFERREDIN  PIC 9(5).
               04 SSTRANSFERREDOUT PIC 9(5).
               04 SSRETURNED       PIC 9(5).
               04 SSCLOSING        PIC S9(6).
01     SHOPIDX                     PIC 9(4).
01     COLORIDX                    PIC 9(2).
       02 FILLER                   PIC X(11)  VALUE "COLOR".
       02 FILLER                   PIC X(9)   VALUE "  OPENING".
       02 FILLER                   PIC X(9)   VALUE "  DELIVRD".
       02 FILLER                   PIC X(9)   VALUE "  XFER IN".
       02 FILLER                   PIC X(9)   VALUE " XFER OUT".
       02 FILLER                   PIC X(9)   VALUE " RETURNED".
       02 FILLER                   PIC X(9)   VALUE "    SALES".
       02 FILLER                   PIC X(9)   VALUE "  CLOSING".
       02 FILLER                   PIC X(12)  VALUE "  WKS COVER".
       02 FILLER                   PIC X(3)   VALUE SPACES.
       02 PRNDELIVERED             PIC ZZ,ZZ9.
       02 FILLER                   PIC X(3)   VALUE SPACES.
       02 PRNTRANSFERREDIN         PIC ZZ,ZZ9.
       02 FILLER                   PIC X(3)   VALUE SPACES.
       02 PRNTRANSFERREDOUT        PIC ZZ,ZZ9.
       02 FILLER                   PIC X(3)   VALUE SPACES.
       02 PRNRETURNED              PIC ZZ,ZZ9.
       02 FILLER                   PIC X(3)   VALUE SPACES.
       02 PRNSALES                 PIC ZZ,ZZ9.
       02 FILLER                   PIC X(2)   VALUE SPACES.
       02 PRNCLOSING               PIC ZZ,ZZ9-.
       DISPLAY "SHOP LINES REPORTED: " SHOPLINESPRINTED
       STOP RUN.

*>   Closing is opening plus deliveries, plus stock moved in from
*>   other shops less stock moved out, plus customer returns put
*>   back on the rail, less the extract's sales -
*>   a negative closing means the rail sold stock the book never
*>   received, which is its own finding. Weeks of cover divides
*>   closing stock by the week's sales rate; a color that sold
       END-IF
       COMPUTE SSCLOSING(SHOPIDX, COLORIDX) =
           SSOPENING(SHOPIDX, COLORIDX)
           + SSDELIVERED(SHOPIDX, COLORIDX)
           + SSTRANSFERREDIN(SHOPIDX, COLORIDX)
           + SSRETURNED(SHOPIDX, COLORIDX)
           - SSTRANSFERREDOUT(SHOPIDX, COLORIDX) - SALESFORLINE
       IF SALESFORLINE > ZERO
               AND SSCLOSING(SHOPIDX, COLORIDX) > ZERO
           COMPUTE WEEKSOFCOVER ROUNDED =
       MOVE COLORNAME(COLORIDX) TO PRNCOLORNAME
       MOVE SSOPENING(SHOPIDX, COLORIDX)   TO PRNOPENING
       MOVE SSDELIVERED(SHOPIDX, COLORIDX) TO PRNDELIVERED
       MOVE SSTRANSFERREDIN(SHOPIDX, COLORIDX)  TO PRNTRANSFERREDIN
       MOVE SSTRANSFERREDOUT(SHOPIDX, COLORIDX) TO PRNTRANSFERREDOUT
       MOVE SSRETURNED(SHOPIDX, COLORIDX)  TO PRNRETURNED
       MOVE SALESFORLINE        TO PRNSALES
       MOVE SSCLOSING(SHOPIDX, COLORIDX)   TO PRNCLOSING
       MOVE WEEKSOFCOVER        TO PRNWEEKSCOVER

*>   The roll draws the period's sales down out of the book: closing
*>   becomes next week's opening (floored at zero, as OILSTOCKUPDATE
*>   floors its shelf counts) and the deliveries, transfer and
*>   returns columns start again.
ROLLSTOCKFORWARD.
       PERFORM ROLLONESHOP
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPSTOCKCOUNT
       END-IF
       COMPUTE SSCLOSING(SHOPIDX, COLORIDX) =
           SSOPENING(SHOPIDX, COLORIDX)
           + SSDELIVERED(SHOPIDX, COLORIDX)
           + SSTRANSFERREDIN(SHOPIDX, COLORIDX)
           + SSRETURNED(SHOPIDX, COLORIDX)
           - SSTRANSFERREDOUT(SHOPIDX, COLORIDX) - SALESFORLINE
       IF SSCLOSING(SHOPIDX, COLORIDX) < ZERO
           MOVE ZERO TO SSCLOSING(SHOPIDX, COLORIDX)
       END-IF
       MOVE SSCLOSING(SHOPIDX, COLORIDX)
           TO SSOPENING(SHOPIDX, COLORIDX)
       MOVE ZERO TO SSDELIVERED(SHOPIDX, COLORIDX)
       MOVE ZERO TO SSTRANSFERREDIN(SHOPIDX, COLORIDX)
       MOVE ZERO TO SSTRANSFERREDOUT(SHOPIDX, COLORIDX)
       MOVE ZERO TO SSRETURNED(SHOPIDX, COLORIDX).

REWRITESHOPSTOCKFILE.
       OPEN OUTPUT JEANSSHOPSTOCKFILE
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

       PERFORM VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > 10
           MOVE ZERO TO SSOPENING(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSDELIVERED(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSTRANSFERREDIN(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSTRANSFERREDOUT(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSRETURNED(SHOPSTOCKCOUNT, COLORIDX)
           MOVE ZERO TO SSCLOSING(SHOPSTOCKCOUNT, COLORIDX)
       END-PERFORM
       PERFORM VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
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
