           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOTCONSUMPTIONFILESTATUS.

*>   A base-oil lot that went into house blends reached customers
*>   under the blend lots' numbers as well as its own.
       SELECT BLENDCOMPONENTFILE ASSIGN TO "BlendLotComponents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLENDCOMPONENTFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       02  FILLER              PIC X.
       02  QTYCONSUMED-LCF     PIC 9(5).

FD     BLENDCOMPONENTFILE.
01     BLENDCOMPONENTREC.
       88  ENDOFBLENDCOMPONENTFILE VALUE HIGH-VALUES.
       02  BLENDDATE-BCF       PIC 9(8).
       02  FILLER              PIC X.
       02  BLENDLOTNUMBER-BCF  PIC X(10).
       02  FILLER              PIC X.
       02  BLENDOILNUM-BCF     PIC 99.
       02  FILLER              PIC X.
       02  UNITSIZE-BCF        PIC 9.
       02  FILLER              PIC X.
       02  COMPONENTOILNUM-BCF PIC 99.
       02  FILLER              PIC X.
       02  COMPONENTLOT-BCF    PIC X(10).
       02  FILLER              PIC X.
       02  QTYUSED-BCF         PIC 9(5).
       02  FILLER              PIC X.
       02  OPERATORID-BCF      PIC X(8).

FD     CUSTOMERMASTERFILE.
01     CUSTOMERMASTERREC.
       88  ENDOFCUSTOMERMASTERFILE  VALUE HIGH-VALUES.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     OILPRICEFILE.
01     OILPRICEREC.

01     LOTNUMBERQUERY           PIC X(10) VALUE SPACES.

01     BLENDCOMPONENTFILESTATUS PIC XX.
       88 BLENDCOMPONENTFILEOK  VALUE "00".

*>   The blend lots the traced lot went into; a sale from any of them
*>   reached the customer just as surely as a sale from the lot itself.
01     BLENDLOTCOUNT            PIC 9(3) VALUE ZERO.
01     BLENDLOTTABLE.
       02 BLENDLOTENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON BLENDLOTCOUNT.
           03 BLBLENDLOTNUMBER  PIC X(10).
01     BLENDLOTIDX              PIC 9(3).
01     BLENDLOTFOUNDSWITCH      PIC X.
       88 BLENDLOTFOUND         VALUE "Y".
       88 BLENDLOTNOTFOUND      VALUE "N".
01     COMPONENTLINESCOUNT      PIC 9(4) VALUE ZERO.
01     WANTEDBLENDLOT           PIC X(10).

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
       02  CUSTOMER OCCURS 1 TO 500 TIMES DEPENDING ON CUSTOMERCOUNT
           03 CUSTOMERNAME-CT   PIC X(20).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES.

01     TRACEOILNUM              PIC 99.

01     LINESSHOWNCOUNT          PIC 9(4) VALUE ZERO.
01     TOTALUNITSREACHED        PIC 9(7) VALUE ZERO.
       02 FILLER                PIC X(21) VALUE "CUSTOMER NAME".
       02 FILLER                PIC X(16) VALUE "OIL".
       02 FILLER                PIC X(6)  VALUE " SIZE".
       02 FILLER                PIC X(9)  VALUE " UNITS".
       02 FILLER                PIC X(10) VALUE "VIA BLEND".

01     RECALLDETAILLINE.
       02 PRNSALESDATE          PIC 9(8).
       02 PRNUNITSIZE           PIC 9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNUNITS              PIC ZZ,ZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNVIABLENDLOT        PIC X(10).

01     BLENDSECTIONHEADINGLINE  PIC X(40)
               VALUE "BLENDED INTO HOUSE BLEND LOTS".

01     MADEFROMHEADINGLINE      PIC X(40)
               VALUE "BLEND LOT MADE FROM COMPONENT LOTS".

01     BLENDDETAILLINE.
       02 PRNBLENDDATE          PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNBLENDLOT           PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNBLENDOILNAME       PIC X(16).
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 PRNBLENDUNITSIZE      PIC 9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNBLENDUNITS         PIC ZZ,ZZ9.

01     RECALLFOOTERLINE.
       02 FILLER                PIC X(19) VALUE "CUSTOMERS REACHED: ".
       MOVE LOTNUMBERQUERY TO PRNLOTNUMBER
       WRITE RECALLPRINTLINE FROM RECALLHEADINGLINE
           AFTER ADVANCING 1 LINE
       PERFORM TRACELOTTHROUGHBLENDS

       WRITE RECALLPRINTLINE FROM RECALLTOPICLINE
           AFTER ADVANCING 2 LINES

       STOP RUN.

CHECKONECONSUMPTION.
       MOVE SPACES TO PRNVIABLENDLOT
       SET BLENDLOTNOTFOUND TO TRUE
       IF LOTNUMBER-LCF NOT = LOTNUMBERQUERY
           MOVE LOTNUMBER-LCF TO WANTEDBLENDLOT
           PERFORM FINDBLENDLOT
           IF BLENDLOTFOUND
               MOVE LOTNUMBER-LCF TO PRNVIABLENDLOT
           END-IF
       END-IF
       IF LOTNUMBER-LCF = LOTNUMBERQUERY OR BLENDLOTFOUND
           MOVE SALESDATE-LCF  TO PRNSALESDATE
           MOVE CUSTOMERID-LCF TO PRNCUSTID
           PERFORM LOOKUPCUSTOMERNAME
           IF OILNUM-LCF >= 1 AND OILNUM-LCF <= 20
               MOVE OILNAMEENTRY(OILNUM-LCF) TO PRNOILNAME
           ELSE
               MOVE SPACES TO PRNOILNAME
           AT END SET ENDOFLOTCONSUMPTION TO TRUE
       END-READ.

*>   Both directions are shown: the blend lots the traced lot went
*>   into, and - when the traced lot is itself a blend - the component
*>   lots it was made from, so a complaint about a blend can be taken
*>   back to the supplier lots.
TRACELOTTHROUGHBLENDS.
       OPEN INPUT BLENDCOMPONENTFILE
       IF BLENDCOMPONENTFILEOK
           READ BLENDCOMPONENTFILE
               AT END SET ENDOFBLENDCOMPONENTFILE TO TRUE
           END-READ
           PERFORM CHECKONEBLENDCOMPONENT UNTIL ENDOFBLENDCOMPONENTFILE
           CLOSE BLENDCOMPONENTFILE
       END-IF.

CHECKONEBLENDCOMPONENT.
       IF COMPONENTLOT-BCF = LOTNUMBERQUERY
           IF BLENDLOTCOUNT = ZERO
               WRITE RECALLPRINTLINE FROM BLENDSECTIONHEADINGLINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE BLENDLOTNUMBER-BCF TO WANTEDBLENDLOT
           PERFORM FINDBLENDLOT
           IF BLENDLOTNOTFOUND
               ADD 1 TO BLENDLOTCOUNT
               MOVE BLENDLOTNUMBER-BCF TO BLBLENDLOTNUMBER(BLENDLOTCOUNT)
           END-IF
           MOVE BLENDLOTNUMBER-BCF TO PRNBLENDLOT
           MOVE BLENDOILNUM-BCF    TO TRACEOILNUM
           PERFORM PRINTBLENDDETAIL
       END-IF
       IF BLENDLOTNUMBER-BCF = LOTNUMBERQUERY
           IF COMPONENTLINESCOUNT = ZERO
               WRITE RECALLPRINTLINE FROM MADEFROMHEADINGLINE
                   AFTER ADVANCING 2 LINES
           END-IF
           ADD 1 TO COMPONENTLINESCOUNT
           MOVE COMPONENTLOT-BCF    TO PRNBLENDLOT
           MOVE COMPONENTOILNUM-BCF TO TRACEOILNUM
           PERFORM PRINTBLENDDETAIL
       END-IF
       READ BLENDCOMPONENTFILE
           AT END SET ENDOFBLENDCOMPONENTFILE TO TRUE
       END-READ.

PRINTBLENDDETAIL.
       MOVE BLENDDATE-BCF TO PRNBLENDDATE
       IF TRACEOILNUM >= 1 AND TRACEOILNUM <= 20
           MOVE OILNAMEENTRY(TRACEOILNUM) TO PRNBLENDOILNAME
       ELSE
           MOVE SPACES TO PRNBLENDOILNAME
       END-IF
       MOVE UNITSIZE-BCF TO PRNBLENDUNITSIZE
       MOVE QTYUSED-BCF  TO PRNBLENDUNITS
       WRITE RECALLPRINTLINE FROM BLENDDETAILLINE
           AFTER ADVANCING 1 LINE.

FINDBLENDLOT.
       SET BLENDLOTNOTFOUND TO TRUE
       PERFORM CHECKONEBLENDLOT
           VARYING BLENDLOTIDX FROM 1 BY 1
           UNTIL BLENDLOTIDX > BLENDLOTCOUNT OR BLENDLOTFOUND.

CHECKONEBLENDLOT.
       IF BLBLENDLOTNUMBER(BLENDLOTIDX) = WANTEDBLENDLOT
           SET BLENDLOTFOUND TO TRUE
       END-IF.

LOOKUPCUSTOMERNAME.
       MOVE SPACES TO PRNCUSTNAME
       SEARCH ALL CUSTOMER AT END CONTINUE
       CLOSE OILPRICEFILE.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
