IDENTIFICATION DIVISION.
PROGRAM-ID. JEANSALLOCATION.

*>   Splits a bulk denim delivery, keyed by color and size as it came
*>   off the lorry, across the open shops on ShopMaster.dat. Each color
*>   and size goes to the shops that sell it, in proportion to their
*>   week's SIZEBANDSOLD-SSE figures, and leans toward the shops whose
*>   stock of it will run out first - so a small shop that never sells
*>   a 36 is not sent any. Each shop's share is booked straight onto its
*>   DELIVERED-JSS on JeansShopStock.dat, as JEANSDELIVERYCAPTURE would
*>   book it, and every line is kept on JeansAllocations.dat under an
*>   allocation number so the pick sheets can be printed again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT JEANSSHOPSTOCKFILE ASSIGN TO "JeansShopStock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSHOPSTOCKFILESTATUS.

       SELECT SHOPSALESEXTRACT ASSIGN TO "ShopSales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPSALESEXTRACTSTATUS.

       SELECT JEANSCOLORFILE ASSIGN TO "JeansColors.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSCOLORFILESTATUS.

       SELECT JEANSSIZEFILE ASSIGN TO "JeansSizes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSIZEFILESTATUS.

       SELECT SHOPMASTERFILE ASSIGN TO "ShopMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPMASTERFILESTATUS.

       SELECT JEANSALLOCATIONFILE ASSIGN TO "JeansAllocations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSALLOCATIONFILESTATUS.

       SELECT ALLOCNUMBERSEQFILE ASSIGN TO "NextJeansAllocationNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCNUMBERSEQFILESTATUS.

       SELECT PICKSHEETFILE ASSIGN TO "JeansPickSheets.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     JEANSSHOPSTOCKFILE.
01     JEANSSHOPSTOCKREC.
       88  ENDOFJEANSSHOPSTOCK    VALUE HIGH-VALUES.
       02  SHOPID-JSS             PIC 9(5).
       02  STOCKCOLOR-JSS
               OCCURS 1 TO 10 TIMES DEPENDING ON COLORCOUNT.
           03 OPENING-JSS         PIC 9(5).
           03 DELIVERED-JSS       PIC 9(5).
           03 TRANSFERREDIN-JSS   PIC 9(5).
           03 TRANSFERREDOUT-JSS  PIC 9(5).
           03 RETURNED-JSS        PIC 9(5).

FD     SHOPSALESEXTRACT.
01     SHOPSALESEXTRACTREC.
       88  ENDOFSHOPSALESEXTRACT  VALUE HIGH-VALUES.
       02  SHOPID-SSE             PIC 9(5).
       02  SHOPNAME-SSE           PIC X(15).
       02  TOTALSOLD-SSE          PIC 9(5)
               OCCURS 1 TO 10 TIMES DEPENDING ON COLORCOUNT.
       02  SIZEBANDSOLD-SSE       PIC 9(5)
               OCCURS 0 TO 60 TIMES DEPENDING ON COLORSIZESLOTS.

FD     JEANSCOLORFILE.
01     JEANSCOLORREC.
       88  ENDOFJEANSCOLORFILE    VALUE HIGH-VALUES.
       02  COLORCODE-JCF          PIC X(3).
       02  COLORNAME-JCF          PIC X(10).

FD     JEANSSIZEFILE.
01     JEANSSIZEREC.
       88  ENDOFJEANSSIZEFILE     VALUE HIGH-VALUES.
       02  SIZECODE-JSZ           PIC X(3).
       02  SIZENAME-JSZ           PIC X(10).

FD     SHOPMASTERFILE.
01     SHOPMASTERREC.
       88  ENDOFSHOPMASTERFILE    VALUE HIGH-VALUES.
       02  SHOPID-SMF             PIC 9(5).
       02  SHOPFULLNAME-SMF       PIC X(30).
       02  SHOPREGION-SMF         PIC X(10).
       02  AREAMANAGER-SMF        PIC X(20).
       02  OPENDATE-SMF           PIC 9(8).
       02  CLOSEDATE-SMF          PIC 9(8).

*>   One row per shop, color and size allocated. Units the run could
*>   not place - a color and size no open shop sold last week - are
*>   kept against shop 00000, so the rows of one allocation always add
*>   back to the delivery as keyed.
FD     JEANSALLOCATIONFILE.
01     JEANSALLOCATIONREC.
       88  ENDOFJEANSALLOCATIONFILE VALUE HIGH-VALUES.
       02  ALLOCNUMBER-JAL        PIC 9(6).
       02  DELIVERYDATE-JAL       PIC 9(8).
       02  DELIVERYREF-JAL        PIC X(12).
       02  SHOPID-JAL             PIC 9(5).
       02  COLORCODE-JAL          PIC X(3).
       02  SIZECODE-JAL           PIC X(3).
       02  UNITS-JAL              PIC 9(5).
       02  OPERATORID-JAL         PIC X(8).

FD     ALLOCNUMBERSEQFILE.
01     ALLOCNUMBERSEQREC.
       02 NEXTALLOCNUMBER         PIC 9(6).

FD     PICKSHEETFILE.
01     PICKSHEETPRINTLINE         PIC X(100).

WORKING-STORAGE SECTION.
01     JEANSSHOPSTOCKFILESTATUS    PIC XX.
       88 JEANSSHOPSTOCKFILEOK     VALUE "00".
01     SHOPSALESEXTRACTSTATUS      PIC XX.
       88 SHOPSALESEXTRACTOK       VALUE "00".
01     JEANSCOLORFILESTATUS        PIC XX.
       88 JEANSCOLORFILEOK         VALUE "00".
01     JEANSSIZEFILESTATUS         PIC XX.
       88 JEANSSIZEFILEOK          VALUE "00".
01     SHOPMASTERFILESTATUS        PIC XX.
       88 SHOPMASTERFILEOK         VALUE "00".
01     JEANSALLOCATIONFILESTATUS   PIC XX.
       88 JEANSALLOCATIONFILEOK    VALUE "00".
01     ALLOCNUMBERSEQFILESTATUS    PIC XX.
       88 ALLOCNUMBERSEQFILEOK     VALUE "00".

01     COLORCOUNT                  PIC 9(2)    VALUE ZERO.
01     COLORREFERENCETABLE.
       02 COLORREFERENCE OCCURS 10 TIMES.
           03 COLORCODE            PIC X(3).
           03 COLORNAME            PIC X(10).

*>   SHOPSALESCAPTURE carries up to six size bands per color, and the
*>   pick sheet has a column for each.
01     SIZECOUNT                   PIC 9(2)    VALUE ZERO.
01     SIZEREFERENCETABLE.
       02 SIZEREFERENCE OCCURS 6 TIMES.
           03 SIZECODE             PIC X(3).
           03 SIZENAME             PIC X(10).
01     COLORSIZESLOTS              PIC 9(3)    VALUE ZERO.

01     OCCUPIEDSHOPCOUNT           PIC 9(4)    VALUE ZERO.
01     SALESSHOPTABLE.
       02 SALESSHOP OCCURS 1 TO 150 TIMES
               DEPENDING ON OCCUPIEDSHOPCOUNT
               ASCENDING KEY IS SALESSHOPID
               INDEXED BY SALESIDX.
           03 SALESSHOPID          PIC 9(5).
           03 SALESSOLD            PIC 9(5) OCCURS 10 TIMES.
           03 SALESSIZESOLD        PIC 9(5) OCCURS 60 TIMES.

01     SHOPSTOCKCOUNT              PIC 9(4)    VALUE ZERO.
01     SHOPSTOCKTABLE.
       02 SHOPSTOCK OCCURS 0 TO 150 TIMES
               DEPENDING ON SHOPSTOCKCOUNT.
           03 SSSHOPID             PIC 9(5).
           03 SSCOLORGROUP OCCURS 10 TIMES.
               04 SSOPENING        PIC 9(5).
               04 SSDELIVERED      PIC 9(5).
               04 SSTRANSFERREDIN  PIC 9(5).
               04 SSTRANSFERREDOUT PIC 9(5).
               04 SSRETURNED       PIC 9(5).

*>   Every shop on the master, in its key order. Closed shops are held
*>   so an old allocation can be printed again, but take no part in a
*>   new one.
01     ALLOCSHOPCOUNT              PIC 9(4)    VALUE ZERO.
01     ALLOCSHOPTABLE.
       02 ALLOCSHOP OCCURS 0 TO 150 TIMES
               DEPENDING ON ALLOCSHOPCOUNT
               ASCENDING KEY IS ASSHOPID
               INDEXED BY ASIDX.
           03 ASSHOPID             PIC 9(5).
           03 ASFULLNAME           PIC X(30).
           03 ASREGION             PIC X(10).
           03 ASOPENSWITCH         PIC X.
            88 ASSHOPOPEN          VALUE "Y".
           03 ASUNITSTOTAL         PIC 9(6).
           03 ASCOLORGROUP OCCURS 10 TIMES.
               04 ASCOLORSALES     PIC 9(5).
               04 ASCLOSING        PIC 9(6).
           03 ASSLOTGROUP OCCURS 60 TIMES.
               04 ASSLOTSALES      PIC 9(5).
               04 ASSLOTSTOCK      PIC 9(6)V99.
               04 ASSLOTNEED       PIC 9(7)V99.
               04 ASSLOTUNITS      PIC 9(5).

01     SLOTTABLE.
       02 SLOTGROUP OCCURS 60 TIMES.
           03 SLOTDELIVERED        PIC 9(5).
           03 SLOTALLOCATED        PIC 9(5).
           03 SLOTHELDBACK         PIC 9(5).

01     SHOPIDX                     PIC 9(4).
01     STOCKIDX                    PIC 9(4).
01     FOUNDIDX                    PIC 9(4)    VALUE ZERO.
01     BESTSHOPIDX                 PIC 9(4)    VALUE ZERO.
01     COLORIDX                    PIC 9(2).
01     SIZEIDX                     PIC 9(2).
01     SIZESLOTIDX                 PIC 9(3).
01     LOOKUPSHOPID                PIC 9(5)    VALUE ZERO.
01     SALESSHOPFOUND              PIC X       VALUE "N".

01     COLORFOUNDSWITCH            PIC X VALUE "N".
       88 COLORFOUND               VALUE "Y".
       88 COLORNOTFOUND            VALUE "N".
01     SIZEFOUNDSWITCH             PIC X VALUE "N".
       88 SIZEFOUND                VALUE "Y".
       88 SIZENOTFOUND             VALUE "N".

01     CONFIRMENTRY                PIC X VALUE SPACE.
       88 ENTRYCONFIRMED           VALUE "Y" "y".

01     OPERATORID                  PIC X(8)    VALUE SPACES.
01     REPRINTENTRY                PIC X(6)    VALUE SPACES.
01     DELIVERYDATEENTRY           PIC X(8)    VALUE SPACES.
01     DELIVERYDATE                PIC 9(8)    VALUE ZERO.
01     DELIVERYREF                 PIC X(12)   VALUE SPACES.
01     UNITSENTRY                  PIC X(5)    VALUE SPACES.
01     ALLOCNUMBER                 PIC 9(6)    VALUE ZERO.

*>   Working figures for one color and size.
01     COLORCLOSING                PIC S9(6)   VALUE ZERO.
01     SLOTSALESTOTAL              PIC 9(7)    VALUE ZERO.
01     SLOTSTOCKTOTAL              PIC 9(8)V99 VALUE ZERO.
01     SLOTNEEDTOTAL               PIC 9(9)V99 VALUE ZERO.
01     COMMONCOVER                 PIC 9(5)V9(4) VALUE ZERO.
01     SHOPNEED                    PIC S9(9)V99 VALUE ZERO.
01     SHAREWORK                   PIC 9(14)V99 VALUE ZERO.
01     UNITSGIVEN                  PIC 9(5)    VALUE ZERO.
01     UNITSLEFT                   PIC 9(5)    VALUE ZERO.
01     SHORTFALL                   PIC S9(9)V99 VALUE ZERO.
01     BESTSHORTFALL               PIC S9(9)V99 VALUE ZERO.

01     DELIVEREDTOTAL              PIC 9(6)    VALUE ZERO.
01     ALLOCATEDTOTAL              PIC 9(6)    VALUE ZERO.
01     HELDBACKTOTAL               PIC 9(6)    VALUE ZERO.
01     SHOPSSUPPLIED               PIC 9(4)    VALUE ZERO.
01     ROWSUNREADABLE              PIC 9(4)    VALUE ZERO.
01     PICKCOLORTOTAL              PIC 9(6)    VALUE ZERO.

01     PICKTITLELINE.
       02 FILLER                   PIC X(26)
               VALUE "JEANS DELIVERY PICK SHEET".
       02 FILLER                   PIC X(15)   VALUE "ALLOCATION NO. ".
       02 PRNALLOCNUMBER           PIC 9(6).

01     PICKDELIVERYLINE.
       02 FILLER                   PIC X(10)   VALUE "DELIVERY: ".
       02 PRNDELIVERYREF           PIC X(12).
       02 FILLER                   PIC X(9)    VALUE "   DATE: ".
       02 PRNDELIVERYDATE          PIC 9(8).

01     PICKSHOPLINE.
       02 FILLER                   PIC X(6)    VALUE "SHOP: ".
       02 PRNSHOPID                PIC 9(5).
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNSHOPNAME              PIC X(30).
       02 FILLER                   PIC X(9)    VALUE "  REGION ".
       02 PRNSHOPREGION            PIC X(10).

01     PICKCOLUMNLINE.
       02 PRNCOLUMNCOLOR           PIC X(11).
       02 PRNCOLUMNSIZE            PIC X(9) OCCURS 6 TIMES.
       02 PRNCOLUMNTOTAL           PIC X(9).

01     PICKDETAILLINE.
       02 PRNPICKCOLOR             PIC X(11).
       02 PRNPICKSIZEGROUP OCCURS 6 TIMES.
           03 PRNPICKUNITS         PIC ZZ,ZZZ.
           03 FILLER               PIC X(3).
       02 PRNPICKTOTAL             PIC ZZZ,ZZ9.

01     PICKSIGNLINE                PIC X(78)   VALUE
           "PICKED BY: ________   CHECKED BY: ________   SIGNED IN AT SHOP: ________".

01     SUMMARYTITLELINE.
       02 FILLER                   PIC X(34)
               VALUE "JEANS DELIVERY ALLOCATION SUMMARY".
       02 FILLER                   PIC X(15)   VALUE "ALLOCATION NO. ".
       02 PRNSUMALLOCNUMBER        PIC 9(6).

01     SUMMARYTOPICLINE.
       02 FILLER                   PIC X(11)   VALUE "COLOR".
       02 FILLER                   PIC X(11)   VALUE "SIZE".
       02 FILLER                   PIC X(10)   VALUE " DELIVERED".
       02 FILLER                   PIC X(10)   VALUE " ALLOCATED".
       02 FILLER                   PIC X(25)
               VALUE "  HELD BACK - NO SALES".

01     SUMMARYDETAILLINE.
       02 PRNSUMCOLOR              PIC X(11).
       02 PRNSUMSIZE               PIC X(11).
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNSUMDELIVERED          PIC ZZ,ZZ9.
       02 FILLER                   PIC X(4)    VALUE SPACES.
       02 PRNSUMALLOCATED          PIC ZZ,ZZ9.
       02 FILLER                   PIC X(4)    VALUE SPACES.
       02 PRNSUMHELDBACK           PIC ZZ,ZZ9.

01     SUMMARYTOTALLINE.
       02 FILLER                   PIC X(22)   VALUE "TOTAL".
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNSUMDELIVEREDTOTAL     PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNSUMALLOCATEDTOTAL     PIC ZZZ,ZZ9.
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNSUMHELDBACKTOTAL      PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADCOLORREFERENCE
       IF COLORCOUNT = ZERO
           DISPLAY "NO COLOR REFERENCE FILE - CANNOT ALLOCATE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADSIZEREFERENCE
       IF SIZECOUNT = ZERO
           DISPLAY "NO SIZE REFERENCE FILE - CANNOT ALLOCATE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE COLORSIZESLOTS = COLORCOUNT * SIZECOUNT
       PERFORM LOADSHOPMASTERTABLE
       IF ALLOCSHOPCOUNT = ZERO
           DISPLAY "NO SHOP MASTER FILE - CANNOT ALLOCATE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       INITIALIZE SLOTTABLE

       DISPLAY "ALLOCATION NUMBER TO REPRINT OR BLANK FOR A NEW "
           "DELIVERY: " WITH NO ADVANCING
       ACCEPT REPRINTENTRY
       IF REPRINTENTRY NOT = SPACES
           PERFORM REPRINTALLOCATION
           STOP RUN
       END-IF

       DISPLAY "DELIVERY NOTE REFERENCE: " WITH NO ADVANCING
       ACCEPT DELIVERYREF
       DISPLAY "DELIVERY DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT DELIVERYDATEENTRY
       IF DELIVERYDATEENTRY = SPACES
           ACCEPT DELIVERYDATE FROM DATE YYYYMMDD
       ELSE
           MOVE DELIVERYDATEENTRY TO DELIVERYDATE
       END-IF
       PERFORM ENTERONECOLORDELIVERY
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       IF DELIVEREDTOTAL = ZERO
           DISPLAY "NOTHING DELIVERED - NOTHING ALLOCATED"
           STOP RUN
       END-IF

       PERFORM LOADSALESSHOPTABLE
       PERFORM LOADSHOPSTOCKFILE
       PERFORM SETONESHOPPOSITION
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       PERFORM ALLOCATEONECOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       PERFORM COUNTONESHOPSUPPLIED
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT

       DISPLAY "UNITS DELIVERED: " DELIVEREDTOTAL
       DISPLAY "UNITS ALLOCATED: " ALLOCATEDTOTAL " TO " SHOPSSUPPLIED
           " SHOPS"
       IF HELDBACKTOTAL > ZERO
           DISPLAY "UNITS HELD BACK - NO OPEN SHOP SOLD THE SIZE: "
               HELDBACKTOTAL
       END-IF
       DISPLAY "BOOK THE ALLOCATION TO THE SHOPS? (Y/N): "
           WITH NO ADVANCING
       ACCEPT CONFIRMENTRY
       IF NOT ENTRYCONFIRMED
           DISPLAY "ALLOCATION ABANDONED - NOTHING BOOKED"
           STOP RUN
       END-IF

       PERFORM GETNEXTALLOCNUMBER
       PERFORM WRITEALLOCATIONROWS
       PERFORM BOOKONESHOPDELIVERY
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       PERFORM REWRITESTOCKINKEYORDER
       PERFORM PRINTPICKSHEETS
       DISPLAY "ALLOCATION " ALLOCNUMBER " BOOKED - PICK SHEETS IN "
           "JeansPickSheets.rpt"
       STOP RUN.

ENTERONECOLORDELIVERY.
       PERFORM ENTERONESIZEDELIVERY
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

ENTERONESIZEDELIVERY.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       DISPLAY COLORNAME(COLORIDX) " " SIZENAME(SIZEIDX)
           " UNITS DELIVERED (0 FOR NONE): " WITH NO ADVANCING
       MOVE SPACES TO UNITSENTRY
       ACCEPT UNITSENTRY
       MOVE ZERO TO SLOTDELIVERED(SIZESLOTIDX)
       IF UNITSENTRY NOT = SPACES
           COMPUTE SLOTDELIVERED(SIZESLOTIDX) =
               FUNCTION NUMVAL(UNITSENTRY)
       END-IF
       ADD SLOTDELIVERED(SIZESLOTIDX) TO DELIVEREDTOTAL.

*>   Closing stock per color is worked as JEANSSELLTHROUGH works it,
*>   floored at nil. The stock file does not hold sizes, so a shop's
*>   stock of one size is taken to follow the size mix of its sales.
SETONESHOPPOSITION.
       MOVE ASSHOPID(SHOPIDX) TO LOOKUPSHOPID
       PERFORM FINDSHOPSALES
       PERFORM FINDSTOCKSHOP
       PERFORM SETONESHOPCOLORPOSITION
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT.

SETONESHOPCOLORPOSITION.
       MOVE ZERO TO ASCOLORSALES(SHOPIDX, COLORIDX)
       IF SALESSHOPFOUND = "Y"
           MOVE SALESSOLD(SALESIDX, COLORIDX)
               TO ASCOLORSALES(SHOPIDX, COLORIDX)
       END-IF
       MOVE ZERO TO COLORCLOSING
       IF FOUNDIDX > ZERO
           COMPUTE COLORCLOSING =
               SSOPENING(FOUNDIDX, COLORIDX)
               + SSDELIVERED(FOUNDIDX, COLORIDX)
               + SSTRANSFERREDIN(FOUNDIDX, COLORIDX)
               + SSRETURNED(FOUNDIDX, COLORIDX)
               - SSTRANSFERREDOUT(FOUNDIDX, COLORIDX)
               - ASCOLORSALES(SHOPIDX, COLORIDX)
       END-IF
       IF COLORCLOSING < ZERO
           MOVE ZERO TO COLORCLOSING
       END-IF
       MOVE COLORCLOSING TO ASCLOSING(SHOPIDX, COLORIDX)
       PERFORM SETONESHOPSIZEPOSITION
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

SETONESHOPSIZEPOSITION.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       MOVE ZERO TO ASSLOTSALES(SHOPIDX, SIZESLOTIDX)
       MOVE ZERO TO ASSLOTSTOCK(SHOPIDX, SIZESLOTIDX)
       MOVE ZERO TO ASSLOTNEED(SHOPIDX, SIZESLOTIDX)
       MOVE ZERO TO ASSLOTUNITS(SHOPIDX, SIZESLOTIDX)
       IF SALESSHOPFOUND = "Y" AND ASSHOPOPEN(SHOPIDX)
           MOVE SALESSIZESOLD(SALESIDX, SIZESLOTIDX)
               TO ASSLOTSALES(SHOPIDX, SIZESLOTIDX)
       END-IF
       IF ASCOLORSALES(SHOPIDX, COLORIDX) > ZERO
           COMPUTE SHAREWORK = ASCLOSING(SHOPIDX, COLORIDX)
               * ASSLOTSALES(SHOPIDX, SIZESLOTIDX)
           DIVIDE SHAREWORK BY ASCOLORSALES(SHOPIDX, COLORIDX)
               GIVING ASSLOTSTOCK(SHOPIDX, SIZESLOTIDX) ROUNDED
       END-IF.

ALLOCATEONECOLOR.
       PERFORM ALLOCATEONESIZE
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

*>   The delivery and the stock already in the shops that sell this
*>   color and size would last all of them the same number of weeks
*>   (COMMONCOVER) if it were shared out evenly. Each shop is short by
*>   what it would need to reach that cover, and the units go in
*>   proportion to those shortfalls, so a shop already above the
*>   common cover gets none. The odd units left by the whole-unit
*>   shares go one at a time to the shops still furthest short.
ALLOCATEONESIZE.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       IF SLOTDELIVERED(SIZESLOTIDX) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO SLOTSALESTOTAL SLOTSTOCKTOTAL SLOTNEEDTOTAL
       PERFORM ADDONESHOPSLOTPOSITION
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       IF SLOTSALESTOTAL = ZERO
           MOVE SLOTDELIVERED(SIZESLOTIDX) TO SLOTHELDBACK(SIZESLOTIDX)
           ADD SLOTDELIVERED(SIZESLOTIDX) TO HELDBACKTOTAL
           EXIT PARAGRAPH
       END-IF
       COMPUTE COMMONCOVER ROUNDED =
           (SLOTSTOCKTOTAL + SLOTDELIVERED(SIZESLOTIDX)) / SLOTSALESTOTAL
       PERFORM SETONESHOPSLOTNEED
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       MOVE ZERO TO UNITSGIVEN
       IF SLOTNEEDTOTAL > ZERO
           PERFORM SHAREONESHOPSLOT
               VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       END-IF
       COMPUTE UNITSLEFT = SLOTDELIVERED(SIZESLOTIDX) - UNITSGIVEN
       PERFORM GIVEONEODDUNIT UNITSLEFT TIMES
       MOVE SLOTDELIVERED(SIZESLOTIDX) TO SLOTALLOCATED(SIZESLOTIDX)
       ADD SLOTDELIVERED(SIZESLOTIDX) TO ALLOCATEDTOTAL.

ADDONESHOPSLOTPOSITION.
       IF ASSLOTSALES(SHOPIDX, SIZESLOTIDX) > ZERO
           ADD ASSLOTSALES(SHOPIDX, SIZESLOTIDX) TO SLOTSALESTOTAL
           ADD ASSLOTSTOCK(SHOPIDX, SIZESLOTIDX) TO SLOTSTOCKTOTAL
       END-IF.

SETONESHOPSLOTNEED.
       MOVE ZERO TO ASSLOTNEED(SHOPIDX, SIZESLOTIDX)
       IF ASSLOTSALES(SHOPIDX, SIZESLOTIDX) > ZERO
           COMPUTE SHOPNEED = COMMONCOVER
               * ASSLOTSALES(SHOPIDX, SIZESLOTIDX)
               - ASSLOTSTOCK(SHOPIDX, SIZESLOTIDX)
           IF SHOPNEED > ZERO
               MOVE SHOPNEED TO ASSLOTNEED(SHOPIDX, SIZESLOTIDX)
               ADD SHOPNEED TO SLOTNEEDTOTAL
           END-IF
       END-IF.

SHAREONESHOPSLOT.
       IF ASSLOTNEED(SHOPIDX, SIZESLOTIDX) > ZERO
           COMPUTE SHAREWORK = SLOTDELIVERED(SIZESLOTIDX)
               * ASSLOTNEED(SHOPIDX, SIZESLOTIDX)
           DIVIDE SHAREWORK BY SLOTNEEDTOTAL
               GIVING ASSLOTUNITS(SHOPIDX, SIZESLOTIDX)
           ADD ASSLOTUNITS(SHOPIDX, SIZESLOTIDX) TO UNITSGIVEN
       END-IF.

GIVEONEODDUNIT.
       MOVE ZERO TO BESTSHOPIDX
       PERFORM CHECKONESHOPSHORTFALL
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       IF BESTSHOPIDX > ZERO
           ADD 1 TO ASSLOTUNITS(BESTSHOPIDX, SIZESLOTIDX)
       END-IF.

CHECKONESHOPSHORTFALL.
       IF ASSLOTSALES(SHOPIDX, SIZESLOTIDX) > ZERO
           COMPUTE SHORTFALL = ASSLOTNEED(SHOPIDX, SIZESLOTIDX)
               - ASSLOTUNITS(SHOPIDX, SIZESLOTIDX)
           IF BESTSHOPIDX = ZERO OR SHORTFALL > BESTSHORTFALL
               MOVE SHOPIDX   TO BESTSHOPIDX
               MOVE SHORTFALL TO BESTSHORTFALL
           END-IF
       END-IF.

COUNTONESHOPSUPPLIED.
       MOVE ZERO TO ASUNITSTOTAL(SHOPIDX)
       PERFORM ADDONESHOPSLOTUNITS
           VARYING SIZESLOTIDX FROM 1 BY 1
           UNTIL SIZESLOTIDX > COLORSIZESLOTS
       IF ASUNITSTOTAL(SHOPIDX) > ZERO
           ADD 1 TO SHOPSSUPPLIED
       END-IF.

ADDONESHOPSLOTUNITS.
       ADD ASSLOTUNITS(SHOPIDX, SIZESLOTIDX) TO ASUNITSTOTAL(SHOPIDX).

*>   The shop's units per color go onto its DELIVERED-JSS, slotting a
*>   shop with no stock row yet into key order the way
*>   JEANSDELIVERYCAPTURE does.
BOOKONESHOPDELIVERY.
       IF ASUNITSTOTAL(SHOPIDX) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE ASSHOPID(SHOPIDX) TO LOOKUPSHOPID
       PERFORM FINDSTOCKSHOP
       IF FOUNDIDX = ZERO
           PERFORM INSERTSHOPINKEYORDER
       END-IF
       PERFORM BOOKONECOLORDELIVERY
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT.

BOOKONECOLORDELIVERY.
       PERFORM BOOKONESIZEDELIVERY
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

BOOKONESIZEDELIVERY.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       ADD ASSLOTUNITS(SHOPIDX, SIZESLOTIDX)
           TO SSDELIVERED(FOUNDIDX, COLORIDX).

*>   An allocation is kept whole: if the log cannot be opened for
*>   append it is started afresh.
WRITEALLOCATIONROWS.
       OPEN EXTEND JEANSALLOCATIONFILE
       IF NOT JEANSALLOCATIONFILEOK
           OPEN OUTPUT JEANSALLOCATIONFILE
       END-IF
       PERFORM WRITEONESHOPALLOCATION
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       MOVE ZERO TO SHOPIDX
       PERFORM WRITEONECOLORALLOCATION
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       CLOSE JEANSALLOCATIONFILE.

WRITEONESHOPALLOCATION.
       IF ASUNITSTOTAL(SHOPIDX) > ZERO
           PERFORM WRITEONECOLORALLOCATION
               VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       END-IF.

WRITEONECOLORALLOCATION.
       PERFORM WRITEONESIZEALLOCATION
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

*>   Called with SHOPIDX at nil for the units held back.
WRITEONESIZEALLOCATION.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       MOVE ALLOCNUMBER          TO ALLOCNUMBER-JAL
       MOVE DELIVERYDATE         TO DELIVERYDATE-JAL
       MOVE DELIVERYREF          TO DELIVERYREF-JAL
       MOVE COLORCODE(COLORIDX)  TO COLORCODE-JAL
       MOVE SIZECODE(SIZEIDX)    TO SIZECODE-JAL
       MOVE OPERATORID           TO OPERATORID-JAL
       IF SHOPIDX = ZERO
           MOVE ZERO TO SHOPID-JAL
           MOVE SLOTHELDBACK(SIZESLOTIDX) TO UNITS-JAL
       ELSE
           MOVE ASSHOPID(SHOPIDX) TO SHOPID-JAL
           MOVE ASSLOTUNITS(SHOPIDX, SIZESLOTIDX) TO UNITS-JAL
       END-IF
       IF UNITS-JAL > ZERO
           WRITE JEANSALLOCATIONREC
       END-IF.

*>   A reprint rebuilds the shops' units from the rows kept for the
*>   allocation and prints the same sheets; nothing is booked again.
REPRINTALLOCATION.
       COMPUTE ALLOCNUMBER = FUNCTION NUMVAL(REPRINTENTRY)
       OPEN INPUT JEANSALLOCATIONFILE
       IF NOT JEANSALLOCATIONFILEOK
           DISPLAY "NO ALLOCATIONS ON FILE - NOTHING PRINTED"
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       READ JEANSALLOCATIONFILE
           AT END SET ENDOFJEANSALLOCATIONFILE TO TRUE
       END-READ
       PERFORM TAKEONEALLOCATIONROW UNTIL ENDOFJEANSALLOCATIONFILE
       CLOSE JEANSALLOCATIONFILE
       IF DELIVEREDTOTAL = ZERO
           DISPLAY "NO ALLOCATION " ALLOCNUMBER " ON FILE - NOTHING "
               "PRINTED"
           MOVE 8 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       IF ROWSUNREADABLE > ZERO
           DISPLAY "ROWS FOR A COLOR, SIZE OR SHOP NO LONGER ON FILE "
               "LEFT OFF: " ROWSUNREADABLE
       END-IF
       PERFORM COUNTONESHOPSUPPLIED
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       PERFORM PRINTPICKSHEETS
       DISPLAY "ALLOCATION " ALLOCNUMBER " REPRINTED - PICK SHEETS IN "
           "JeansPickSheets.rpt".

TAKEONEALLOCATIONROW.
       IF ALLOCNUMBER-JAL = ALLOCNUMBER
           PERFORM STOREONEALLOCATIONROW
       END-IF
       READ JEANSALLOCATIONFILE
           AT END SET ENDOFJEANSALLOCATIONFILE TO TRUE
       END-READ.

STOREONEALLOCATIONROW.
       MOVE DELIVERYDATE-JAL TO DELIVERYDATE
       MOVE DELIVERYREF-JAL  TO DELIVERYREF
       PERFORM FINDROWCOLOR
       PERFORM FINDROWSIZE
       IF COLORNOTFOUND OR SIZENOTFOUND
           ADD 1 TO ROWSUNREADABLE
           EXIT PARAGRAPH
       END-IF
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       IF SHOPID-JAL = ZERO
           ADD UNITS-JAL TO SLOTHELDBACK(SIZESLOTIDX)
           ADD UNITS-JAL TO HELDBACKTOTAL
       ELSE
           MOVE "N" TO SALESSHOPFOUND
           SEARCH ALL ALLOCSHOP
               AT END CONTINUE
               WHEN ASSHOPID(ASIDX) = SHOPID-JAL
                   MOVE "Y" TO SALESSHOPFOUND
           END-SEARCH
           IF SALESSHOPFOUND = "N"
               ADD 1 TO ROWSUNREADABLE
               EXIT PARAGRAPH
           END-IF
           ADD UNITS-JAL TO ASSLOTUNITS(ASIDX, SIZESLOTIDX)
           ADD UNITS-JAL TO SLOTALLOCATED(SIZESLOTIDX)
           ADD UNITS-JAL TO ALLOCATEDTOTAL
       END-IF
       ADD UNITS-JAL TO SLOTDELIVERED(SIZESLOTIDX)
       ADD UNITS-JAL TO DELIVEREDTOTAL.

FINDROWCOLOR.
       SET COLORNOTFOUND TO TRUE
       PERFORM CHECKONEROWCOLOR
           VARYING COLORIDX FROM 1 BY 1
           UNTIL COLORIDX > COLORCOUNT OR COLORFOUND
       IF COLORFOUND
           SUBTRACT 1 FROM COLORIDX
       END-IF.

CHECKONEROWCOLOR.
       IF COLORCODE(COLORIDX) = COLORCODE-JAL
           SET COLORFOUND TO TRUE
       END-IF.

FINDROWSIZE.
       SET SIZENOTFOUND TO TRUE
       PERFORM CHECKONEROWSIZE
           VARYING SIZEIDX FROM 1 BY 1
           UNTIL SIZEIDX > SIZECOUNT OR SIZEFOUND
       IF SIZEFOUND
           SUBTRACT 1 FROM SIZEIDX
       END-IF.

CHECKONEROWSIZE.
       IF SIZECODE(SIZEIDX) = SIZECODE-JAL
           SET SIZEFOUND TO TRUE
       END-IF.

*>   The summary page goes to the warehouse office; each shop's sheet
*>   travels with its cartons.
PRINTPICKSHEETS.
       OPEN OUTPUT PICKSHEETFILE
       MOVE ALLOCNUMBER TO PRNSUMALLOCNUMBER
       WRITE PICKSHEETPRINTLINE FROM SUMMARYTITLELINE
           AFTER ADVANCING 1 LINE
       MOVE DELIVERYREF  TO PRNDELIVERYREF
       MOVE DELIVERYDATE TO PRNDELIVERYDATE
       WRITE PICKSHEETPRINTLINE FROM PICKDELIVERYLINE
           AFTER ADVANCING 1 LINE
       WRITE PICKSHEETPRINTLINE FROM SUMMARYTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONECOLORSUMMARY
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       MOVE DELIVEREDTOTAL TO PRNSUMDELIVEREDTOTAL
       MOVE ALLOCATEDTOTAL TO PRNSUMALLOCATEDTOTAL
       MOVE HELDBACKTOTAL  TO PRNSUMHELDBACKTOTAL
       WRITE PICKSHEETPRINTLINE FROM SUMMARYTOTALLINE
           AFTER ADVANCING 2 LINES

       MOVE SPACES TO PICKCOLUMNLINE
       MOVE "COLOR" TO PRNCOLUMNCOLOR
       PERFORM SETONESIZECOLUMN
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT
       MOVE "    TOTAL" TO PRNCOLUMNTOTAL
       PERFORM PRINTONESHOPPICKSHEET
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > ALLOCSHOPCOUNT
       CLOSE PICKSHEETFILE.

PRINTONECOLORSUMMARY.
       PERFORM PRINTONESIZESUMMARY
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT.

PRINTONESIZESUMMARY.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       IF SLOTDELIVERED(SIZESLOTIDX) > ZERO
           MOVE COLORNAME(COLORIDX)         TO PRNSUMCOLOR
           MOVE SIZENAME(SIZEIDX)           TO PRNSUMSIZE
           MOVE SLOTDELIVERED(SIZESLOTIDX)  TO PRNSUMDELIVERED
           MOVE SLOTALLOCATED(SIZESLOTIDX)  TO PRNSUMALLOCATED
           MOVE SLOTHELDBACK(SIZESLOTIDX)   TO PRNSUMHELDBACK
           WRITE PICKSHEETPRINTLINE FROM SUMMARYDETAILLINE
               AFTER ADVANCING 1 LINE
       END-IF.

SETONESIZECOLUMN.
       MOVE SPACES TO PRNCOLUMNSIZE(SIZEIDX)
       MOVE SIZENAME(SIZEIDX) TO PRNCOLUMNSIZE(SIZEIDX)(2:8).

PRINTONESHOPPICKSHEET.
       IF ASUNITSTOTAL(SHOPIDX) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE ALLOCNUMBER TO PRNALLOCNUMBER
       WRITE PICKSHEETPRINTLINE FROM PICKTITLELINE
           AFTER ADVANCING PAGE
       WRITE PICKSHEETPRINTLINE FROM PICKDELIVERYLINE
           AFTER ADVANCING 1 LINE
       MOVE ASSHOPID(SHOPIDX)   TO PRNSHOPID
       MOVE ASFULLNAME(SHOPIDX) TO PRNSHOPNAME
       MOVE ASREGION(SHOPIDX)   TO PRNSHOPREGION
       WRITE PICKSHEETPRINTLINE FROM PICKSHOPLINE
           AFTER ADVANCING 2 LINES
       WRITE PICKSHEETPRINTLINE FROM PICKCOLUMNLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONEPICKCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       MOVE SPACES TO PICKDETAILLINE
       MOVE "TOTAL" TO PRNPICKCOLOR
       MOVE ASUNITSTOTAL(SHOPIDX) TO PRNPICKTOTAL
       WRITE PICKSHEETPRINTLINE FROM PICKDETAILLINE
           AFTER ADVANCING 2 LINES
       WRITE PICKSHEETPRINTLINE FROM PICKSIGNLINE
           AFTER ADVANCING 3 LINES.

PRINTONEPICKCOLOR.
       MOVE SPACES TO PICKDETAILLINE
       MOVE ZERO TO PICKCOLORTOTAL
       MOVE COLORNAME(COLORIDX) TO PRNPICKCOLOR
       PERFORM SETONEPICKSIZE
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT
       IF PICKCOLORTOTAL > ZERO
           MOVE PICKCOLORTOTAL TO PRNPICKTOTAL
           WRITE PICKSHEETPRINTLINE FROM PICKDETAILLINE
               AFTER ADVANCING 1 LINE
       END-IF.

SETONEPICKSIZE.
       COMPUTE SIZESLOTIDX = (COLORIDX - 1) * SIZECOUNT + SIZEIDX
       MOVE ASSLOTUNITS(SHOPIDX, SIZESLOTIDX) TO PRNPICKUNITS(SIZEIDX)
       ADD ASSLOTUNITS(SHOPIDX, SIZESLOTIDX) TO PICKCOLORTOTAL.

FINDSHOPSALES.
       MOVE "N" TO SALESSHOPFOUND
       IF OCCUPIEDSHOPCOUNT > ZERO
           SEARCH ALL SALESSHOP
               AT END CONTINUE
               WHEN SALESSHOPID(SALESIDX) = LOOKUPSHOPID
                   MOVE "Y" TO SALESSHOPFOUND
           END-SEARCH
       END-IF.

FINDSTOCKSHOP.
       MOVE ZERO TO FOUNDIDX
       PERFORM CHECKONESTOCKSHOP
           VARYING STOCKIDX FROM 1 BY 1 UNTIL STOCKIDX > SHOPSTOCKCOUNT.

CHECKONESTOCKSHOP.
       IF SSSHOPID(STOCKIDX) = LOOKUPSHOPID
           MOVE STOCKIDX TO FOUNDIDX
       END-IF.

*>   JEANSSELLTHROUGH reads the stock file alongside ShopSales.dat in
*>   SHOPID order, so a new shop goes in where its key belongs.
INSERTSHOPINKEYORDER.
       ADD 1 TO SHOPSTOCKCOUNT
       MOVE SHOPSTOCKCOUNT TO STOCKIDX
       PERFORM SHIFTONESHOPUP
           UNTIL STOCKIDX = 1
           OR SSSHOPID(STOCKIDX - 1) < LOOKUPSHOPID
       INITIALIZE SHOPSTOCK(STOCKIDX)
       MOVE LOOKUPSHOPID TO SSSHOPID(STOCKIDX)
       MOVE STOCKIDX TO FOUNDIDX.

SHIFTONESHOPUP.
       MOVE SHOPSTOCK(STOCKIDX - 1) TO SHOPSTOCK(STOCKIDX)
       SUBTRACT 1 FROM STOCKIDX.

GETNEXTALLOCNUMBER.
       OPEN INPUT ALLOCNUMBERSEQFILE
       IF ALLOCNUMBERSEQFILEOK
           READ ALLOCNUMBERSEQFILE
               AT END MOVE 1 TO NEXTALLOCNUMBER
           END-READ
           CLOSE ALLOCNUMBERSEQFILE
       ELSE
           MOVE 1 TO NEXTALLOCNUMBER
       END-IF
       MOVE NEXTALLOCNUMBER TO ALLOCNUMBER
       OPEN OUTPUT ALLOCNUMBERSEQFILE
       ADD 1 TO NEXTALLOCNUMBER
       WRITE ALLOCNUMBERSEQREC
       CLOSE ALLOCNUMBERSEQFILE.

LOADCOLORREFERENCE.
       OPEN INPUT JEANSCOLORFILE
       IF JEANSCOLORFILEOK
           READ JEANSCOLORFILE
               AT END SET ENDOFJEANSCOLORFILE TO TRUE
           END-READ
           PERFORM STOREONECOLOR UNTIL ENDOFJEANSCOLORFILE
           CLOSE JEANSCOLORFILE
       END-IF.

STOREONECOLOR.
       ADD 1 TO COLORCOUNT
       MOVE COLORCODE-JCF TO COLORCODE(COLORCOUNT)
       MOVE COLORNAME-JCF TO COLORNAME(COLORCOUNT)
       READ JEANSCOLORFILE
           AT END SET ENDOFJEANSCOLORFILE TO TRUE
       END-READ.

LOADSIZEREFERENCE.
       OPEN INPUT JEANSSIZEFILE
       IF JEANSSIZEFILEOK
           READ JEANSSIZEFILE
               AT END SET ENDOFJEANSSIZEFILE TO TRUE
           END-READ
           PERFORM STOREONESIZE UNTIL ENDOFJEANSSIZEFILE
           CLOSE JEANSSIZEFILE
       END-IF.

STOREONESIZE.
       IF SIZECOUNT < 6
           ADD 1 TO SIZECOUNT
           MOVE SIZECODE-JSZ TO SIZECODE(SIZECOUNT)
           MOVE SIZENAME-JSZ TO SIZENAME(SIZECOUNT)
       END-IF
       READ JEANSSIZEFILE
           AT END SET ENDOFJEANSSIZEFILE TO TRUE
       END-READ.

LOADSALESSHOPTABLE.
       OPEN INPUT SHOPSALESEXTRACT
       IF SHOPSALESEXTRACTOK
           READ SHOPSALESEXTRACT
               AT END SET ENDOFSHOPSALESEXTRACT TO TRUE
           END-READ
           PERFORM STOREONESALESSHOP UNTIL ENDOFSHOPSALESEXTRACT
           CLOSE SHOPSALESEXTRACT
       END-IF.

STOREONESALESSHOP.
       ADD 1 TO OCCUPIEDSHOPCOUNT
       INITIALIZE SALESSHOP(OCCUPIEDSHOPCOUNT)
       MOVE SHOPID-SSE TO SALESSHOPID(OCCUPIEDSHOPCOUNT)
       PERFORM STOREONESALESCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       PERFORM STOREONESALESSLOT
           VARYING SIZESLOTIDX FROM 1 BY 1
           UNTIL SIZESLOTIDX > COLORSIZESLOTS
       READ SHOPSALESEXTRACT
           AT END SET ENDOFSHOPSALESEXTRACT TO TRUE
       END-READ.

STOREONESALESCOLOR.
       MOVE TOTALSOLD-SSE(COLORIDX)
           TO SALESSOLD(OCCUPIEDSHOPCOUNT, COLORIDX).

*>   A row written before the size bands were carried reads as spaces
*>   there; that shop has no size profile to go on.
STOREONESALESSLOT.
       IF SIZEBANDSOLD-SSE(SIZESLOTIDX) IS NUMERIC
           MOVE SIZEBANDSOLD-SSE(SIZESLOTIDX)
               TO SALESSIZESOLD(OCCUPIEDSHOPCOUNT, SIZESLOTIDX)
       END-IF.

LOADSHOPMASTERTABLE.
       OPEN INPUT SHOPMASTERFILE
       IF SHOPMASTERFILEOK
           READ SHOPMASTERFILE
               AT END SET ENDOFSHOPMASTERFILE TO TRUE
           END-READ
           PERFORM STOREONESHOPMASTER UNTIL ENDOFSHOPMASTERFILE
           CLOSE SHOPMASTERFILE
       END-IF.

*>   A close date that reads as spaces came off a row written before
*>   the dates were carried - the shop counts as open.
STOREONESHOPMASTER.
       ADD 1 TO ALLOCSHOPCOUNT
       INITIALIZE ALLOCSHOP(ALLOCSHOPCOUNT)
       MOVE SHOPID-SMF       TO ASSHOPID(ALLOCSHOPCOUNT)
       MOVE SHOPFULLNAME-SMF TO ASFULLNAME(ALLOCSHOPCOUNT)
       MOVE SHOPREGION-SMF   TO ASREGION(ALLOCSHOPCOUNT)
       MOVE "Y" TO ASOPENSWITCH(ALLOCSHOPCOUNT)
       IF CLOSEDATE-SMF IS NUMERIC AND CLOSEDATE-SMF > ZERO
           MOVE "N" TO ASOPENSWITCH(ALLOCSHOPCOUNT)
       END-IF
       READ SHOPMASTERFILE
           AT END SET ENDOFSHOPMASTERFILE TO TRUE
       END-READ.

LOADSHOPSTOCKFILE.
       OPEN INPUT JEANSSHOPSTOCKFILE
       IF JEANSSHOPSTOCKFILEOK
           READ JEANSSHOPSTOCKFILE
               AT END SET ENDOFJEANSSHOPSTOCK TO TRUE
           END-READ
           PERFORM STOREONESTOCKSHOP UNTIL ENDOFJEANSSHOPSTOCK
           CLOSE JEANSSHOPSTOCKFILE
       END-IF.

STOREONESTOCKSHOP.
       ADD 1 TO SHOPSTOCKCOUNT
       INITIALIZE SHOPSTOCK(SHOPSTOCKCOUNT)
       MOVE SHOPID-JSS TO SSSHOPID(SHOPSTOCKCOUNT)
       PERFORM STOREONESTOCKCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       READ JEANSSHOPSTOCKFILE
           AT END SET ENDOFJEANSSHOPSTOCK TO TRUE
       END-READ.

STOREONESTOCKCOLOR.
       MOVE OPENING-JSS(COLORIDX)
           TO SSOPENING(SHOPSTOCKCOUNT, COLORIDX)
       MOVE DELIVERED-JSS(COLORIDX)
           TO SSDELIVERED(SHOPSTOCKCOUNT, COLORIDX)
       MOVE TRANSFERREDIN-JSS(COLORIDX)
           TO SSTRANSFERREDIN(SHOPSTOCKCOUNT, COLORIDX)
       MOVE TRANSFERREDOUT-JSS(COLORIDX)
           TO SSTRANSFERREDOUT(SHOPSTOCKCOUNT, COLORIDX)
       MOVE RETURNED-JSS(COLORIDX)
           TO SSRETURNED(SHOPSTOCKCOUNT, COLORIDX).

REWRITESTOCKINKEYORDER.
       OPEN OUTPUT JEANSSHOPSTOCKFILE
       PERFORM WRITEONESTOCKSHOP
           VARYING STOCKIDX FROM 1 BY 1 UNTIL STOCKIDX > SHOPSTOCKCOUNT
       CLOSE JEANSSHOPSTOCKFILE.

WRITEONESTOCKSHOP.
       MOVE SSSHOPID(STOCKIDX) TO SHOPID-JSS
       PERFORM WRITEONESTOCKCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       WRITE JEANSSHOPSTOCKREC.

WRITEONESTOCKCOLOR.
       MOVE SSOPENING(STOCKIDX, COLORIDX)   TO OPENING-JSS(COLORIDX)
       MOVE SSDELIVERED(STOCKIDX, COLORIDX) TO DELIVERED-JSS(COLORIDX)
       MOVE SSTRANSFERREDIN(STOCKIDX, COLORIDX)
           TO TRANSFERREDIN-JSS(COLORIDX)
       MOVE SSTRANSFERREDOUT(STOCKIDX, COLORIDX)
           TO TRANSFERREDOUT-JSS(COLORIDX)
       MOVE SSRETURNED(STOCKIDX, COLORIDX)
           TO RETURNED-JSS(COLORIDX).
