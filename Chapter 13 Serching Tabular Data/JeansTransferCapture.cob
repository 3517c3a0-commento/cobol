IDENTIFICATION DIVISION.
PROGRAM-ID. JEANSTRANSFERCAPTURE.

*>   Keys in jeans moved from one shop to another - either against a
*>   transfer note printed by JEANSREBALANCE, or a swap the area
*>   managers arranged by phone - and moves the units between the two
*>   shops' rows on JeansShopStock.dat, so JEANSSELLTHROUGH's closing
*>   stock stays true at both ends. Every move is left on
*>   JeansTransfers.dat with who keyed it and when.

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

       SELECT JEANSTRANSFERFILE ASSIGN TO "JeansTransfers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSTRANSFERFILESTATUS.

       SELECT TRANSFERNUMBERSEQFILE ASSIGN TO "NextJeansTransferNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSFERNUMBERSEQFILESTATUS.

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

FD     JEANSTRANSFERFILE.
01     JEANSTRANSFERREC.
       88  ENDOFJEANSTRANSFERFILE VALUE HIGH-VALUES.
       02  TRANSFERNUMBER-JTF     PIC 9(6).
       02  TRANSFERSTATUS-JTF     PIC X.
        88 TRANSFERPROPOSED-JTF   VALUE "P".
        88 TRANSFERMOVED-JTF      VALUE "M".
        88 TRANSFERCANCELLED-JTF  VALUE "X".
       02  FROMSHOPID-JTF         PIC 9(5).
       02  TOSHOPID-JTF           PIC 9(5).
       02  COLORCODE-JTF          PIC X(3).
       02  PROPOSEDUNITS-JTF      PIC 9(5).
       02  MOVEDUNITS-JTF         PIC 9(5).
       02  PROPOSEDDATE-JTF       PIC 9(8).
       02  MOVEDDATE-JTF          PIC 9(8).
       02  OPERATORID-JTF         PIC X(8).

FD     TRANSFERNUMBERSEQFILE.
01     TRANSFERNUMBERSEQREC.
       02 NEXTTRANSFERNUMBER      PIC 9(6).

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
01     JEANSTRANSFERFILESTATUS     PIC XX.
       88 JEANSTRANSFERFILEOK      VALUE "00".
01     TRANSFERNUMBERSEQFILESTATUS PIC XX.
       88 TRANSFERNUMBERSEQFILEOK  VALUE "00".

01     COLORCOUNT                  PIC 9(2)    VALUE ZERO.
01     COLORREFERENCETABLE.
       02 COLORREFERENCE OCCURS 10 TIMES.
           03 COLORCODE            PIC X(3).
           03 COLORNAME            PIC X(10).

01     SIZECOUNT                   PIC 9(2)    VALUE ZERO.
01     COLORSIZESLOTS              PIC 9(3)    VALUE ZERO.

01     OCCUPIEDSHOPCOUNT           PIC 9(4)    VALUE ZERO.
01     SALESSHOPTABLE.
       02 SALESSHOP OCCURS 1 TO 150 TIMES
               DEPENDING ON OCCUPIEDSHOPCOUNT
               ASCENDING KEY IS SALESSHOPID
               INDEXED BY SALESIDX.
           03 SALESSHOPID          PIC 9(5).
           03 SALESSHOPNAME        PIC X(15).
           03 SALESSOLD            PIC 9(5) OCCURS 10 TIMES.

01     SHOPMASTERCOUNT             PIC 9(4)    VALUE ZERO.
01     SHOPMASTERTABLE.
       02 SHOPMASTER OCCURS 0 TO 150 TIMES
               DEPENDING ON SHOPMASTERCOUNT
               ASCENDING KEY IS SMSHOPID
               INDEXED BY SMIDX.
           03 SMSHOPID             PIC 9(5).
           03 SMFULLNAME           PIC X(30).
           03 SMREGION             PIC X(10).
           03 SMCLOSEDATE          PIC 9(8).

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

01     TRANSFERROWCOUNT            PIC 9(5)    VALUE ZERO.
01     TRANSFERROWTABLE.
       02 TRANSFERROW              PIC X(54)
               OCCURS 0 TO 5000 TIMES DEPENDING ON TRANSFERROWCOUNT.
01     TRANSFERROWIDX              PIC 9(5).
01     TRANSFERROWSWITCH           PIC X       VALUE "N".
       88 TRANSFERROWFOUND         VALUE "Y".
       88 TRANSFERROWNOTFOUND      VALUE "N".

01     SHOPIDX                     PIC 9(4).
01     COLORIDX                    PIC 9(2).
01     FROMIDX                     PIC 9(4)    VALUE ZERO.
01     TOIDX                       PIC 9(4)    VALUE ZERO.
01     MOVECOLORIDX                PIC 9(2)    VALUE ZERO.
01     LOOKUPSHOPID                PIC 9(5)    VALUE ZERO.
01     FOUNDIDX                    PIC 9(4)    VALUE ZERO.

01     SHOPONMASTERSWITCH          PIC X VALUE "N".
       88 SHOPONMASTER             VALUE "Y".
       88 SHOPNOTONMASTER          VALUE "N".
01     COLORFOUNDSWITCH            PIC X VALUE "N".
       88 COLORFOUND               VALUE "Y".
       88 COLORNOTFOUND            VALUE "N".
01     MOVEREADYSWITCH             PIC X VALUE "N".
       88 MOVEREADY                VALUE "Y".
       88 MOVENOTREADY             VALUE "N".

01     MORETRANSFERS               PIC X VALUE "Y".
       88 ENTERANOTHER             VALUE "Y" "y".
01     CONFIRMENTRY                PIC X VALUE SPACE.
       88 ENTRYCONFIRMED           VALUE "Y" "y".

01     OPERATORID                  PIC X(8)    VALUE SPACES.
01     TODAYDATE                   PIC 9(8).
01     NOTENUMBERENTRY             PIC X(6)    VALUE SPACES.
01     NOTENUMBER                  PIC 9(6)    VALUE ZERO.
01     FROMSHOPENTRY               PIC 9(5).
01     TOSHOPENTRY                 PIC 9(5).
01     FROMREGION                  PIC X(10).
01     COLORCODEENTRY              PIC X(3).
01     UNITSENTRY                  PIC X(5)    VALUE SPACES.
01     UNITSMOVED                  PIC 9(5)    VALUE ZERO.
01     UNITSONHAND                 PIC S9(6)   VALUE ZERO.
01     PRNUNITSONHAND              PIC ZZ,ZZ9.
01     SALESFORLINE                PIC 9(5)    VALUE ZERO.
01     TRANSFERNUMBER              PIC 9(6)    VALUE ZERO.

01     TRANSFERSMOVEDCOUNT         PIC 9(4)    VALUE ZERO.
01     TRANSFERSCANCELLEDCOUNT     PIC 9(4)    VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TODAYDATE FROM DATE YYYYMMDD

       PERFORM LOADCOLORREFERENCE
       IF COLORCOUNT = ZERO
           DISPLAY "NO COLOR REFERENCE FILE - CANNOT CAPTURE TRANSFERS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADSIZECOUNT
       COMPUTE COLORSIZESLOTS = COLORCOUNT * SIZECOUNT
       PERFORM LOADSALESSHOPTABLE
       PERFORM LOADSHOPMASTERTABLE
       PERFORM LOADSHOPSTOCKFILE
       IF SHOPSTOCKCOUNT = ZERO
           DISPLAY "NO SHOP STOCK FILE ON DISK - CAPTURE DELIVERIES "
               "FIRST"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADTRANSFERROWS

       PERFORM CAPTUREONETRANSFER UNTIL NOT ENTERANOTHER

       PERFORM REWRITESTOCKINKEYORDER
       PERFORM REWRITETRANSFERFILE
       DISPLAY "TRANSFERS MOVED: " TRANSFERSMOVEDCOUNT
       DISPLAY "TRANSFERS CANCELLED: " TRANSFERSCANCELLEDCOUNT
       STOP RUN.

CAPTUREONETRANSFER.
       DISPLAY " "
       DISPLAY "TRANSFER NOTE NUMBER OR BLANK FOR A MOVE ARRANGED BY "
           "PHONE: " WITH NO ADVANCING
       MOVE SPACES TO NOTENUMBERENTRY
       ACCEPT NOTENUMBERENTRY
       SET MOVENOTREADY TO TRUE
       IF NOTENUMBERENTRY = SPACES
           PERFORM TAKEPHONEDTRANSFER
       ELSE
           PERFORM TAKENOTEDTRANSFER
       END-IF
       IF MOVEREADY
           PERFORM CHECKSTOCKONHAND
       END-IF
       IF MOVEREADY
           PERFORM APPLYTRANSFER
       END-IF

       DISPLAY "ENTER ANOTHER TRANSFER? (Y/N): " WITH NO ADVANCING
       ACCEPT MORETRANSFERS.

*>   A note can be keyed once. The units default to what was proposed;
*>   the count that actually went is what moves, and a nil count
*>   cancels the note so the next rebalancing run is not misled.
TAKENOTEDTRANSFER.
       COMPUTE NOTENUMBER = FUNCTION NUMVAL(NOTENUMBERENTRY)
       IF NOTENUMBER = ZERO
           DISPLAY "NOT A TRANSFER NOTE NUMBER - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       SET TRANSFERROWNOTFOUND TO TRUE
       PERFORM CHECKONETRANSFERROW
           VARYING TRANSFERROWIDX FROM 1 BY 1
           UNTIL TRANSFERROWIDX > TRANSFERROWCOUNT OR TRANSFERROWFOUND
       IF TRANSFERROWNOTFOUND
           DISPLAY "NO TRANSFER NOTE " NOTENUMBER " ON FILE - NOTHING "
               "MOVED"
           EXIT PARAGRAPH
       END-IF
       SUBTRACT 1 FROM TRANSFERROWIDX
       MOVE TRANSFERROW(TRANSFERROWIDX) TO JEANSTRANSFERREC
       IF NOT TRANSFERPROPOSED-JTF
           DISPLAY "TRANSFER NOTE " NOTENUMBER " WAS ALREADY KEYED IN "
               "ON " MOVEDDATE-JTF " BY " OPERATORID-JTF
           EXIT PARAGRAPH
       END-IF

       MOVE FROMSHOPID-JTF TO FROMSHOPENTRY
       MOVE TOSHOPID-JTF   TO TOSHOPENTRY
       MOVE COLORCODE-JTF  TO COLORCODEENTRY
       PERFORM FINDMOVECOLOR
       IF COLORNOTFOUND
           DISPLAY "COLOR " COLORCODEENTRY " IS NO LONGER ON THE "
               "REFERENCE FILE - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       MOVE FROMSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSHOPONMASTER
       IF SHOPONMASTER
           DISPLAY "FROM: " FROMSHOPENTRY " " SMFULLNAME(SMIDX)
       ELSE
           DISPLAY "FROM: " FROMSHOPENTRY
       END-IF
       MOVE TOSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSHOPONMASTER
       IF SHOPONMASTER
           DISPLAY "TO:   " TOSHOPENTRY " " SMFULLNAME(SMIDX)
       ELSE
           DISPLAY "TO:   " TOSHOPENTRY
       END-IF
       DISPLAY COLORNAME(MOVECOLORIDX) " UNITS PROPOSED: "
           PROPOSEDUNITS-JTF

       DISPLAY "UNITS ACTUALLY MOVED OR BLANK FOR " PROPOSEDUNITS-JTF
           " (0 IF THE MOVE IS NOT GOING AHEAD): " WITH NO ADVANCING
       MOVE SPACES TO UNITSENTRY
       ACCEPT UNITSENTRY
       IF UNITSENTRY = SPACES
           MOVE PROPOSEDUNITS-JTF TO UNITSMOVED
       ELSE
           COMPUTE UNITSMOVED = FUNCTION NUMVAL(UNITSENTRY)
       END-IF
       IF UNITSMOVED = ZERO
           SET TRANSFERCANCELLED-JTF TO TRUE
           MOVE ZERO       TO MOVEDUNITS-JTF
           MOVE TODAYDATE  TO MOVEDDATE-JTF
           MOVE OPERATORID TO OPERATORID-JTF
           MOVE JEANSTRANSFERREC TO TRANSFERROW(TRANSFERROWIDX)
           ADD 1 TO TRANSFERSCANCELLEDCOUNT
           DISPLAY "TRANSFER NOTE " NOTENUMBER " CANCELLED"
       ELSE
           SET MOVEREADY TO TRUE
       END-IF.

CHECKONETRANSFERROW.
       MOVE TRANSFERROW(TRANSFERROWIDX) TO JEANSTRANSFERREC
       IF TRANSFERNUMBER-JTF = NOTENUMBER
           SET TRANSFERROWFOUND TO TRUE
       END-IF.

*>   A swap arranged by phone is between two open shops on the master;
*>   one across regions is allowed, but only once it is confirmed.
TAKEPHONEDTRANSFER.
       SET TRANSFERROWNOTFOUND TO TRUE
       DISPLAY "FROM SHOP ID: " WITH NO ADVANCING
       ACCEPT FROMSHOPENTRY
       MOVE FROMSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSHOPONMASTER
       IF SHOPNOTONMASTER
           DISPLAY "SHOP NOT ON THE SHOP MASTER - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       IF SMCLOSEDATE(SMIDX) > ZERO
           DISPLAY "SHOP " SMFULLNAME(SMIDX) " CLOSED "
               SMCLOSEDATE(SMIDX) " - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "SENDING SHOP IS " SMFULLNAME(SMIDX)
       MOVE SMREGION(SMIDX) TO FROMREGION

       DISPLAY "TO SHOP ID: " WITH NO ADVANCING
       ACCEPT TOSHOPENTRY
       IF TOSHOPENTRY = FROMSHOPENTRY
           DISPLAY "A SHOP CANNOT TRANSFER TO ITSELF - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       MOVE TOSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSHOPONMASTER
       IF SHOPNOTONMASTER
           DISPLAY "SHOP NOT ON THE SHOP MASTER - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       IF SMCLOSEDATE(SMIDX) > ZERO
           DISPLAY "SHOP " SMFULLNAME(SMIDX) " CLOSED "
               SMCLOSEDATE(SMIDX) " - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "RECEIVING SHOP IS " SMFULLNAME(SMIDX)
       IF SMREGION(SMIDX) NOT = FROMREGION
           DISPLAY "SHOPS ARE IN DIFFERENT REGIONS - MOVE ANYWAY? "
               "(Y/N): " WITH NO ADVANCING
           MOVE SPACE TO CONFIRMENTRY
           ACCEPT CONFIRMENTRY
           IF NOT ENTRYCONFIRMED
               DISPLAY "NOTHING MOVED"
               EXIT PARAGRAPH
           END-IF
       END-IF

       DISPLAY "COLOR CODE: " WITH NO ADVANCING
       ACCEPT COLORCODEENTRY
       PERFORM FINDMOVECOLOR
       IF COLORNOTFOUND
           DISPLAY "COLOR NOT ON THE REFERENCE FILE - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       DISPLAY COLORNAME(MOVECOLORIDX) " UNITS MOVED: "
           WITH NO ADVANCING
       MOVE SPACES TO UNITSENTRY
       ACCEPT UNITSENTRY
       MOVE ZERO TO UNITSMOVED
       IF UNITSENTRY NOT = SPACES
           COMPUTE UNITSMOVED = FUNCTION NUMVAL(UNITSENTRY)
       END-IF
       IF UNITSMOVED = ZERO
           DISPLAY "NO UNITS - NOTHING MOVED"
           EXIT PARAGRAPH
       END-IF
       SET MOVEREADY TO TRUE.

*>   The sending shop cannot give away more than it holds after the
*>   week's sales, or its closing stock would go negative.
CHECKSTOCKONHAND.
       MOVE FROMSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSTOCKSHOP
       IF FOUNDIDX = ZERO
           DISPLAY "SENDING SHOP HAS NO STOCK ON FILE - NOTHING MOVED"
           SET MOVENOTREADY TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO SALESFORLINE
       IF OCCUPIEDSHOPCOUNT > ZERO
           SEARCH ALL SALESSHOP
               AT END CONTINUE
               WHEN SALESSHOPID(SALESIDX) = FROMSHOPENTRY
                   MOVE SALESSOLD(SALESIDX, MOVECOLORIDX)
                       TO SALESFORLINE
           END-SEARCH
       END-IF
       COMPUTE UNITSONHAND =
           SSOPENING(FOUNDIDX, MOVECOLORIDX)
           + SSDELIVERED(FOUNDIDX, MOVECOLORIDX)
           + SSTRANSFERREDIN(FOUNDIDX, MOVECOLORIDX)
           + SSRETURNED(FOUNDIDX, MOVECOLORIDX)
           - SSTRANSFERREDOUT(FOUNDIDX, MOVECOLORIDX) - SALESFORLINE
       IF UNITSMOVED > UNITSONHAND
           IF UNITSONHAND < ZERO
               MOVE ZERO TO UNITSONHAND
           END-IF
           MOVE UNITSONHAND TO PRNUNITSONHAND
           DISPLAY "ONLY " PRNUNITSONHAND " ON HAND AT THE SENDING SHOP "
               "- NOTHING MOVED"
           SET MOVENOTREADY TO TRUE
       END-IF.

*>   The receiving shop is slotted into key order if this is its first
*>   stock of the period, before the sending shop's row is found, so
*>   the insert cannot leave the sending index pointing at a
*>   neighbour.
APPLYTRANSFER.
       MOVE TOSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSTOCKSHOP
       IF FOUNDIDX = ZERO
           PERFORM INSERTSHOPINKEYORDER
       END-IF
       MOVE FOUNDIDX TO TOIDX
       MOVE FROMSHOPENTRY TO LOOKUPSHOPID
       PERFORM FINDSTOCKSHOP
       MOVE FOUNDIDX TO FROMIDX
       ADD UNITSMOVED TO SSTRANSFERREDOUT(FROMIDX, MOVECOLORIDX)
       ADD UNITSMOVED TO SSTRANSFERREDIN(TOIDX, MOVECOLORIDX)

       IF TRANSFERROWNOTFOUND
           PERFORM GETNEXTTRANSFERNUMBER
           MOVE SPACES TO JEANSTRANSFERREC
           MOVE TRANSFERNUMBER TO TRANSFERNUMBER-JTF
           MOVE FROMSHOPENTRY  TO FROMSHOPID-JTF
           MOVE TOSHOPENTRY    TO TOSHOPID-JTF
           MOVE COLORCODE(MOVECOLORIDX) TO COLORCODE-JTF
           MOVE UNITSMOVED     TO PROPOSEDUNITS-JTF
           MOVE TODAYDATE      TO PROPOSEDDATE-JTF
           ADD 1 TO TRANSFERROWCOUNT
           MOVE TRANSFERROWCOUNT TO TRANSFERROWIDX
       END-IF
       SET TRANSFERMOVED-JTF TO TRUE
       MOVE UNITSMOVED TO MOVEDUNITS-JTF
       MOVE TODAYDATE  TO MOVEDDATE-JTF
       MOVE OPERATORID TO OPERATORID-JTF
       MOVE JEANSTRANSFERREC TO TRANSFERROW(TRANSFERROWIDX)
       ADD 1 TO TRANSFERSMOVEDCOUNT
       DISPLAY "TRANSFER " TRANSFERNUMBER-JTF " MOVED - " UNITSMOVED
           " " COLORNAME(MOVECOLORIDX) " FROM " FROMSHOPENTRY " TO "
           TOSHOPENTRY.

FINDMOVECOLOR.
       SET COLORNOTFOUND TO TRUE
       PERFORM CHECKONEMOVECOLOR
           VARYING COLORIDX FROM 1 BY 1
           UNTIL COLORIDX > COLORCOUNT OR COLORFOUND
       IF COLORFOUND
           SUBTRACT 1 FROM COLORIDX GIVING MOVECOLORIDX
       END-IF.

CHECKONEMOVECOLOR.
       IF COLORCODE(COLORIDX) = COLORCODEENTRY
           SET COLORFOUND TO TRUE
       END-IF.

FINDSHOPONMASTER.
       SET SHOPNOTONMASTER TO TRUE
       IF SHOPMASTERCOUNT > ZERO
           SEARCH ALL SHOPMASTER
               AT END CONTINUE
               WHEN SMSHOPID(SMIDX) = LOOKUPSHOPID
                   SET SHOPONMASTER TO TRUE
           END-SEARCH
       END-IF.

FINDSTOCKSHOP.
       MOVE ZERO TO FOUNDIDX
       PERFORM CHECKONESTOCKSHOP
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPSTOCKCOUNT.

CHECKONESTOCKSHOP.
       IF SSSHOPID(SHOPIDX) = LOOKUPSHOPID
           MOVE SHOPIDX TO FOUNDIDX
       END-IF.

*>   JEANSSELLTHROUGH reads the stock file alongside ShopSales.dat in
*>   SHOPID order, so a new shop goes in where its key belongs, the
*>   way JEANSDELIVERYCAPTURE slots one in.
INSERTSHOPINKEYORDER.
       ADD 1 TO SHOPSTOCKCOUNT
       MOVE SHOPSTOCKCOUNT TO SHOPIDX
       PERFORM SHIFTONESHOPUP
           UNTIL SHOPIDX = 1
           OR SSSHOPID(SHOPIDX - 1) < LOOKUPSHOPID
       INITIALIZE SHOPSTOCK(SHOPIDX)
       MOVE LOOKUPSHOPID TO SSSHOPID(SHOPIDX)
       MOVE SHOPIDX TO FOUNDIDX.

SHIFTONESHOPUP.
       MOVE SHOPSTOCK(SHOPIDX - 1) TO SHOPSTOCK(SHOPIDX)
       SUBTRACT 1 FROM SHOPIDX.

GETNEXTTRANSFERNUMBER.
       OPEN INPUT TRANSFERNUMBERSEQFILE
       IF TRANSFERNUMBERSEQFILEOK
           READ TRANSFERNUMBERSEQFILE
               AT END MOVE 1 TO NEXTTRANSFERNUMBER
           END-READ
           CLOSE TRANSFERNUMBERSEQFILE
       ELSE
           MOVE 1 TO NEXTTRANSFERNUMBER
       END-IF
       MOVE NEXTTRANSFERNUMBER TO TRANSFERNUMBER
       OPEN OUTPUT TRANSFERNUMBERSEQFILE
       ADD 1 TO NEXTTRANSFERNUMBER
       WRITE TRANSFERNUMBERSEQREC
       CLOSE TRANSFERNUMBERSEQFILE.

LOADTRANSFERROWS.
       OPEN INPUT JEANSTRANSFERFILE
       IF JEANSTRANSFERFILEOK
           READ JEANSTRANSFERFILE
               AT END SET ENDOFJEANSTRANSFERFILE TO TRUE
           END-READ
           PERFORM STOREONETRANSFERROW UNTIL ENDOFJEANSTRANSFERFILE
           CLOSE JEANSTRANSFERFILE
       END-IF.

STOREONETRANSFERROW.
       ADD 1 TO TRANSFERROWCOUNT
       MOVE JEANSTRANSFERREC TO TRANSFERROW(TRANSFERROWCOUNT)
       READ JEANSTRANSFERFILE
           AT END SET ENDOFJEANSTRANSFERFILE TO TRUE
       END-READ.

REWRITETRANSFERFILE.
       OPEN OUTPUT JEANSTRANSFERFILE
       PERFORM WRITEONETRANSFERROW
           VARYING TRANSFERROWIDX FROM 1 BY 1
           UNTIL TRANSFERROWIDX > TRANSFERROWCOUNT
       CLOSE JEANSTRANSFERFILE.

WRITEONETRANSFERROW.
       MOVE TRANSFERROW(TRANSFERROWIDX) TO JEANSTRANSFERREC
       WRITE JEANSTRANSFERREC.

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

LOADSIZECOUNT.
       OPEN INPUT JEANSSIZEFILE
       IF JEANSSIZEFILEOK
           READ JEANSSIZEFILE
               AT END SET ENDOFJEANSSIZEFILE TO TRUE
           END-READ
           PERFORM COUNTONESIZE UNTIL ENDOFJEANSSIZEFILE
           CLOSE JEANSSIZEFILE
       END-IF.

COUNTONESIZE.
       ADD 1 TO SIZECOUNT
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
       MOVE SHOPID-SSE   TO SALESSHOPID(OCCUPIEDSHOPCOUNT)
       MOVE SHOPNAME-SSE TO SALESSHOPNAME(OCCUPIEDSHOPCOUNT)
       PERFORM STOREONESALESCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > 10
       READ SHOPSALESEXTRACT
           AT END SET ENDOFSHOPSALESEXTRACT TO TRUE
       END-READ.

STOREONESALESCOLOR.
       MOVE ZERO TO SALESSOLD(OCCUPIEDSHOPCOUNT, COLORIDX)
       IF COLORIDX NOT > COLORCOUNT
           MOVE TOTALSOLD-SSE(COLORIDX)
               TO SALESSOLD(OCCUPIEDSHOPCOUNT, COLORIDX)
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

STOREONESHOPMASTER.
       ADD 1 TO SHOPMASTERCOUNT
       MOVE SHOPID-SMF       TO SMSHOPID(SHOPMASTERCOUNT)
       MOVE SHOPFULLNAME-SMF TO SMFULLNAME(SHOPMASTERCOUNT)
       MOVE SHOPREGION-SMF   TO SMREGION(SHOPMASTERCOUNT)
       IF CLOSEDATE-SMF IS NUMERIC
           MOVE CLOSEDATE-SMF TO SMCLOSEDATE(SHOPMASTERCOUNT)
       ELSE
           MOVE ZERO TO SMCLOSEDATE(SHOPMASTERCOUNT)
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
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPSTOCKCOUNT
       CLOSE JEANSSHOPSTOCKFILE.

WRITEONESTOCKSHOP.
       MOVE SSSHOPID(SHOPIDX) TO SHOPID-JSS
       PERFORM WRITEONESTOCKCOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       WRITE JEANSSHOPSTOCKREC.

WRITEONESTOCKCOLOR.
       MOVE SSOPENING(SHOPIDX, COLORIDX)   TO OPENING-JSS(COLORIDX)
       MOVE SSDELIVERED(SHOPIDX, COLORIDX) TO DELIVERED-JSS(COLORIDX)
       MOVE SSTRANSFERREDIN(SHOPIDX, COLORIDX)
           TO TRANSFERREDIN-JSS(COLORIDX)
       MOVE SSTRANSFERREDOUT(SHOPIDX, COLORIDX)
           TO TRANSFERREDOUT-JSS(COLORIDX)
       MOVE SSRETURNED(SHOPIDX, COLORIDX)
           TO RETURNED-JSS(COLORIDX).
