IDENTIFICATION DIVISION.
PROGRAM-ID. JEANSREBALANCE.

*>   JEANSSELLTHROUGH will show one shop sitting on weeks of a color
*>   while another in the same region has sold out in days. This run
*>   works the same closing stock and week's sales per shop and color,
*>   and within each SHOPREGION-SMF proposes moving the stock above the
*>   target cover at the slow shops to the fast shops below it. Every
*>   proposal is numbered onto JeansTransfers.dat and printed as a
*>   transfer note for each of the two shops; the units only move on
*>   the stock file when JEANSTRANSFERCAPTURE keys the note in. A rerun
*>   replaces the proposals not yet keyed in, so the notes in the shops'
*>   hands are always the latest run's.

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

       SELECT TRANSFERNOTEFILE ASSIGN TO "JeansTransferNotes.rpt"
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

*>   One row per shop-to-shop move: proposed by this run, then marked
*>   moved (with the units that actually went) or cancelled when
*>   JEANSTRANSFERCAPTURE keys the note in. Moves arranged by phone
*>   are keyed straight in as moved rows.
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

FD     TRANSFERNOTEFILE.
01     TRANSFERNOTEPRINTLINE      PIC X(100).

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

01     RUNDATEENTRY                PIC X(8)    VALUE SPACES.
01     RUNDATE                     PIC 9(8).
01     TARGETWEEKSENTRY            PIC X(5)    VALUE SPACES.
01     TARGETWEEKS                 PIC 9(2)V9  VALUE 4.
01     MINIMUMMOVEENTRY            PIC X(5)    VALUE SPACES.
01     MINIMUMMOVE                 PIC 9(5)    VALUE 5.

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

*>   Per shop and color: where the stock stands after the week's sales,
*>   the stock the target cover calls for, and so what the shop can
*>   spare or is short. Only open shops on the master take part - a
*>   shop with no region cannot be matched to anyone.
01     SHOPSTOCKCOUNT              PIC 9(4)    VALUE ZERO.
01     SHOPSTOCKTABLE.
       02 SHOPSTOCK OCCURS 0 TO 150 TIMES
               DEPENDING ON SHOPSTOCKCOUNT.
           03 SSSHOPID             PIC 9(5).
           03 SSFULLNAME           PIC X(30).
           03 SSREGION             PIC X(10).
           03 SSTAKESPART          PIC X.
            88 SSINREBALANCING     VALUE "Y".
           03 SSCOLORGROUP OCCURS 10 TIMES.
               04 SSOPENING        PIC 9(5).
               04 SSDELIVERED      PIC 9(5).
               04 SSTRANSFERREDIN  PIC 9(5).
               04 SSTRANSFERREDOUT PIC 9(5).
               04 SSRETURNED       PIC 9(5).
               04 SSSALES          PIC 9(5).
               04 SSCLOSING        PIC S9(6).
               04 SSCOVER          PIC 9(3)V9.
               04 SSSURPLUS        PIC S9(6).
               04 SSSHORTFALL      PIC S9(6).
01     SHOPIDX                     PIC 9(4).
01     COLORIDX                    PIC 9(2).
01     RECEIVERIDX                 PIC 9(4).
01     DONORIDX                    PIC 9(4).
01     BESTDONORIDX                PIC 9(4).

01     SALESFORLINE                PIC 9(5)    VALUE ZERO.
01     SALESSHOPFOUND              PIC X       VALUE "N".
01     TRANSFERNUMBER              PIC 9(6)    VALUE ZERO.
01     TARGETSTOCK                 PIC 9(6)    VALUE ZERO.
01     KEEPBACKSTOCK               PIC 9(6)    VALUE ZERO.
01     UNITSTOMOVE                 PIC 9(5)    VALUE ZERO.

01     DONORSWITCH                 PIC X       VALUE "N".
       88 DONORAVAILABLE           VALUE "Y".
       88 NODONORLEFT              VALUE "N".

01     PROPOSALCOUNT               PIC 9(4)    VALUE ZERO.
01     PROPOSALTABLE.
       02 PROPOSAL OCCURS 0 TO 1000 TIMES DEPENDING ON PROPOSALCOUNT.
           03 PRTRANSFERNUMBER     PIC 9(6).
           03 PRFROMIDX            PIC 9(4).
           03 PRTOIDX              PIC 9(4).
           03 PRCOLORIDX           PIC 9(2).
           03 PRUNITS              PIC 9(5).
01     PROPOSALIDX                 PIC 9(4).

*>   The transfer file as it stood, less the proposals this run
*>   replaces - rows already keyed in stay as the record of the move.
01     TRANSFERROWCOUNT            PIC 9(5)    VALUE ZERO.
01     TRANSFERROWTABLE.
       02 TRANSFERROW              PIC X(54)
               OCCURS 0 TO 5000 TIMES DEPENDING ON TRANSFERROWCOUNT.
01     TRANSFERROWIDX              PIC 9(5).
01     PROPOSALSREPLACED           PIC 9(5)    VALUE ZERO.

01     NOTEHEADINGLINE.
       02 FILLER                   PIC X(39)
               VALUE "JEANS REBALANCING PROPOSALS FOR WEEK OF".
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNRUNDATE               PIC 9(8).

01     NOTEBASISLINE.
       02 FILLER                   PIC X(14)   VALUE "TARGET COVER: ".
       02 PRNTARGETWEEKS           PIC Z9.9.
       02 FILLER                   PIC X(23)
               VALUE " WEEKS   MINIMUM MOVE: ".
       02 PRNMINIMUMMOVE           PIC ZZ,ZZ9.
       02 FILLER                   PIC X(6)    VALUE " UNITS".

01     PROPOSALTOPICLINE.
       02 FILLER                   PIC X(9)    VALUE "TRANSFER".
       02 FILLER                   PIC X(11)   VALUE "REGION".
       02 FILLER                   PIC X(17)   VALUE "FROM SHOP  COVER".
       02 FILLER                   PIC X(17)   VALUE "TO SHOP    COVER".
       02 FILLER                   PIC X(11)   VALUE "COLOR".
       02 FILLER                   PIC X(6)    VALUE " UNITS".

01     PROPOSALDETAILLINE.
       02 PRNTRANSFERNUMBER        PIC 9(6).
       02 FILLER                   PIC X(3)    VALUE SPACES.
       02 PRNREGION                PIC X(10).
       02 FILLER                   PIC X       VALUE SPACE.
       02 PRNFROMSHOPID            PIC 9(5).
       02 FILLER                   PIC X(5)    VALUE SPACES.
       02 PRNFROMCOVER             PIC ZZ9.9.
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNTOSHOPID              PIC 9(5).
       02 FILLER                   PIC X(5)    VALUE SPACES.
       02 PRNTOCOVER               PIC ZZ9.9.
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNCOLORNAME             PIC X(10).
       02 PRNUNITS                 PIC ZZ,ZZ9.

01     NOPROPOSALSLINE             PIC X(40)
               VALUE "NO TRANSFERS PROPOSED".

01     NOTETITLELINE.
       02 FILLER                   PIC X(24)
               VALUE "JEANS TRANSFER NOTE NO. ".
       02 PRNNOTENUMBER            PIC 9(6).
       02 FILLER                   PIC X(10)   VALUE SPACES.
       02 PRNNOTECOPY              PIC X(20).

01     NOTEDATELINE.
       02 FILLER                   PIC X(10)   VALUE "PROPOSED: ".
       02 PRNNOTEDATE              PIC 9(8).
       02 FILLER                   PIC X(11)   VALUE "   REGION: ".
       02 PRNNOTEREGION            PIC X(10).

01     NOTESHOPLINE.
       02 PRNNOTESHOPROLE          PIC X(6).
       02 PRNNOTESHOPID            PIC 9(5).
       02 FILLER                   PIC X(2)    VALUE SPACES.
       02 PRNNOTESHOPNAME          PIC X(30).

01     NOTEGOODSLINE.
       02 FILLER                   PIC X(7)    VALUE "COLOR: ".
       02 PRNNOTECOLORNAME         PIC X(10).
       02 FILLER                   PIC X(10)   VALUE "   UNITS: ".
       02 PRNNOTEUNITS             PIC ZZ,ZZ9.

01     NOTESIGNLINE.
       02 PRNNOTESIGNWHAT          PIC X(16).
       02 FILLER                   PIC X(40)
               VALUE "________   SIGNED: ____________________".

01     NOTEINSTRUCTIONLINE         PIC X(60)
               VALUE "KEY THE UNITS MOVED AGAINST THIS NOTE NUMBER ONCE SENT.".

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER WEEK DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "TARGET WEEKS OF COVER OR BLANK FOR 4: "
           WITH NO ADVANCING
       ACCEPT TARGETWEEKSENTRY
       IF TARGETWEEKSENTRY NOT = SPACES
           COMPUTE TARGETWEEKS = FUNCTION NUMVAL(TARGETWEEKSENTRY)
       END-IF
       DISPLAY "SMALLEST MOVE WORTH MAKING (UNITS) OR BLANK FOR 5: "
           WITH NO ADVANCING
       ACCEPT MINIMUMMOVEENTRY
       IF MINIMUMMOVEENTRY NOT = SPACES
           COMPUTE MINIMUMMOVE = FUNCTION NUMVAL(MINIMUMMOVEENTRY)
       END-IF
       IF MINIMUMMOVE = ZERO
           MOVE 1 TO MINIMUMMOVE
       END-IF

       PERFORM LOADCOLORREFERENCE
       IF COLORCOUNT = ZERO
           DISPLAY "NO COLOR REFERENCE FILE - CANNOT REBALANCE"
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

       PERFORM SETONESHOPPOSITION
           VARYING SHOPIDX FROM 1 BY 1 UNTIL SHOPIDX > SHOPSTOCKCOUNT
       PERFORM PROPOSEFORONECOLOR
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT

       PERFORM LOADTRANSFERROWS
       PERFORM NUMBERONEPROPOSAL
           VARYING PROPOSALIDX FROM 1 BY 1
           UNTIL PROPOSALIDX > PROPOSALCOUNT
       PERFORM REWRITETRANSFERFILE

       OPEN OUTPUT TRANSFERNOTEFILE
       PERFORM PRINTPROPOSALLIST
       PERFORM PRINTONEPAIROFNOTES
           VARYING PROPOSALIDX FROM 1 BY 1
           UNTIL PROPOSALIDX > PROPOSALCOUNT
       CLOSE TRANSFERNOTEFILE

       DISPLAY "EARLIER PROPOSALS REPLACED: " PROPOSALSREPLACED
       DISPLAY "TRANSFERS PROPOSED: " PROPOSALCOUNT
       STOP RUN.

SETONESHOPPOSITION.
       PERFORM FINDSHOPSALES
       PERFORM SETONESHOPCOLORPOSITION
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT.

*>   Closing stock is worked exactly as JEANSSELLTHROUGH works it. A
*>   shop holding more than the target cover of its week's sales can
*>   spare the excess, but always keeps at least the minimum move on
*>   the rail; a shop that sold the color and holds less than the
*>   target cover is short by the difference.
SETONESHOPCOLORPOSITION.
       MOVE ZERO TO SALESFORLINE
       IF SALESSHOPFOUND = "Y"
           MOVE SALESSOLD(SALESIDX, COLORIDX) TO SALESFORLINE
       END-IF
       MOVE SALESFORLINE TO SSSALES(SHOPIDX, COLORIDX)
       COMPUTE SSCLOSING(SHOPIDX, COLORIDX) =
           SSOPENING(SHOPIDX, COLORIDX)
           + SSDELIVERED(SHOPIDX, COLORIDX)
           + SSTRANSFERREDIN(SHOPIDX, COLORIDX)
           + SSRETURNED(SHOPIDX, COLORIDX)
           - SSTRANSFERREDOUT(SHOPIDX, COLORIDX) - SALESFORLINE
       IF SSCLOSING(SHOPIDX, COLORIDX) < ZERO
           MOVE ZERO TO SSCLOSING(SHOPIDX, COLORIDX)
       END-IF
       IF SALESFORLINE > ZERO
           COMPUTE SSCOVER(SHOPIDX, COLORIDX) ROUNDED =
               SSCLOSING(SHOPIDX, COLORIDX) / SALESFORLINE
               ON SIZE ERROR MOVE 999.9 TO SSCOVER(SHOPIDX, COLORIDX)
           END-COMPUTE
       ELSE
           IF SSCLOSING(SHOPIDX, COLORIDX) > ZERO
               MOVE 999.9 TO SSCOVER(SHOPIDX, COLORIDX)
           ELSE
               MOVE ZERO TO SSCOVER(SHOPIDX, COLORIDX)
           END-IF
       END-IF

       MOVE ZERO TO SSSURPLUS(SHOPIDX, COLORIDX),
           SSSHORTFALL(SHOPIDX, COLORIDX)
       IF SSINREBALANCING(SHOPIDX)
           COMPUTE TARGETSTOCK ROUNDED = TARGETWEEKS * SALESFORLINE
           MOVE TARGETSTOCK TO KEEPBACKSTOCK
           IF KEEPBACKSTOCK < MINIMUMMOVE
               MOVE MINIMUMMOVE TO KEEPBACKSTOCK
           END-IF
           IF SSCLOSING(SHOPIDX, COLORIDX) > KEEPBACKSTOCK
               COMPUTE SSSURPLUS(SHOPIDX, COLORIDX) =
                   SSCLOSING(SHOPIDX, COLORIDX) - KEEPBACKSTOCK
           END-IF
           IF SALESFORLINE > ZERO
                   AND SSCLOSING(SHOPIDX, COLORIDX) < TARGETSTOCK
               COMPUTE SSSHORTFALL(SHOPIDX, COLORIDX) =
                   TARGETSTOCK - SSCLOSING(SHOPIDX, COLORIDX)
           END-IF
       END-IF.

PROPOSEFORONECOLOR.
       PERFORM PROPOSEFORONERECEIVER
           VARYING RECEIVERIDX FROM 1 BY 1
           UNTIL RECEIVERIDX > SHOPSTOCKCOUNT.

*>   Each short shop is filled from whichever shop in its region has
*>   most to spare, then the next, until it is covered, the region has
*>   nothing worth moving left, or what is still short is below the
*>   smallest move worth making.
PROPOSEFORONERECEIVER.
       IF SSSHORTFALL(RECEIVERIDX, COLORIDX) NOT < MINIMUMMOVE
           SET DONORAVAILABLE TO TRUE
           PERFORM MOVEFROMBIGGESTDONOR
               UNTIL NODONORLEFT
               OR SSSHORTFALL(RECEIVERIDX, COLORIDX) < MINIMUMMOVE
       END-IF.

MOVEFROMBIGGESTDONOR.
       MOVE ZERO TO BESTDONORIDX
       PERFORM CHECKONEDONOR
           VARYING DONORIDX FROM 1 BY 1 UNTIL DONORIDX > SHOPSTOCKCOUNT
       IF BESTDONORIDX = ZERO
           SET NODONORLEFT TO TRUE
       ELSE
           IF SSSURPLUS(BESTDONORIDX, COLORIDX)
                   < SSSHORTFALL(RECEIVERIDX, COLORIDX)
               MOVE SSSURPLUS(BESTDONORIDX, COLORIDX) TO UNITSTOMOVE
           ELSE
               MOVE SSSHORTFALL(RECEIVERIDX, COLORIDX) TO UNITSTOMOVE
           END-IF
           SUBTRACT UNITSTOMOVE FROM SSSURPLUS(BESTDONORIDX, COLORIDX)
           SUBTRACT UNITSTOMOVE
               FROM SSSHORTFALL(RECEIVERIDX, COLORIDX)
           ADD 1 TO PROPOSALCOUNT
           MOVE ZERO        TO PRTRANSFERNUMBER(PROPOSALCOUNT)
           MOVE BESTDONORIDX TO PRFROMIDX(PROPOSALCOUNT)
           MOVE RECEIVERIDX TO PRTOIDX(PROPOSALCOUNT)
           MOVE COLORIDX    TO PRCOLORIDX(PROPOSALCOUNT)
           MOVE UNITSTOMOVE TO PRUNITS(PROPOSALCOUNT)
       END-IF.

CHECKONEDONOR.
       IF DONORIDX NOT = RECEIVERIDX
               AND SSREGION(DONORIDX) = SSREGION(RECEIVERIDX)
               AND SSSURPLUS(DONORIDX, COLORIDX) NOT < MINIMUMMOVE
           IF BESTDONORIDX = ZERO
               MOVE DONORIDX TO BESTDONORIDX
           ELSE
               IF SSSURPLUS(DONORIDX, COLORIDX)
                       > SSSURPLUS(BESTDONORIDX, COLORIDX)
                   MOVE DONORIDX TO BESTDONORIDX
               END-IF
           END-IF
       END-IF.

NUMBERONEPROPOSAL.
       PERFORM GETNEXTTRANSFERNUMBER
       MOVE TRANSFERNUMBER TO PRTRANSFERNUMBER(PROPOSALIDX)
       MOVE SPACES TO JEANSTRANSFERREC
       MOVE TRANSFERNUMBER      TO TRANSFERNUMBER-JTF
       SET TRANSFERPROPOSED-JTF TO TRUE
       MOVE SSSHOPID(PRFROMIDX(PROPOSALIDX)) TO FROMSHOPID-JTF
       MOVE SSSHOPID(PRTOIDX(PROPOSALIDX))   TO TOSHOPID-JTF
       MOVE COLORCODE(PRCOLORIDX(PROPOSALIDX)) TO COLORCODE-JTF
       MOVE PRUNITS(PROPOSALIDX) TO PROPOSEDUNITS-JTF
       MOVE ZERO                 TO MOVEDUNITS-JTF, MOVEDDATE-JTF
       MOVE RUNDATE              TO PROPOSEDDATE-JTF
       ADD 1 TO TRANSFERROWCOUNT
       MOVE JEANSTRANSFERREC TO TRANSFERROW(TRANSFERROWCOUNT).

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

*>   A missing transfer file is simply the first rebalancing run.
LOADTRANSFERROWS.
       OPEN INPUT JEANSTRANSFERFILE
       IF JEANSTRANSFERFILEOK
           READ JEANSTRANSFERFILE
               AT END SET ENDOFJEANSTRANSFERFILE TO TRUE
           END-READ
           PERFORM KEEPONETRANSFERROW UNTIL ENDOFJEANSTRANSFERFILE
           CLOSE JEANSTRANSFERFILE
       END-IF.

KEEPONETRANSFERROW.
       IF TRANSFERPROPOSED-JTF
           ADD 1 TO PROPOSALSREPLACED
       ELSE
           ADD 1 TO TRANSFERROWCOUNT
           MOVE JEANSTRANSFERREC TO TRANSFERROW(TRANSFERROWCOUNT)
       END-IF
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

PRINTPROPOSALLIST.
       MOVE RUNDATE     TO PRNRUNDATE
       MOVE TARGETWEEKS TO PRNTARGETWEEKS
       MOVE MINIMUMMOVE TO PRNMINIMUMMOVE
       WRITE TRANSFERNOTEPRINTLINE FROM NOTEHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE TRANSFERNOTEPRINTLINE FROM NOTEBASISLINE
           AFTER ADVANCING 1 LINE
       IF PROPOSALCOUNT = ZERO
           WRITE TRANSFERNOTEPRINTLINE FROM NOPROPOSALSLINE
               AFTER ADVANCING 2 LINES
       ELSE
           WRITE TRANSFERNOTEPRINTLINE FROM PROPOSALTOPICLINE
               AFTER ADVANCING 2 LINES
           PERFORM PRINTONEPROPOSALLINE
               VARYING PROPOSALIDX FROM 1 BY 1
               UNTIL PROPOSALIDX > PROPOSALCOUNT
       END-IF.

PRINTONEPROPOSALLINE.
       MOVE PRFROMIDX(PROPOSALIDX)  TO DONORIDX
       MOVE PRTOIDX(PROPOSALIDX)    TO RECEIVERIDX
       MOVE PRCOLORIDX(PROPOSALIDX) TO COLORIDX
       MOVE PRTRANSFERNUMBER(PROPOSALIDX) TO PRNTRANSFERNUMBER
       MOVE SSREGION(DONORIDX)      TO PRNREGION
       MOVE SSSHOPID(DONORIDX)      TO PRNFROMSHOPID
       MOVE SSCOVER(DONORIDX, COLORIDX)    TO PRNFROMCOVER
       MOVE SSSHOPID(RECEIVERIDX)   TO PRNTOSHOPID
       MOVE SSCOVER(RECEIVERIDX, COLORIDX) TO PRNTOCOVER
       MOVE COLORNAME(COLORIDX)     TO PRNCOLORNAME
       MOVE PRUNITS(PROPOSALIDX)    TO PRNUNITS
       WRITE TRANSFERNOTEPRINTLINE FROM PROPOSALDETAILLINE
           AFTER ADVANCING 1 LINE.

*>   The sending shop's copy goes out with the stock; the receiving
*>   shop's copy comes back signed for the count that arrived.
PRINTONEPAIROFNOTES.
       MOVE "SENDING SHOP COPY"   TO PRNNOTECOPY
       MOVE "UNITS SENT:     "    TO PRNNOTESIGNWHAT
       PERFORM PRINTONETRANSFERNOTE
       MOVE "RECEIVING SHOP COPY" TO PRNNOTECOPY
       MOVE "UNITS RECEIVED: "    TO PRNNOTESIGNWHAT
       PERFORM PRINTONETRANSFERNOTE.

PRINTONETRANSFERNOTE.
       MOVE PRFROMIDX(PROPOSALIDX)  TO DONORIDX
       MOVE PRTOIDX(PROPOSALIDX)    TO RECEIVERIDX
       MOVE PRCOLORIDX(PROPOSALIDX) TO COLORIDX
       MOVE PRTRANSFERNUMBER(PROPOSALIDX) TO PRNNOTENUMBER
       WRITE TRANSFERNOTEPRINTLINE FROM NOTETITLELINE
           AFTER ADVANCING PAGE
       MOVE RUNDATE                TO PRNNOTEDATE
       MOVE SSREGION(DONORIDX)     TO PRNNOTEREGION
       WRITE TRANSFERNOTEPRINTLINE FROM NOTEDATELINE
           AFTER ADVANCING 2 LINES
       MOVE "FROM: "               TO PRNNOTESHOPROLE
       MOVE SSSHOPID(DONORIDX)     TO PRNNOTESHOPID
       MOVE SSFULLNAME(DONORIDX)   TO PRNNOTESHOPNAME
       WRITE TRANSFERNOTEPRINTLINE FROM NOTESHOPLINE
           AFTER ADVANCING 2 LINES
       MOVE "TO:   "               TO PRNNOTESHOPROLE
       MOVE SSSHOPID(RECEIVERIDX)  TO PRNNOTESHOPID
       MOVE SSFULLNAME(RECEIVERIDX) TO PRNNOTESHOPNAME
       WRITE TRANSFERNOTEPRINTLINE FROM NOTESHOPLINE
           AFTER ADVANCING 1 LINE
       MOVE COLORNAME(COLORIDX)    TO PRNNOTECOLORNAME
       MOVE PRUNITS(PROPOSALIDX)   TO PRNNOTEUNITS
       WRITE TRANSFERNOTEPRINTLINE FROM NOTEGOODSLINE
           AFTER ADVANCING 2 LINES
       WRITE TRANSFERNOTEPRINTLINE FROM NOTESIGNLINE
           AFTER ADVANCING 3 LINES
       WRITE TRANSFERNOTEPRINTLINE FROM NOTEINSTRUCTIONLINE
           AFTER ADVANCING 2 LINES.

FINDSHOPSALES.
       MOVE "N" TO SALESSHOPFOUND
       IF OCCUPIEDSHOPCOUNT > ZERO
           SEARCH ALL SALESSHOP
               AT END CONTINUE
               WHEN SALESSHOPID(SALESIDX) = SSSHOPID(SHOPIDX)
                   MOVE "Y" TO SALESSHOPFOUND
           END-SEARCH
       END-IF.

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
       MOVE SHOPID-JSS TO SSSHOPID(SHOPSTOCKCOUNT)
       MOVE SPACES     TO SSFULLNAME(SHOPSTOCKCOUNT)
       MOVE SPACES     TO SSREGION(SHOPSTOCKCOUNT)
       MOVE "N"        TO SSTAKESPART(SHOPSTOCKCOUNT)
       IF SHOPMASTERCOUNT > ZERO
           SEARCH ALL SHOPMASTER
               AT END CONTINUE
               WHEN SMSHOPID(SMIDX) = SHOPID-JSS
                   MOVE SMFULLNAME(SMIDX) TO SSFULLNAME(SHOPSTOCKCOUNT)
                   MOVE SMREGION(SMIDX)   TO SSREGION(SHOPSTOCKCOUNT)
                   IF SMCLOSEDATE(SMIDX) = ZERO
                           AND SMREGION(SMIDX) NOT = SPACES
                       MOVE "Y" TO SSTAKESPART(SHOPSTOCKCOUNT)
                   END-IF
           END-SEARCH
       END-IF
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
