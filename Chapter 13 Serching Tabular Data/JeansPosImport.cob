           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSLOADREGISTERFILESTATUS.

       SELECT JEANSRETURNSFILE ASSIGN TO "JeansReturns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSRETURNSFILESTATUS.

       SELECT JEANSSALESHISTORYFILE ASSIGN TO "JeansSalesHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSALESHISTORYFILESTATUS.

       SELECT JEANSSHOPSTOCKFILE ASSIGN TO "JeansShopStock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JEANSSHOPSTOCKFILESTATUS.

DATA DIVISION.
FILE SECTION.
*>   H names the shop and period, D carries one color-and-size line,
*>   R one customer return with its reason, T closes with the count
*>   of D and R lines together - the same bracketing discipline the
*>   stock transaction batches carry.
FD     POSDROPFILE.
01     POSDROPREC.
       88  ENDOFPOSDROPFILE       VALUE HIGH-VALUES.
       02  POSRECTYPE             PIC X.
        88 POSHEADERREC           VALUE "H".
        88 POSDETAILREC           VALUE "D".
        88 POSRETURNREC           VALUE "R".
        88 POSTRAILERREC          VALUE "T".
       02  POSRECBODY             PIC X(31).
01     POSHEADERRECORD.
       02  POSSIZECODE            PIC X(3).
       02  POSUNITS               PIC 9(5).
       02  POSUNITSTEXT REDEFINES POSUNITS PIC X(5).
*>   A return must name its size - the supplier is asked about the
*>   fit of a size, not of a color - and carry one of the reasons
*>   buying takes to the denim supplier.
01     POSRETURNRECORD.
       02  FILLER                 PIC X.
       02  POSRETCOLORCODE        PIC X(3).
       02  POSRETSIZECODE         PIC X(3).
       02  POSRETUNITS            PIC 9(5).
       02  POSRETUNITSTEXT REDEFINES POSRETUNITS PIC X(5).
       02  POSRETREASON           PIC X(3).
        88 RETURNFORFIT           VALUE "FIT".
        88 RETURNFORFAULT         VALUE "FLT".
        88 RETURNCHANGEDMIND      VALUE "CHM".
01     POSTRAILERRECORD.
       02  FILLER                 PIC X.
       02  POSDETAILCOUNT-T       PIC 9(5).
       02  FILLER                 PIC X.
       02  PERIODDATE-PLR         PIC 9(8).

*>   One row per shop, period, color, size and reason returned, for
*>   JEANSRETURNSREPORT.
FD     JEANSRETURNSFILE.
01     JEANSRETURNSREC.
       02  SHOPID-JRT             PIC 9(5).
       02  PERIODDATE-JRT         PIC 9(8).
       02  COLORCODE-JRT          PIC X(3).
       02  SIZECODE-JRT           PIC X(3).
       02  REASON-JRT             PIC X(3).
       02  UNITS-JRT              PIC 9(5).
       02  LOADDATE-JRT           PIC 9(8).

*>   The sized sales each accepted till file brought in, kept by
*>   period - ShopSales.dat only ever holds the current week, and a
*>   month's return rate needs the month's sales under it.
FD     JEANSSALESHISTORYFILE.
01     JEANSSALESHISTORYREC.
       02  SHOPID-JSH             PIC 9(5).
       02  PERIODDATE-JSH         PIC 9(8).
       02  COLORCODE-JSH          PIC X(3).
       02  SIZECODE-JSH           PIC X(3).
       02  UNITS-JSH              PIC 9(5).

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

WORKING-STORAGE SECTION.
01     POSDROPFILESTATUS           PIC XX.
       88 POSDROPFILEOK            VALUE "00".
       88 SHOPMASTERFILEOK         VALUE "00".
01     POSLOADREGISTERFILESTATUS   PIC XX.
       88 POSLOADREGISTERFILEOK    VALUE "00".
01     JEANSRETURNSFILESTATUS      PIC XX.
       88 JEANSRETURNSFILEOK       VALUE "00".
01     JEANSSALESHISTORYFILESTATUS PIC XX.
       88 JEANSSALESHISTORYFILEOK  VALUE "00".
01     JEANSSHOPSTOCKFILESTATUS    PIC XX.
       88 JEANSSHOPSTOCKFILEOK     VALUE "00".

01     POSDROPFILENAME             PIC X(40) VALUE SPACES.
01     POSACKFILENAME              PIC X(44) VALUE SPACES.
           03 PRPERIODDATE         PIC 9(8).
01     REGISTERIDX                 PIC 9(4).

*>   Returned stock goes back on the shop's rail, so the returns
*>   column of the stock file is carried here and rewritten whole.
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
01     STOCKIDX                    PIC 9(4).
01     STOCKFOUNDIDX               PIC 9(4) VALUE ZERO.
01     STOCKCHANGEDSWITCH          PIC X VALUE "N".
       88 STOCKCHANGED             VALUE "Y".

01     SHOPIDX                     PIC 9(4).
01     FOUNDIDX                    PIC 9(4) VALUE ZERO.
01     COLORIDX                    PIC 9(2).
       02 STAGEDCOLORGROUP OCCURS 10 TIMES.
           03 STAGEDTOTALSOLD      PIC 9(5).
           03 STAGEDSIZESOLD       PIC 9(5) OCCURS 6 TIMES.

*>   Returns are staged apart from the sales the same way, by color,
*>   size and reason (fit, fault, changed mind), and never reach the
*>   extract - a return is not a negative sale.
01     STAGEDRETURNSTABLE.
       02 STAGEDRETCOLORGROUP OCCURS 10 TIMES.
           03 STAGEDRETSIZEGROUP OCCURS 6 TIMES.
               04 STAGEDRETURNED   PIC 9(5) OCCURS 3 TIMES.
01     RETURNREASONCODES.
       02 FILLER                   PIC X(9) VALUE "FITFLTCHM".
01     RETURNREASONTABLE REDEFINES RETURNREASONCODES.
       02 RETURNREASONCODE         PIC X(3) OCCURS 3 TIMES.
01     REASONIDX                   PIC 9.
01     MATCHEDREASONIDX            PIC 9 VALUE ZERO.
01     RETURNSACCEPTEDCOUNT        PIC 9(5) VALUE ZERO.
01     UNITSRETURNEDCOUNT          PIC 9(7) VALUE ZERO.
01     UNSIZEDUNITS                PIC 9(5) VALUE ZERO.
01     TODAYDATE                   PIC 9(8).

01     HEADERSEENSWITCH            PIC X VALUE "N".
       88 HEADERSEEN               VALUE "Y".
       88 HEADERNOTSEEN            VALUE "N".
01     ACKREJECTEDLINE.
       02 FILLER                   PIC X(17) VALUE "LINES REJECTED:  ".
       02 PRNREJECTED              PIC ZZZZ9.
01     ACKRETURNSLINE.
       02 FILLER                   PIC X(17) VALUE "RETURNS ACCEPTED:".
       02 PRNRETURNSACCEPTED       PIC ZZZZ9.
01     ACKREFUSEDLINE.
       02 FILLER                   PIC X(15) VALUE "FILE REFUSED - ".
       02 PRNREFUSALREASON         PIC X(44).
       PERFORM LOADEXISTINGEXTRACT
       PERFORM LOADSHOPMASTERTABLE
       PERFORM LOADPOSREGISTER
       PERFORM LOADSHOPSTOCKFILE
       ACCEPT TODAYDATE FROM DATE YYYYMMDD

       PERFORM IMPORTONEPOSFILE UNTIL NOT IMPORTANOTHER

       IF EXTRACTCHANGED
           PERFORM REWRITEEXTRACTINKEYORDER
       END-IF
       IF STOCKCHANGED
           PERFORM REWRITESTOCKINKEYORDER
       END-IF
       DISPLAY "POS FILES ACCEPTED: " FILESACCEPTEDCOUNT
           "  REFUSED: " FILESREFUSEDCOUNT
       DISPLAY "UNITS RETURNED TO STOCK: " UNITSRETURNEDCOUNT
       STOP RUN.

IMPORTONEPOSFILE.
       END-IF

       MOVE ZERO TO ACCEPTEDLINECOUNT, REJECTEDLINECOUNT,
           DETAILSSEENCOUNT, RETURNSACCEPTEDCOUNT
       SET FILEREFUSED TO TRUE
       SET HEADERNOTSEEN TO TRUE
       SET TRAILERNOTSEEN TO TRUE
       PERFORM WRITEACKNOWLEDGMENT
       IF FILEACCEPTED
           PERFORM MERGESTAGEDUNITSINTOEXTRACT
           PERFORM APPENDSTAGEDSALESHISTORY
           IF RETURNSACCEPTEDCOUNT > ZERO
               PERFORM APPENDSTAGEDRETURNS
               PERFORM ADDSTAGEDRETURNSTOSTOCK
           END-IF
           PERFORM REGISTERSHOPPERIODLOADED
           ADD 1 TO FILESACCEPTEDCOUNT
           MOVE "Y" TO EXTRACTCHANGEDSWITCH
           WHEN POSDETAILREC AND FILEACCEPTED
               ADD 1 TO DETAILSSEENCOUNT
               PERFORM TAKEONEPOSDETAIL
           WHEN POSRETURNREC AND FILEACCEPTED
               ADD 1 TO DETAILSSEENCOUNT
               PERFORM TAKEONEPOSRETURN
           WHEN POSTRAILERREC AND FILEACCEPTED
               SET TRAILERSEEN TO TRUE
               MOVE POSDROPREC TO POSTRAILERRECORD
       END-IF
       ADD 1 TO ACCEPTEDLINECOUNT.

*>   A return line is rejected on its own, as a detail line is: an
*>   unknown color or size, no size at all, a nil or garbled count, or
*>   a reason outside fit, fault and changed mind.
TAKEONEPOSRETURN.
       MOVE POSDROPREC TO POSRETURNRECORD
       MOVE POSRETCOLORCODE TO POSCOLORCODE
       MOVE POSRETSIZECODE  TO POSSIZECODE
       PERFORM MATCHDETAILCOLOR
       PERFORM MATCHDETAILSIZE
       PERFORM MATCHRETURNREASON
       IF MATCHEDCOLORIDX = ZERO OR MATCHEDSIZEIDX = ZERO
               OR MATCHEDREASONIDX = ZERO
           ADD 1 TO REJECTEDLINECOUNT
           EXIT PARAGRAPH
       END-IF
       IF POSRETUNITSTEXT NOT NUMERIC
           ADD 1 TO REJECTEDLINECOUNT
           EXIT PARAGRAPH
       END-IF
       IF POSRETUNITS = ZERO
           ADD 1 TO REJECTEDLINECOUNT
           EXIT PARAGRAPH
       END-IF
       ADD POSRETUNITS TO STAGEDRETURNED(MATCHEDCOLORIDX,
           MATCHEDSIZEIDX, MATCHEDREASONIDX)
       ADD 1 TO RETURNSACCEPTEDCOUNT.

MATCHRETURNREASON.
       MOVE ZERO TO MATCHEDREASONIDX
       PERFORM CHECKONEREASONMATCH
           VARYING REASONIDX FROM 1 BY 1 UNTIL REASONIDX > 3.

CHECKONEREASONMATCH.
       IF RETURNREASONCODE(REASONIDX) = POSRETREASON
           MOVE REASONIDX TO MATCHEDREASONIDX
       END-IF.

ZEROSTAGEDUNITS.
       PERFORM VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > 10
           MOVE ZERO TO STAGEDTOTALSOLD(COLORIDX)
           PERFORM VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > 6
               MOVE ZERO TO STAGEDSIZESOLD(COLORIDX, SIZEIDX)
           END-PERFORM
       END-PERFORM
       INITIALIZE STAGEDRETURNSTABLE.

*>   One history row per color and size sold; units a till sent with
*>   no size go on a row of their own with a blank size, so the
*>   color's month still adds up.
APPENDSTAGEDSALESHISTORY.
       OPEN EXTEND JEANSSALESHISTORYFILE
       IF NOT JEANSSALESHISTORYFILEOK
           OPEN OUTPUT JEANSSALESHISTORYFILE
       END-IF
       PERFORM WRITEONECOLORSALESHISTORY
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
       CLOSE JEANSSALESHISTORYFILE.

WRITEONECOLORSALESHISTORY.
       MOVE STAGEDTOTALSOLD(COLORIDX) TO UNITS-JSH
       PERFORM WRITEONESIZESALESHISTORY
           VARYING SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT
       IF UNITS-JSH > ZERO
           MOVE WORKSHOPID          TO SHOPID-JSH
           MOVE WORKPERIODDATE      TO PERIODDATE-JSH
           MOVE COLORCODE(COLORIDX) TO COLORCODE-JSH
           MOVE SPACES              TO SIZECODE-JSH
           WRITE JEANSSALESHISTORYREC
       END-IF.

*>   UNITS-JSH carries the color's units not yet written against a
*>   size, so it is saved and restored round each sized row.
WRITEONESIZESALESHISTORY.
       IF STAGEDSIZESOLD(COLORIDX, SIZEIDX) > ZERO
           SUBTRACT STAGEDSIZESOLD(COLORIDX, SIZEIDX) FROM UNITS-JSH
               GIVING UNSIZEDUNITS
           MOVE WORKSHOPID          TO SHOPID-JSH
           MOVE WORKPERIODDATE      TO PERIODDATE-JSH
           MOVE COLORCODE(COLORIDX) TO COLORCODE-JSH
           MOVE SIZECODE(SIZEIDX)   TO SIZECODE-JSH
           MOVE STAGEDSIZESOLD(COLORIDX, SIZEIDX) TO UNITS-JSH
           WRITE JEANSSALESHISTORYREC
           MOVE UNSIZEDUNITS TO UNITS-JSH
       END-IF.

APPENDSTAGEDRETURNS.
       OPEN EXTEND JEANSRETURNSFILE
       IF NOT JEANSRETURNSFILEOK
           OPEN OUTPUT JEANSRETURNSFILE
       END-IF
       PERFORM WRITEONERETURNROW
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
           AFTER SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT
           AFTER REASONIDX FROM 1 BY 1 UNTIL REASONIDX > 3
       CLOSE JEANSRETURNSFILE.

WRITEONERETURNROW.
       IF STAGEDRETURNED(COLORIDX, SIZEIDX, REASONIDX) > ZERO
           MOVE WORKSHOPID                  TO SHOPID-JRT
           MOVE WORKPERIODDATE              TO PERIODDATE-JRT
           MOVE COLORCODE(COLORIDX)         TO COLORCODE-JRT
           MOVE SIZECODE(SIZEIDX)           TO SIZECODE-JRT
           MOVE RETURNREASONCODE(REASONIDX) TO REASON-JRT
           MOVE STAGEDRETURNED(COLORIDX, SIZEIDX, REASONIDX)
               TO UNITS-JRT
           MOVE TODAYDATE                   TO LOADDATE-JRT
           WRITE JEANSRETURNSREC
       END-IF.

*>   Returned pairs are back on the rail: the stock file carries them
*>   by color in their own column, so the sell-through closing counts
*>   them without disturbing what was delivered or sold. A shop with
*>   no stock row yet is slotted into key order.
ADDSTAGEDRETURNSTOSTOCK.
       PERFORM FINDORADDSHOPINSTOCK
       PERFORM ADDONERETURNTOSTOCK
           VARYING COLORIDX FROM 1 BY 1 UNTIL COLORIDX > COLORCOUNT
           AFTER SIZEIDX FROM 1 BY 1 UNTIL SIZEIDX > SIZECOUNT
           AFTER REASONIDX FROM 1 BY 1 UNTIL REASONIDX > 3
       MOVE "Y" TO STOCKCHANGEDSWITCH.

ADDONERETURNTOSTOCK.
       ADD STAGEDRETURNED(COLORIDX, SIZEIDX, REASONIDX)
           TO SSRETURNED(STOCKFOUNDIDX, COLORIDX)
       ADD STAGEDRETURNED(COLORIDX, SIZEIDX, REASONIDX)
           TO UNITSRETURNEDCOUNT.

FINDORADDSHOPINSTOCK.
       MOVE ZERO TO STOCKFOUNDIDX
       PERFORM CHECKONESTOCKSHOP
           VARYING STOCKIDX FROM 1 BY 1 UNTIL STOCKIDX > SHOPSTOCKCOUNT
       IF STOCKFOUNDIDX = ZERO
           PERFORM INSERTSTOCKSHOPINKEYORDER
       END-IF.

CHECKONESTOCKSHOP.
       IF SSSHOPID(STOCKIDX) = WORKSHOPID
           MOVE STOCKIDX TO STOCKFOUNDIDX
       END-IF.

INSERTSTOCKSHOPINKEYORDER.
       ADD 1 TO SHOPSTOCKCOUNT
       MOVE SHOPSTOCKCOUNT TO STOCKIDX
       PERFORM SHIFTONESTOCKSHOPUP
           UNTIL STOCKIDX = 1
           OR SSSHOPID(STOCKIDX - 1) < WORKSHOPID
       INITIALIZE SHOPSTOCK(STOCKIDX)
       MOVE WORKSHOPID TO SSSHOPID(STOCKIDX)
       MOVE STOCKIDX TO STOCKFOUNDIDX.

SHIFTONESTOCKSHOPUP.
       MOVE SHOPSTOCK(STOCKIDX - 1) TO SHOPSTOCK(STOCKIDX)
       SUBTRACT 1 FROM STOCKIDX.

*>   Only a file the trailer proved whole reaches the live table -
*>   the shop row is found (or slotted in) here, not at header time,
           WRITE POSACKLINE FROM ACKACCEPTEDLINE
           MOVE REJECTEDLINECOUNT TO PRNREJECTED
           WRITE POSACKLINE FROM ACKREJECTEDLINE
           MOVE RETURNSACCEPTEDCOUNT TO PRNRETURNSACCEPTED
           WRITE POSACKLINE FROM ACKRETURNSLINE
       ELSE
           MOVE REFUSALREASON TO PRNREFUSALREASON
           WRITE POSACKLINE FROM ACKREFUSEDLINE
           AT END SET ENDOFPOSLOADREGISTER TO TRUE
       END-READ.

*>   A missing stock file is a chain with no deliveries booked yet -
*>   the first returns start it.
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
       MOVE SSOPENING(STOCKIDX, COLORIDX)
           TO OPENING-JSS(COLORIDX)
       MOVE SSDELIVERED(STOCKIDX, COLORIDX)
           TO DELIVERED-JSS(COLORIDX)
       MOVE SSTRANSFERREDIN(STOCKIDX, COLORIDX)
           TO TRANSFERREDIN-JSS(COLORIDX)
       MOVE SSTRANSFERREDOUT(STOCKIDX, COLORIDX)
           TO TRANSFERREDOUT-JSS(COLORIDX)
       MOVE SSRETURNED(STOCKIDX, COLORIDX)
           TO RETURNED-JSS(COLORIDX).

REWRITEEXTRACTINKEYORDER.
       OPEN OUTPUT SHOPSALESEXTRACT
       PERFORM WRITEONEEXTRACTSHOP
