       SELECT BASEOILSALESFILE ASSIGN TO "Listing12-1.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   The order book is what gets picked: every line still entered up
*>   to the pick date goes on the walk and is moved to picked, and a
*>   despatch run moves picked orders on to despatched.
       SELECT ORDERBOOKFILE ASSIGN TO "OilOrderBook.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERBOOKFILESTATUS.

       SELECT OILPRICEFILE ASSIGN TO "OilPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   The lots on the shelf, so the list can say which lot each oil
*>   is picked from and keep anything past its best-before off the
*>   trolley.
       SELECT OILLOTFILE ASSIGN TO "OilLots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILLOTFILESTATUS.

       SELECT PICKLISTFILE ASSIGN TO "OilPickList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

        88 CREDITNOTE-SR       VALUE "C".
       02  ORIGSALEDATE-SR     PIC 9(8).
       02  SALESREPCODE-SR     PIC X(3).
       02  QUOTENUMBER-SR      PIC 9(6).
       02  QUOTEDUNITPRICE-SR  PIC 99V99.
       02  QUOTEDDISCOUNTPCT-SR PIC 99V9.
       02  ORDERNUMBER-SR      PIC 9(6).
       02  ORDERLINENUM-SR     PIC 99.

FD     OILPRICEFILE.
01     OILPRICEREC.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     OILLOTFILE.
01     OILLOTREC.
       88  ENDOFOILLOTFILE     VALUE HIGH-VALUES.
       02  OILNUM-OLF          PIC 99.
       02  UNITSIZE-OLF        PIC 9.
       02  LOTNUMBER-OLF       PIC X(10).
       02  RECEIPTDATE-OLF     PIC 9(8).
       02  QTYREMAINING-OLF    PIC 9(5).
       02  BESTBEFOREDATE-OLF  PIC 9(8).

FD     ORDERBOOKFILE.
01     ORDERBOOKREC.
       88  ENDOFORDERBOOKFILE  VALUE HIGH-VALUES.
       02  ORDERNUMBER-OBK     PIC 9(6).
       02  ORDERLINENUM-OBK    PIC 99.
       02  CUSTOMERID-OBK      PIC X(5).
       02  OILNUM-OBK          PIC 99.
       02  UNITSIZE-OBK        PIC 9.
       02  UNITSORDERED-OBK    PIC 999.
       02  ORDERDATE-OBK       PIC 9(8).
       02  LINESTATUS-OBK      PIC X.
        88 LINEENTERED-OBK     VALUE "E".
        88 LINEPICKED-OBK      VALUE "P".
        88 LINEDESPATCHED-OBK  VALUE "S".
        88 LINEDELIVERED-OBK   VALUE "D".
       02  PICKEDDATE-OBK      PIC 9(8).
       02  DESPATCHEDDATE-OBK  PIC 9(8).
       02  DELIVEREDDATE-OBK   PIC 9(8).
       02  SIGNEDBY-OBK        PIC X(20).
       02  OPERATORID-OBK      PIC X(8).
       02  CONFIRMEDBY-OBK     PIC X(8).

FD     PICKLISTFILE.
01     PICKPRINTLINE           PIC X(80).
WORKING-STORAGE SECTION.
01     PICKDATEENTRY            PIC X(8)  VALUE SPACES.
01     PICKDATE                 PIC 9(8).
01     RUNMODEENTRY             PIC X VALUE "P".
       88 PICKINGRUN            VALUE "P" "p" SPACE.
       88 DESPATCHRUN           VALUE "D" "d".
01     DESPATCHENTRY            PIC X VALUE SPACE.
       88 ORDERDESPATCHED       VALUE "Y" "y".

01     ORDERBOOKFILESTATUS      PIC XX.
       88 ORDERBOOKFILEOK       VALUE "00".

*>   Every order-book row, rewritten whole once the run has moved
*>   lines on. The handled flag stops a despatch run offering the
*>   same order twice.
01     BOOKROWCOUNT             PIC 9(5) VALUE ZERO.
01     BOOKROWTABLE.
       02 BOOKROWENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON BOOKROWCOUNT.
           03 BOOKROW           PIC X(88).
           03 BRHANDLED         PIC X.
01     BOOKROWIDX               PIC 9(5).
01     OTHERBOOKROWIDX          PIC 9(5).
01     BOOKLINESMOVEDCOUNT      PIC 9(5) VALUE ZERO.
01     DESPATCHORDERNUMBER      PIC 9(6).
01     DESPATCHCUSTOMERID       PIC X(5).
01     ORDERSDESPATCHEDCOUNT    PIC 9(5) VALUE ZERO.

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES.

*>   The walk totals: units per oil and size, accumulated from the
*>   day's order records so what is picked is provably what was keyed.
01     PICKTOTALSTABLE.
       02 PICKOIL OCCURS 20 TIMES.
           03 PICKSIZEUNITS     PIC 9(6) OCCURS 3 TIMES.
01     PICKOILNUM               PIC 99.
01     PICKSIZEIDX              PIC 9.

*>   The day's order lines held for the per-customer delivery notes,
*>   grouped by customer on the way out.
01     OILLOTFILESTATUS         PIC XX.
       88 OILLOTFILEOK          VALUE "00".

*>   Each lot's quantity still unallocated as the walk is built, so
*>   two pick lines never send the picker to the same units.
01     LOTCOUNT                 PIC 9(4) VALUE ZERO.
01     LOTTABLE.
       02 LOTENTRY OCCURS 0 TO 1000 TIMES DEPENDING ON LOTCOUNT.
           03 LTOILNUM          PIC 99.
           03 LTUNITSIZE        PIC 9.
           03 LTLOTNUMBER       PIC X(10).
           03 LTRECEIPTDATE     PIC 9(8).
           03 LTQTYLEFT         PIC 9(5).
           03 LTBESTBEFOREDATE  PIC 9(8).
01     LOTIDX                   PIC 9(4).
01     CHOSENLOTIDX             PIC 9(4).
01     CANDIDATEEXPIRY          PIC 9(8).
01     CHOSENEXPIRY             PIC 9(8).
01     QTYLEFTTOPICK            PIC 9(6).
01     QTYFROMTHISLOT           PIC 9(6).

01     ORDERLINECOUNT           PIC 9(4) VALUE ZERO.
01     ORDERLINETABLE.
       02 ORDERLINEENTRY OCCURS 0 TO 2000 TIMES
           03 OLUNITSIZE        PIC 9.
           03 OLUNITS           PIC 999.
           03 OLNOTEDONE        PIC X.
           03 OLORDERNUMBER     PIC 9(6).
           03 OLORDERLINENUM    PIC 99.
01     ORDERLINEIDX             PIC 9(4).
01     NOTELINEIDX              PIC 9(4).
01     NOTECUSTOMERID           PIC X(5).

01     PICKHEADINGLINE.
       02 FILLER                PIC X(34)
               VALUE "WAREHOUSE PICK LIST FOR ORDERS TO ".
       02 PRNPICKDATE           PIC 9(8).

01     PICKTOPICLINE.
       02 FILLER                PIC X(3)  VALUE SPACES.
       02 FILLER                PIC X(8)  VALUE "________".

01     PICKLOTLINE.
       02 FILLER                PIC X(6)  VALUE SPACES.
       02 FILLER                PIC X(9)  VALUE "FROM LOT ".
       02 PRNPICKLOT            PIC X(10).
       02 FILLER                PIC X(13) VALUE "  BEST BEFORE".
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNPICKBESTBEFORE     PIC X(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPICKLOTUNITS       PIC ZZ,ZZ9.

01     EXPIREDLOTLINE.
       02 FILLER                PIC X(6)  VALUE SPACES.
       02 FILLER                PIC X(4)  VALUE "LOT ".
       02 PRNEXPIREDLOT         PIC X(10).
       02 FILLER                PIC X(9)  VALUE " EXPIRED ".
       02 PRNEXPIREDDATE        PIC 9(8).
       02 FILLER                PIC X(15) VALUE " - DO NOT PICK ".
       02 PRNEXPIREDUNITS       PIC ZZ,ZZ9.
       02 FILLER                PIC X(6)  VALUE " UNITS".

01     NOLOTCOVERLINE.
       02 FILLER                PIC X(6)  VALUE SPACES.
       02 FILLER                PIC X(23) VALUE "NO IN-DATE LOT COVERS ".
       02 PRNNOCOVERUNITS       PIC ZZ,ZZ9.
       02 FILLER                PIC X(30)
               VALUE " UNITS - SHORT-PICK THE ORDERS".

01     NOTEHEADINGLINE.
       02 FILLER                PIC X(18) VALUE "DELIVERY NOTE FOR ".
       02 PRNNOTECUSTID         PIC X(5).
       02 PRNNOTECUSTNAME       PIC X(20).

01     NOTEDATELINE.
       02 FILLER                PIC X(12) VALUE "PICKED ON:  ".
       02 PRNNOTEDATE           PIC 9(8).

01     NOTETOPICLINE.
       02 FILLER                PIC X(11) VALUE "ORDER".
       02 FILLER                PIC X(16) VALUE "OIL NAME".
       02 FILLER                PIC X(6)  VALUE "  SIZE".
       02 FILLER                PIC X(8)  VALUE "   UNITS".
       02 FILLER                PIC X(10) VALUE "   PICKED".

01     NOTEDETAILLINE.
       02 PRNNOTEORDERNUMBER    PIC X(6).
       02 PRNNOTEORDERDASH      PIC X.
       02 PRNNOTEORDERLINENUM   PIC X(2).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNNOTEOILNAME        PIC X(16).
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNNOTESIZE           PIC 9.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "(P)ICK LIST OR (D)ESPATCH CONFIRMATION: "
           WITH NO ADVANCING
       ACCEPT RUNMODEENTRY
       IF NOT PICKINGRUN AND NOT DESPATCHRUN
           DISPLAY "RUN MUST BE P OR D - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF DESPATCHRUN
           DISPLAY "DESPATCH DATE (YYYYMMDD) OR BLANK FOR TODAY: "
               WITH NO ADVANCING
       ELSE
           DISPLAY "PICK DATE (YYYYMMDD) OR BLANK FOR TODAY: "
               WITH NO ADVANCING
       END-IF
       ACCEPT PICKDATEENTRY
       IF PICKDATEENTRY = SPACES
           ACCEPT PICKDATE FROM DATE YYYYMMDD

       PERFORM LOADOILNAMES
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADORDERBOOK

       IF DESPATCHRUN
           PERFORM OFFERONEORDERFORDESPATCH
               VARYING BOOKROWIDX FROM 1 BY 1
               UNTIL BOOKROWIDX > BOOKROWCOUNT
           IF BOOKLINESMOVEDCOUNT > ZERO
               PERFORM REWRITEORDERBOOK
           END-IF
           DISPLAY "ORDERS DESPATCHED: " ORDERSDESPATCHEDCOUNT
               "  LINES: " BOOKLINESMOVEDCOUNT
           STOP RUN
       END-IF

       PERFORM LOADLOTTABLE
       INITIALIZE PICKTOTALSTABLE

       PERFORM GATHERONEBOOKLINE
           VARYING BOOKROWIDX FROM 1 BY 1
           UNTIL BOOKROWIDX > BOOKROWCOUNT

       OPEN INPUT BASEOILSALESFILE
       READ BASEOILSALESFILE
           AT END SET ENDOFSALESFILE TO TRUE

       PERFORM WRITEPICKLIST
       PERFORM WRITEDELIVERYNOTES
       IF BOOKLINESMOVEDCOUNT > ZERO
           PERFORM REWRITEORDERBOOK
       END-IF

       DISPLAY "ORDER LINES PICKED: " ORDERLINECOUNT
           "  DELIVERY NOTES CUT: " NOTESCUTCOUNT
       STOP RUN.

*>   Every line still entered with an order date up to the pick date
*>   goes on the walk, so an order missed one day is picked the next.
*>   Lines already picked on this pick date come round again, so a
*>   rerun reprints the same paperwork rather than an empty list.
GATHERONEBOOKLINE.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       IF (LINEENTERED-OBK AND ORDERDATE-OBK NOT > PICKDATE)
               OR (LINEPICKED-OBK AND PICKEDDATE-OBK = PICKDATE)
           IF OILNUM-OBK >= 1 AND OILNUM-OBK <= 20
                   AND UNITSIZE-OBK >= 1 AND UNITSIZE-OBK <= 3
               ADD UNITSORDERED-OBK
                   TO PICKSIZEUNITS(OILNUM-OBK, UNITSIZE-OBK)
               ADD 1 TO ORDERLINECOUNT
               MOVE CUSTOMERID-OBK   TO OLCUSTOMERID(ORDERLINECOUNT)
               MOVE OILNUM-OBK       TO OLOILNUM(ORDERLINECOUNT)
               MOVE UNITSIZE-OBK     TO OLUNITSIZE(ORDERLINECOUNT)
               MOVE UNITSORDERED-OBK TO OLUNITS(ORDERLINECOUNT)
               MOVE SPACE            TO OLNOTEDONE(ORDERLINECOUNT)
               MOVE ORDERNUMBER-OBK  TO OLORDERNUMBER(ORDERLINECOUNT)
               MOVE ORDERLINENUM-OBK TO OLORDERLINENUM(ORDERLINECOUNT)
               SET LINEPICKED-OBK    TO TRUE
               MOVE PICKDATE         TO PICKEDDATE-OBK
               MOVE ORDERBOOKREC     TO BOOKROW(BOOKROWIDX)
               ADD 1 TO BOOKLINESMOVEDCOUNT
           END-IF
       END-IF.

*>   Credit notes are money, not cartons - only genuine sale lines
*>   for the pick date reach the warehouse paperwork. Sales with an
*>   order number were picked from the order book above; a sale keyed
*>   before the order book was kept is picked from the sales file on
*>   its own date as it always was.
GATHERONEORDER.
       IF SALESDATE = PICKDATE AND NOT CREDITNOTE-SR
               AND (ORDERNUMBER-SR NOT NUMERIC
                    OR ORDERNUMBER-SR = ZERO)
           IF OILNUM >= 1 AND OILNUM <= 20
                   AND UNITSIZE >= 1 AND UNITSIZE <= 3
               ADD UNITSOLD TO PICKSIZEUNITS(OILNUM, UNITSIZE)
               ADD 1 TO ORDERLINECOUNT
               MOVE UNITSIZE   TO OLUNITSIZE(ORDERLINECOUNT)
               MOVE UNITSOLD   TO OLUNITS(ORDERLINECOUNT)
               MOVE SPACE      TO OLNOTEDONE(ORDERLINECOUNT)
               MOVE ZERO       TO OLORDERNUMBER(ORDERLINECOUNT),
                   OLORDERLINENUM(ORDERLINECOUNT)
           END-IF
       END-IF
       READ BASEOILSALESFILE
       WRITE PICKPRINTLINE FROM PICKTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM WRITEPICKLINESFORONEOIL
           VARYING PICKOILNUM FROM 1 BY 1 UNTIL PICKOILNUM > 20
       CLOSE PICKLISTFILE.

WRITEPICKLINESFORONEOIL.
               TO PRNPICKUNITS
           WRITE PICKPRINTLINE FROM PICKDETAILLINE
               AFTER ADVANCING 1 LINE
           PERFORM WRITELOTSTOPICKFROM
       END-IF.

*>   The units are taken from the in-date lots that expire first - the
*>   order OILSTOCKUPDATE will book them out in. A lot past its
*>   best-before on the pick date is listed as blocked so it stays on
*>   the shelf for the expiry report's write-off; lots received before
*>   best-before dates were kept are picked last.
WRITELOTSTOPICKFROM.
       MOVE PICKSIZEUNITS(PICKOILNUM, PICKSIZEIDX) TO QTYLEFTTOPICK
       PERFORM FINDFIRSTEXPIRINGLOT
       PERFORM PICKFROMCHOSENLOT
           UNTIL QTYLEFTTOPICK = ZERO OR CHOSENLOTIDX = ZERO
       IF QTYLEFTTOPICK > ZERO
           MOVE QTYLEFTTOPICK TO PRNNOCOVERUNITS
           WRITE PICKPRINTLINE FROM NOLOTCOVERLINE
               AFTER ADVANCING 1 LINE
       END-IF
       PERFORM LISTONEEXPIREDLOT
           VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT.

PICKFROMCHOSENLOT.
       IF LTQTYLEFT(CHOSENLOTIDX) < QTYLEFTTOPICK
           MOVE LTQTYLEFT(CHOSENLOTIDX) TO QTYFROMTHISLOT
       ELSE
           MOVE QTYLEFTTOPICK TO QTYFROMTHISLOT
       END-IF
       SUBTRACT QTYFROMTHISLOT FROM LTQTYLEFT(CHOSENLOTIDX)
       SUBTRACT QTYFROMTHISLOT FROM QTYLEFTTOPICK
       MOVE LTLOTNUMBER(CHOSENLOTIDX) TO PRNPICKLOT
       IF LTBESTBEFOREDATE(CHOSENLOTIDX) = ZERO
           MOVE "NONE" TO PRNPICKBESTBEFORE
       ELSE
           MOVE LTBESTBEFOREDATE(CHOSENLOTIDX) TO PRNPICKBESTBEFORE
       END-IF
       MOVE QTYFROMTHISLOT TO PRNPICKLOTUNITS
       WRITE PICKPRINTLINE FROM PICKLOTLINE
           AFTER ADVANCING 1 LINE
       PERFORM FINDFIRSTEXPIRINGLOT.

FINDFIRSTEXPIRINGLOT.
       MOVE ZERO TO CHOSENLOTIDX
       PERFORM CHECKONELOTFORPICK
           VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT.

CHECKONELOTFORPICK.
       IF LTBESTBEFOREDATE(LOTIDX) = ZERO
           MOVE 99999999 TO CANDIDATEEXPIRY
       ELSE
           MOVE LTBESTBEFOREDATE(LOTIDX) TO CANDIDATEEXPIRY
       END-IF
       IF LTOILNUM(LOTIDX) = PICKOILNUM
               AND LTUNITSIZE(LOTIDX) = PICKSIZEIDX
               AND LTQTYLEFT(LOTIDX) > ZERO
               AND CANDIDATEEXPIRY NOT < PICKDATE
           IF CHOSENLOTIDX = ZERO
               MOVE LOTIDX TO CHOSENLOTIDX
               MOVE CANDIDATEEXPIRY TO CHOSENEXPIRY
           ELSE
               IF CANDIDATEEXPIRY < CHOSENEXPIRY
                       OR (CANDIDATEEXPIRY = CHOSENEXPIRY
                           AND LTRECEIPTDATE(LOTIDX)
                               < LTRECEIPTDATE(CHOSENLOTIDX))
                   MOVE LOTIDX TO CHOSENLOTIDX
                   MOVE CANDIDATEEXPIRY TO CHOSENEXPIRY
               END-IF
           END-IF
       END-IF.

LISTONEEXPIREDLOT.
       IF LTOILNUM(LOTIDX) = PICKOILNUM
               AND LTUNITSIZE(LOTIDX) = PICKSIZEIDX
               AND LTQTYLEFT(LOTIDX) > ZERO
               AND LTBESTBEFOREDATE(LOTIDX) NOT = ZERO
               AND LTBESTBEFOREDATE(LOTIDX) < PICKDATE
           MOVE LTLOTNUMBER(LOTIDX)      TO PRNEXPIREDLOT
           MOVE LTBESTBEFOREDATE(LOTIDX) TO PRNEXPIREDDATE
           MOVE LTQTYLEFT(LOTIDX)        TO PRNEXPIREDUNITS
           WRITE PICKPRINTLINE FROM EXPIREDLOTLINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   One note per customer, each order line shown with a picked
WRITENOTELINEIFCUSTOMER.
       IF OLCUSTOMERID(NOTELINEIDX) = NOTECUSTOMERID
               AND OLNOTEDONE(NOTELINEIDX) = SPACE
           IF OLORDERNUMBER(NOTELINEIDX) = ZERO
               MOVE SPACES TO PRNNOTEORDERNUMBER, PRNNOTEORDERDASH,
                   PRNNOTEORDERLINENUM
           ELSE
               MOVE OLORDERNUMBER(NOTELINEIDX)  TO PRNNOTEORDERNUMBER
               MOVE "-"                         TO PRNNOTEORDERDASH
               MOVE OLORDERLINENUM(NOTELINEIDX) TO PRNNOTEORDERLINENUM
           END-IF
           MOVE OILNAMEENTRY(OLOILNUM(NOTELINEIDX)) TO PRNNOTEOILNAME
           MOVE OLUNITSIZE(NOTELINEIDX) TO PRNNOTESIZE
           MOVE OLUNITS(NOTELINEIDX)    TO PRNNOTEUNITS
           ADD 1 TO NOTELINECOUNT
       END-IF.

*>   Despatch is confirmed an order at a time, as the van is loaded:
*>   the picked lines of the order are shown and, once the warehouse
*>   says it has gone, all of them move to despatched on the
*>   despatch date. An order left behind stays picked for the next
*>   despatch run.
OFFERONEORDERFORDESPATCH.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       IF LINEPICKED-OBK AND BRHANDLED(BOOKROWIDX) = SPACE
           MOVE ORDERNUMBER-OBK TO DESPATCHORDERNUMBER
           MOVE CUSTOMERID-OBK  TO DESPATCHCUSTOMERID, NOTECUSTOMERID
           PERFORM LOOKUPCUSTOMERNAME
           DISPLAY " "
           DISPLAY "ORDER " DESPATCHORDERNUMBER " FOR "
               DESPATCHCUSTOMERID " " PRNNOTECUSTNAME
               " PICKED " PICKEDDATE-OBK
           PERFORM SHOWONEPICKEDLINE
               VARYING OTHERBOOKROWIDX FROM BOOKROWIDX BY 1
               UNTIL OTHERBOOKROWIDX > BOOKROWCOUNT
           MOVE SPACE TO DESPATCHENTRY
           IF PICKDATE < PICKEDDATE-OBK
               DISPLAY "DESPATCH DATE IS BEFORE THE ORDER WAS PICKED - "
                   "LEFT PICKED"
           ELSE
               DISPLAY "DESPATCHED? (Y/N): " WITH NO ADVANCING
               ACCEPT DESPATCHENTRY
           END-IF
           IF ORDERDESPATCHED
               ADD 1 TO ORDERSDESPATCHEDCOUNT
           END-IF
           PERFORM DESPATCHONEPICKEDLINE
               VARYING OTHERBOOKROWIDX FROM BOOKROWIDX BY 1
               UNTIL OTHERBOOKROWIDX > BOOKROWCOUNT
       END-IF.

SHOWONEPICKEDLINE.
       MOVE BOOKROW(OTHERBOOKROWIDX) TO ORDERBOOKREC
       IF LINEPICKED-OBK AND ORDERNUMBER-OBK = DESPATCHORDERNUMBER
           DISPLAY "  " ORDERLINENUM-OBK " " OILNAMEENTRY(OILNUM-OBK)
               " SIZE " UNITSIZE-OBK " UNITS " UNITSORDERED-OBK
       END-IF.

DESPATCHONEPICKEDLINE.
       MOVE BOOKROW(OTHERBOOKROWIDX) TO ORDERBOOKREC
       IF LINEPICKED-OBK AND ORDERNUMBER-OBK = DESPATCHORDERNUMBER
           MOVE "Y" TO BRHANDLED(OTHERBOOKROWIDX)
           IF ORDERDESPATCHED
               SET LINEDESPATCHED-OBK TO TRUE
               MOVE PICKDATE          TO DESPATCHEDDATE-OBK
               MOVE ORDERBOOKREC      TO BOOKROW(OTHERBOOKROWIDX)
               ADD 1 TO BOOKLINESMOVEDCOUNT
           END-IF
       END-IF.

*>   No order book just means no orders have been keyed since it
*>   was started.
LOADORDERBOOK.
       OPEN INPUT ORDERBOOKFILE
       IF ORDERBOOKFILEOK
           READ ORDERBOOKFILE
               AT END SET ENDOFORDERBOOKFILE TO TRUE
           END-READ
           PERFORM STOREONEBOOKROW UNTIL ENDOFORDERBOOKFILE
           CLOSE ORDERBOOKFILE
       END-IF.

STOREONEBOOKROW.
       ADD 1 TO BOOKROWCOUNT
       MOVE ORDERBOOKREC TO BOOKROW(BOOKROWCOUNT)
       MOVE SPACE        TO BRHANDLED(BOOKROWCOUNT)
       READ ORDERBOOKFILE
           AT END SET ENDOFORDERBOOKFILE TO TRUE
       END-READ.

REWRITEORDERBOOK.
       OPEN OUTPUT ORDERBOOKFILE
       PERFORM WRITEONEBOOKROW
           VARYING BOOKROWIDX FROM 1 BY 1
           UNTIL BOOKROWIDX > BOOKROWCOUNT
       CLOSE ORDERBOOKFILE.

WRITEONEBOOKROW.
       MOVE BOOKROW(BOOKROWIDX) TO ORDERBOOKREC
       WRITE ORDERBOOKREC.

LOOKUPCUSTOMERNAME.
       MOVE SPACES TO PRNNOTECUSTNAME
       SEARCH ALL CUSTOMER AT END CONTINUE
       CLOSE OILPRICEFILE.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
           AT END SET ENDOFOILPRICEFILE TO TRUE
       END-READ.

*>   A missing lot file is not an error - the list simply carries no
*>   lot guidance.
LOADLOTTABLE.
       OPEN INPUT OILLOTFILE
       IF OILLOTFILEOK
           READ OILLOTFILE
               AT END SET ENDOFOILLOTFILE TO TRUE
           END-READ
           PERFORM STOREONELOT UNTIL ENDOFOILLOTFILE
           CLOSE OILLOTFILE
       END-IF.

STOREONELOT.
       ADD 1 TO LOTCOUNT
       MOVE OILNUM-OLF       TO LTOILNUM(LOTCOUNT)
       MOVE UNITSIZE-OLF     TO LTUNITSIZE(LOTCOUNT)
       MOVE LOTNUMBER-OLF    TO LTLOTNUMBER(LOTCOUNT)
       MOVE RECEIPTDATE-OLF  TO LTRECEIPTDATE(LOTCOUNT)
       MOVE QTYREMAINING-OLF TO LTQTYLEFT(LOTCOUNT)
       IF BESTBEFOREDATE-OLF IS NUMERIC
           MOVE BESTBEFOREDATE-OLF TO LTBESTBEFOREDATE(LOTCOUNT)
       ELSE
           MOVE ZERO TO LTBESTBEFOREDATE(LOTCOUNT)
       END-IF
       READ OILLOTFILE
           AT END SET ENDOFOILLOTFILE TO TRUE
       END-READ.

LOADCUSTOMERTABLE.
       OPEN INPUT CUSTOMERMASTERFILE
       READ CUSTOMERMASTERFILE
