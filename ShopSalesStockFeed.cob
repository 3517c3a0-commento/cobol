IDENTIFICATION DIVISION.
PROGRAM-ID. SHOPSALESSTOCKFEED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ITEMSALESDETAILFILE ASSIGN TO "Listing8-2-ItemDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ITEMSALESDETAILFILESTATUS.

*>   Which gadget on the stock master each till item is - one row per
*>   ITEMID. The tills and the stock room grew up with separate
*>   numbering, so the mapping is kept by hand like the GL accounts.
       SELECT ITEMGADGETXREFFILE ASSIGN TO "ItemGadgetXref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ITEMGADGETXREFFILESTATUS.

       SELECT GADGETSALESSORTWORK ASSIGN TO "TILLSTOCK.TMP".

*>   Every shop-day whose sales have gone into a stock batch, with the
*>   run and batch that took them. The item detail file is only
*>   replaced when the tills are summarised, so on a night they are
*>   not, the same file is read again and its shop-days are held back
*>   here rather than taken off stock twice.
       SELECT FEDSHOPDAYSFILE ASSIGN TO "ShopSalesStockFed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEDSHOPDAYSFILESTATUS.

*>   The day's till sales land in PendingTransactions.dat as an
*>   ordinary batch, so a supervisor releases them with BATCHRELEASE
*>   before the stock update sees them, the same as keyed work.
       SELECT TRANSACTIONFILE ASSIGN TO
           "Chapter 10 Processing sequential files/PendingTransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTIONFILESTATUS.

       SELECT BATCHREFERENCESEQFILE ASSIGN TO
           "Chapter 10 Processing sequential files/NextBatchReference.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCHREFERENCESEQFILESTATUS.

       SELECT UNMAPPEDITEMSFILE ASSIGN TO "ShopSalesUnmapped.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNPARAMETERFILE ASSIGN TO "ShopSalesStockFeed.parms"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAMETERFILESTATUS.

       SELECT OPERATIONSLOGFILE ASSIGN TO "OperationsLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     ITEMSALESDETAILFILE.
01     ITEMSALESDETAILREC.
       88 ENDOFITEMSALESDETAIL  VALUE HIGH-VALUES.
       02 DETAILITEMID          PIC X(8).
       02 DETAILSALEVALUE       PIC 9(7)V99.
       02 DETAILQTYSOLD         PIC 9(3).
       02 DETAILSHOPID          PIC X(5).
       02 DETAILBUSINESSDATE    PIC X(8).
       02 DETAILTENDERTYPE      PIC X.
       02 DETAILLOYALTYCARDNO   PIC X(10).
       02 DETAILLINETYPE        PIC X.
           88 DETAILREFUNDLINE  VALUE "R".

FD     ITEMGADGETXREFFILE.
01     ITEMGADGETXREFREC.
       88 ENDOFITEMGADGETXREF   VALUE HIGH-VALUES.
       02 ITEMID-IGX            PIC X(8).
       02 GADGETID-IGX          PIC 9(6).

SD     GADGETSALESSORTWORK.
01     GADGETSALESSORTREC.
       88 ENDOFGADGETSALESSORT  VALUE HIGH-VALUES.
       02 SORTGADGETID          PIC 9(6).
       02 SORTQTYSOLD           PIC 9(3).

FD     FEDSHOPDAYSFILE.
01     FEDSHOPDAYSREC.
       88 ENDOFFEDSHOPDAYS      VALUE HIGH-VALUES.
       02 SHOPID-FSD            PIC X(5).
       02 BUSINESSDATE-FSD      PIC X(8).
       02 RUNDATE-FSD           PIC 9(8).
       02 BATCHREFERENCE-FSD    PIC 9(6).

FD     TRANSACTIONFILE.
01     INSERTIONREC.
       02 TYPECODE-TF          PIC 9(2).
        88 SUBTRACTFROMSTOCK   VALUE 5.
        88 BATCHHEADER         VALUE 8.
        88 BATCHFOOTER         VALUE 9.
       02 GADGETID-TF          PIC 9(6).

01     SUBTRACTFROMSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYTOSUBTRACT        PIC 9(4).

01     BATCHHEADERREC.
       02 FILLER               PIC 9(2).
       02 BATCHHEADERDATE      PIC 9(8).
       02 BATCHREFERENCE-BH    PIC 9(6).
       02 BATCHOPERATORID-BH   PIC X(8).

01     BATCHFOOTERREC.
       02 FILLER               PIC 9(2).
       02 BATCHRECCOUNT-TF     PIC 9(5).

FD     BATCHREFERENCESEQFILE.
01     BATCHREFERENCESEQREC.
       02 NEXTBATCHREFERENCE    PIC 9(6).

FD     UNMAPPEDITEMSFILE.
01     UNMAPPEDPRINTLINE        PIC X(80).

FD     RUNPARAMETERFILE.
01     RUNPARAMETERLINE         PIC X(40).

FD     OPERATIONSLOGFILE.
01     OPERATIONSLOGREC.
       02 OPLOGJOBNAME          PIC X(12).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRUNDATE          PIC 9(8).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRECORDSIN        PIC 9(7).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGRECORDSOUT       PIC 9(7).
       02 FILLER                PIC X       VALUE SPACE.
       02 OPLOGREJECTS          PIC 9(7).
       02 FILLER                PIC X.
       02 OPLOGSTARTTIME        PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGENDTIME          PIC 9(6).
       02 FILLER                PIC X.
       02 OPLOGRUNSTATUS        PIC X(6).
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

WORKING-STORAGE SECTION.
01     ITEMSALESDETAILFILESTATUS PIC XX.
       88 ITEMSALESDETAILFILEOK VALUE "00".
01     ITEMGADGETXREFFILESTATUS PIC XX.
       88 ITEMGADGETXREFFILEOK  VALUE "00".
01     TRANSACTIONFILESTATUS    PIC XX.
       88 TRANSACTIONFILEOK     VALUE "00".
01     BATCHREFERENCESEQFILESTATUS PIC XX.
       88 BATCHREFERENCESEQFILEOK VALUE "00".
01     OPERATIONSLOGFILESTATUS  PIC XX.
       88 OPERATIONSLOGFILEOK   VALUE "00".
01     FEDSHOPDAYSFILESTATUS    PIC XX.
       88 FEDSHOPDAYSFILEOK     VALUE "00".

01     RUNPARAMETERFILESTATUS   PIC XX.
       88 RUNPARAMETERFILEOK    VALUE "00".
01     RUNFROMPARAMETERSSWITCH  PIC X VALUE "N".
       88 RUNNINGFROMPARAMETERS VALUE "Y".
       88 RUNNINGFROMCONSOLE    VALUE "N".
01     PARAMETERVALUE           PIC X(40) VALUE SPACES.

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     CLOCKSTAMP               PIC X(21).
01     JOBSTARTTIME             PIC 9(6) VALUE ZERO.

*>   Batches the feed raises carry this in place of a keying
*>   operator, so the supervisor releasing them can see where they
*>   came from.
01     FEEDOPERATORID           PIC X(8) VALUE "TILLFEED".
01     BATCHREFERENCE           PIC 9(6) VALUE ZERO.
01     BATCHDETAILCOUNT         PIC 9(5) VALUE ZERO.

01     XREFCOUNT                PIC 9(4) VALUE ZERO.
01     XREFTABLE.
       02 XREFENTRY OCCURS 0 TO 2000 TIMES DEPENDING ON XREFCOUNT
               INDEXED BY XREFIDX.
           03 XREFITEMID        PIC X(8).
           03 XREFGADGETID      PIC 9(6).

01     UNMAPPEDCOUNT            PIC 9(4) VALUE ZERO.
01     UNMAPPEDTABLE.
       02 UNMAPPEDENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON UNMAPPEDCOUNT
               INDEXED BY UNMAPPEDIDX.
           03 UNMAPPEDITEMID    PIC X(8).
           03 UNMAPPEDQTY       PIC 9(7).
           03 UNMAPPEDVALUE     PIC 9(8)V99.
01     UNMAPPEDLINEIDX          PIC 9(4).

*>   Shop-days already in a stock batch, and those first seen this
*>   run - the new ones go onto the register once their batch is on
*>   the pending file.
01     FEDDAYCOUNT              PIC 9(5) VALUE ZERO.
01     FEDDAYTABLE.
       02 FEDDAY OCCURS 0 TO 9000 TIMES DEPENDING ON FEDDAYCOUNT.
           03 FDSHOPID          PIC X(5).
           03 FDBUSINESSDATE    PIC X(8).
01     FEDDAYIDX                PIC 9(5).
01     NEWDAYCOUNT              PIC 9(4) VALUE ZERO.
01     NEWDAYTABLE.
       02 NEWDAY OCCURS 0 TO 3000 TIMES DEPENDING ON NEWDAYCOUNT.
           03 NDSHOPID          PIC X(5).
           03 NDBUSINESSDATE    PIC X(8).
01     NEWDAYIDX                PIC 9(4).

01     GROUPSHOPID              PIC X(5) VALUE HIGH-VALUES.
01     GROUPBUSINESSDATE        PIC X(8) VALUE HIGH-VALUES.
01     GROUPSKIPSWITCH          PIC X VALUE "N".
       88 GROUPSKIPPED          VALUE "Y".
       88 GROUPTOFEED           VALUE "N".
01     GROUPNEWSWITCH           PIC X VALUE "N".
       88 GROUPALREADYNEW       VALUE "Y".

01     DETAILLINESREAD          PIC 9(7) VALUE ZERO.
01     DETAILLINESMAPPED        PIC 9(7) VALUE ZERO.
01     DETAILLINESUNMAPPED      PIC 9(7) VALUE ZERO.
01     DETAILLINESALREADYFED    PIC 9(7) VALUE ZERO.
01     REFUNDLINESSKIPPED       PIC 9(7) VALUE ZERO.
01     SHOPDAYSALREADYFED       PIC 9(5) VALUE ZERO.

01     CURRENTGADGETID          PIC 9(6).
01     GADGETQTYSOLD            PIC 9(7).
01     WORKQTYTOSUBTRACT        PIC 9(4).

01     UNMAPPEDHEADINGLINE.
       02 FILLER                PIC X(40)
               VALUE "TILL ITEMS WITH NO GADGET MAPPING - DATE".
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNHEADINGRUNDATE     PIC 9(8).

01     UNMAPPEDTOPICLINE.
       02 FILLER                PIC X(10)  VALUE "ITEM ID".
       02 FILLER                PIC X(10)  VALUE "  QTY SOLD".
       02 FILLER                PIC X(15)  VALUE "     SALE VALUE".

01     UNMAPPEDDETAILLINE.
       02 PRNUNMAPPEDITEMID     PIC X(8).
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNUNMAPPEDQTY        PIC Z(9)9.
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNUNMAPPEDVALUE      PIC ZZ,ZZZ,ZZ9.99.

01     UNMAPPEDFOOTERLINE.
       02 FILLER                PIC X(20)  VALUE "UNMAPPED ITEMS: ".
       02 PRNUNMAPPEDCOUNT      PIC ZZZ9.

PROCEDURE DIVISION.
BEGIN.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6) TO JOBSTARTTIME

       PERFORM OPENRUNPARAMETERFILE
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       PERFORM GETRUNPARAMETER
       MOVE PARAMETERVALUE(1:8) TO RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       PERFORM CLOSERUNPARAMETERFILE

       PERFORM LOADITEMGADGETXREF
       PERFORM LOADFEDSHOPDAYS
       IF XREFCOUNT = ZERO
           DISPLAY "NO ITEM TO GADGET CROSS-REFERENCE ON FILE - EVERY "
               "TILL ITEM WILL BE LISTED AS UNMAPPED"
       END-IF

       SORT GADGETSALESSORTWORK ON ASCENDING KEY SORTGADGETID
           INPUT PROCEDURE IS RELEASEMAPPEDITEMSALES
           OUTPUT PROCEDURE IS WRITESTOCKSUBTRACTIONBATCH

       PERFORM PRINTUNMAPPEDITEMS

       DISPLAY "TILL LINES READ:     " DETAILLINESREAD
       DISPLAY "LINES MAPPED:        " DETAILLINESMAPPED
       DISPLAY "LINES UNMAPPED:      " DETAILLINESUNMAPPED
       DISPLAY "REFUND LINES SKIPPED: " REFUNDLINESSKIPPED
       DISPLAY "SHOP-DAYS ALREADY FED: " SHOPDAYSALREADYFED
           " (" DETAILLINESALREADYFED " LINES HELD BACK)"
       DISPLAY "SUBTRACTIONS WRITTEN: " BATCHDETAILCOUNT
       PERFORM WRITEOPERATIONSLOG
       STOP RUN.

*>   A missing item detail file means the tills have not been
*>   summarised today - there is nothing to take out of stock, and an
*>   empty batch is not raised.
RELEASEMAPPEDITEMSALES.
       OPEN INPUT ITEMSALESDETAILFILE
       IF ITEMSALESDETAILFILEOK
           READ ITEMSALESDETAILFILE
               AT END SET ENDOFITEMSALESDETAIL TO TRUE
           END-READ
           PERFORM RELEASEONEITEMSALE UNTIL ENDOFITEMSALESDETAIL
           CLOSE ITEMSALESDETAILFILE
       END-IF.

*>   Refunded goods come back onto stock through the ordinary stock
*>   return once the shop has checked them, so a refund line on the
*>   detail moves nothing here.
RELEASEONEITEMSALE.
       ADD 1 TO DETAILLINESREAD
       IF DETAILSHOPID NOT = GROUPSHOPID
               OR DETAILBUSINESSDATE NOT = GROUPBUSINESSDATE
           PERFORM STARTSHOPDAY
       END-IF
       EVALUATE TRUE
           WHEN GROUPSKIPPED
               ADD 1 TO DETAILLINESALREADYFED
           WHEN DETAILREFUNDLINE
               ADD 1 TO REFUNDLINESSKIPPED
           WHEN OTHER
               PERFORM RELEASEONESALELINE
       END-EVALUATE
       READ ITEMSALESDETAILFILE
           AT END SET ENDOFITEMSALESDETAIL TO TRUE
       END-READ.

STARTSHOPDAY.
       MOVE DETAILSHOPID       TO GROUPSHOPID
       MOVE DETAILBUSINESSDATE TO GROUPBUSINESSDATE
       SET GROUPTOFEED TO TRUE
       PERFORM CHECKONEFEDDAY
           VARYING FEDDAYIDX FROM 1 BY 1
           UNTIL FEDDAYIDX > FEDDAYCOUNT OR GROUPSKIPPED
       IF GROUPSKIPPED
           ADD 1 TO SHOPDAYSALREADYFED
       ELSE
           MOVE "N" TO GROUPNEWSWITCH
           PERFORM CHECKONENEWDAY
               VARYING NEWDAYIDX FROM 1 BY 1
               UNTIL NEWDAYIDX > NEWDAYCOUNT OR GROUPALREADYNEW
           IF NOT GROUPALREADYNEW
               ADD 1 TO NEWDAYCOUNT
               MOVE GROUPSHOPID       TO NDSHOPID(NEWDAYCOUNT)
               MOVE GROUPBUSINESSDATE TO NDBUSINESSDATE(NEWDAYCOUNT)
           END-IF
       END-IF.

CHECKONEFEDDAY.
       IF FDSHOPID(FEDDAYIDX) = GROUPSHOPID
               AND FDBUSINESSDATE(FEDDAYIDX) = GROUPBUSINESSDATE
           SET GROUPSKIPPED TO TRUE
       END-IF.

CHECKONENEWDAY.
       IF NDSHOPID(NEWDAYIDX) = GROUPSHOPID
               AND NDBUSINESSDATE(NEWDAYIDX) = GROUPBUSINESSDATE
           SET GROUPALREADYNEW TO TRUE
       END-IF.

RELEASEONESALELINE.
       IF DETAILQTYSOLD IS NOT NUMERIC
           MOVE ZERO TO DETAILQTYSOLD
       END-IF
       SET XREFIDX TO 1
       SEARCH XREFENTRY
           AT END
               PERFORM NOTEUNMAPPEDITEMSALE
           WHEN XREFITEMID(XREFIDX) = DETAILITEMID
               ADD 1 TO DETAILLINESMAPPED
               MOVE XREFGADGETID(XREFIDX) TO SORTGADGETID
               MOVE DETAILQTYSOLD         TO SORTQTYSOLD
               RELEASE GADGETSALESSORTREC
       END-SEARCH.

NOTEUNMAPPEDITEMSALE.
       ADD 1 TO DETAILLINESUNMAPPED
       SET UNMAPPEDIDX TO 1
       SEARCH UNMAPPEDENTRY
           AT END
               ADD 1 TO UNMAPPEDCOUNT
               MOVE DETAILITEMID    TO UNMAPPEDITEMID(UNMAPPEDCOUNT)
               MOVE DETAILQTYSOLD   TO UNMAPPEDQTY(UNMAPPEDCOUNT)
               MOVE DETAILSALEVALUE TO UNMAPPEDVALUE(UNMAPPEDCOUNT)
           WHEN UNMAPPEDITEMID(UNMAPPEDIDX) = DETAILITEMID
               ADD DETAILQTYSOLD   TO UNMAPPEDQTY(UNMAPPEDIDX)
               ADD DETAILSALEVALUE TO UNMAPPEDVALUE(UNMAPPEDIDX)
       END-SEARCH.

*>   One SUBTRACTFROMSTOCK per gadget for the day, in gadget order the
*>   way the stock update reads its transactions. The batch is
*>   written only when there is something in it, and only then are the
*>   run's shop-days put on the register - a night that raised nothing
*>   leaves them free to be fed once their items are mapped.
WRITESTOCKSUBTRACTIONBATCH.
       RETURN GADGETSALESSORTWORK
           AT END SET ENDOFGADGETSALESSORT TO TRUE
       END-RETURN
       IF NOT ENDOFGADGETSALESSORT
           OPEN EXTEND TRANSACTIONFILE
           IF NOT TRANSACTIONFILEOK
               OPEN OUTPUT TRANSACTIONFILE
           END-IF
           PERFORM GETNEXTBATCHREFERENCE
           MOVE SPACES TO INSERTIONREC
           SET BATCHHEADER TO TRUE
           MOVE RUNDATE        TO BATCHHEADERDATE
           MOVE BATCHREFERENCE TO BATCHREFERENCE-BH
           MOVE FEEDOPERATORID TO BATCHOPERATORID-BH
           WRITE BATCHHEADERREC
           PERFORM SUMMARISEONEGADGET UNTIL ENDOFGADGETSALESSORT
           MOVE SPACES TO INSERTIONREC
           SET BATCHFOOTER TO TRUE
           MOVE BATCHDETAILCOUNT TO BATCHRECCOUNT-TF
           WRITE BATCHFOOTERREC
           CLOSE TRANSACTIONFILE
           PERFORM RECORDFEDSHOPDAYS
       END-IF.

SUMMARISEONEGADGET.
       MOVE SORTGADGETID TO CURRENTGADGETID
       MOVE ZERO TO GADGETQTYSOLD
       PERFORM ADDONEGADGETSALE
           UNTIL ENDOFGADGETSALESSORT
              OR SORTGADGETID NOT = CURRENTGADGETID
       PERFORM WRITEONESUBTRACTION UNTIL GADGETQTYSOLD = ZERO.

ADDONEGADGETSALE.
       ADD SORTQTYSOLD TO GADGETQTYSOLD
       RETURN GADGETSALESSORTWORK
           AT END SET ENDOFGADGETSALESSORT TO TRUE
       END-RETURN.

*>   A gadget that sold more than one transaction can carry is split
*>   across as many subtractions as it takes.
WRITEONESUBTRACTION.
       IF GADGETQTYSOLD > 9999
           MOVE 9999 TO WORKQTYTOSUBTRACT
       ELSE
           MOVE GADGETQTYSOLD TO WORKQTYTOSUBTRACT
       END-IF
       MOVE SPACES TO INSERTIONREC
       SET SUBTRACTFROMSTOCK TO TRUE
       MOVE CURRENTGADGETID   TO GADGETID-TF
       MOVE WORKQTYTOSUBTRACT TO QTYTOSUBTRACT
       WRITE SUBTRACTFROMSTOCKREC
       ADD 1 TO BATCHDETAILCOUNT
       SUBTRACT WORKQTYTOSUBTRACT FROM GADGETQTYSOLD.

*>   Unmapped items are listed every run, even when there are none,
*>   so the stock room can see the list was produced and empty.
PRINTUNMAPPEDITEMS.
       OPEN OUTPUT UNMAPPEDITEMSFILE
       MOVE RUNDATE TO PRNHEADINGRUNDATE
       WRITE UNMAPPEDPRINTLINE FROM UNMAPPEDHEADINGLINE
       WRITE UNMAPPEDPRINTLINE FROM UNMAPPEDTOPICLINE
       PERFORM PRINTONEUNMAPPEDITEM
           VARYING UNMAPPEDLINEIDX FROM 1 BY 1
           UNTIL UNMAPPEDLINEIDX > UNMAPPEDCOUNT
       MOVE UNMAPPEDCOUNT TO PRNUNMAPPEDCOUNT
       WRITE UNMAPPEDPRINTLINE FROM UNMAPPEDFOOTERLINE
       CLOSE UNMAPPEDITEMSFILE.

PRINTONEUNMAPPEDITEM.
       MOVE UNMAPPEDITEMID(UNMAPPEDLINEIDX) TO PRNUNMAPPEDITEMID
       MOVE UNMAPPEDQTY(UNMAPPEDLINEIDX)    TO PRNUNMAPPEDQTY
       MOVE UNMAPPEDVALUE(UNMAPPEDLINEIDX)  TO PRNUNMAPPEDVALUE
       WRITE UNMAPPEDPRINTLINE FROM UNMAPPEDDETAILLINE.

LOADITEMGADGETXREF.
       OPEN INPUT ITEMGADGETXREFFILE
       IF ITEMGADGETXREFFILEOK
           READ ITEMGADGETXREFFILE
               AT END SET ENDOFITEMGADGETXREF TO TRUE
           END-READ
           PERFORM STOREONEXREFENTRY UNTIL ENDOFITEMGADGETXREF
           CLOSE ITEMGADGETXREFFILE
       END-IF.

STOREONEXREFENTRY.
       IF GADGETID-IGX IS NUMERIC AND GADGETID-IGX > ZERO
           ADD 1 TO XREFCOUNT
           MOVE ITEMID-IGX   TO XREFITEMID(XREFCOUNT)
           MOVE GADGETID-IGX TO XREFGADGETID(XREFCOUNT)
       END-IF
       READ ITEMGADGETXREFFILE
           AT END SET ENDOFITEMGADGETXREF TO TRUE
       END-READ.

LOADFEDSHOPDAYS.
       OPEN INPUT FEDSHOPDAYSFILE
       IF FEDSHOPDAYSFILEOK
           READ FEDSHOPDAYSFILE
               AT END SET ENDOFFEDSHOPDAYS TO TRUE
           END-READ
           PERFORM STOREONEFEDSHOPDAY UNTIL ENDOFFEDSHOPDAYS
           CLOSE FEDSHOPDAYSFILE
       END-IF.

STOREONEFEDSHOPDAY.
       ADD 1 TO FEDDAYCOUNT
       MOVE SHOPID-FSD       TO FDSHOPID(FEDDAYCOUNT)
       MOVE BUSINESSDATE-FSD TO FDBUSINESSDATE(FEDDAYCOUNT)
       READ FEDSHOPDAYSFILE
           AT END SET ENDOFFEDSHOPDAYS TO TRUE
       END-READ.

RECORDFEDSHOPDAYS.
       OPEN EXTEND FEDSHOPDAYSFILE
       IF NOT FEDSHOPDAYSFILEOK
           OPEN OUTPUT FEDSHOPDAYSFILE
       END-IF
       PERFORM WRITEONEFEDSHOPDAY
           VARYING NEWDAYIDX FROM 1 BY 1 UNTIL NEWDAYIDX > NEWDAYCOUNT
       CLOSE FEDSHOPDAYSFILE.

WRITEONEFEDSHOPDAY.
       MOVE NDSHOPID(NEWDAYIDX)       TO SHOPID-FSD
       MOVE NDBUSINESSDATE(NEWDAYIDX) TO BUSINESSDATE-FSD
       MOVE RUNDATE                   TO RUNDATE-FSD
       MOVE BATCHREFERENCE            TO BATCHREFERENCE-FSD
       WRITE FEDSHOPDAYSREC.

*>   Batch references are allocated from the shared
*>   NextBatchReference.dat sequence so the stock update's
*>   applied-batch register can check the batch for duplicates.
GETNEXTBATCHREFERENCE.
       OPEN INPUT BATCHREFERENCESEQFILE
       IF BATCHREFERENCESEQFILEOK
           READ BATCHREFERENCESEQFILE
               AT END MOVE 1 TO NEXTBATCHREFERENCE
           END-READ
           CLOSE BATCHREFERENCESEQFILE
       ELSE
           MOVE 1 TO NEXTBATCHREFERENCE
       END-IF
       MOVE NEXTBATCHREFERENCE TO BATCHREFERENCE
       OPEN OUTPUT BATCHREFERENCESEQFILE
       ADD 1 TO NEXTBATCHREFERENCE
       WRITE BATCHREFERENCESEQREC
       CLOSE BATCHREFERENCESEQFILE.

OPENRUNPARAMETERFILE.
       OPEN INPUT RUNPARAMETERFILE
       IF RUNPARAMETERFILEOK
           SET RUNNINGFROMPARAMETERS TO TRUE
       END-IF.

GETRUNPARAMETER.
       MOVE SPACES TO PARAMETERVALUE
       IF RUNNINGFROMPARAMETERS
           MOVE SPACES TO RUNPARAMETERLINE
           READ RUNPARAMETERFILE
               AT END MOVE SPACES TO RUNPARAMETERLINE
           END-READ
           MOVE RUNPARAMETERLINE TO PARAMETERVALUE
       ELSE
           ACCEPT PARAMETERVALUE
       END-IF.

CLOSERUNPARAMETERFILE.
       IF RUNNINGFROMPARAMETERS
           CLOSE RUNPARAMETERFILE
       END-IF.

*>   Lines held back as already fed are rejects alongside the
*>   unmapped ones, so a detail file fed a second night stands out on
*>   the operations trend report.
WRITEOPERATIONSLOG.
       OPEN EXTEND OPERATIONSLOGFILE
       IF NOT OPERATIONSLOGFILEOK
           OPEN OUTPUT OPERATIONSLOGFILE
       END-IF
       MOVE SPACES TO OPERATIONSLOGREC
       MOVE "TILLSTOCK"           TO OPLOGJOBNAME
       MOVE RUNDATE               TO OPLOGRUNDATE
       MOVE DETAILLINESREAD       TO OPLOGRECORDSIN
       MOVE BATCHDETAILCOUNT      TO OPLOGRECORDSOUT
       COMPUTE OPLOGREJECTS = DETAILLINESUNMAPPED + DETAILLINESALREADYFED
       MOVE JOBSTARTTIME          TO OPLOGSTARTTIME
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(9:6)       TO OPLOGENDTIME
       MOVE "OK"                  TO OPLOGRUNSTATUS
       MOVE ZERO                  TO OPLOGRETURNCODE
       WRITE OPERATIONSLOGREC
       CLOSE OPERATIONSLOGFILE.
