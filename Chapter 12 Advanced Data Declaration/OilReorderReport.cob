       SELECT OILREORDERREPORTFILE ASSIGN TO "OilReorder.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OILSUPPLIERFILE ASSIGN TO "OilSuppliers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSUPPLIERFILESTATUS.

       SELECT OILSOURCEFILE ASSIGN TO "OilSources.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILSOURCEFILESTATUS.

       SELECT OILCOSTFILE ASSIGN TO "OilCosts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILCOSTFILESTATUS.

       SELECT OILPOREGISTERFILE ASSIGN TO "OilPoRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPOREGISTERFILESTATUS.

       SELECT OILPONUMBERSEQFILE ASSIGN TO "NextOilPoNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OILPONUMBERSEQFILESTATUS.

       SELECT OILPURCHASEORDERFILE
           ASSIGN TO DYNAMIC OILPURCHASEORDERFILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     OILSTOCKFILE.
       02  EFFECTIVEDATE-OPF   PIC 9(8).

FD     OILREORDERREPORTFILE.
01     OILREORDERPRINTLINE     PIC X(100).

*>   The houses the base oils are bought from, kept apart from the
*>   gadget side's SupplierMaster.dat - the two businesses buy from
*>   different people and number them independently.
FD     OILSUPPLIERFILE.
01     OILSUPPLIERREC.
       88  ENDOFOILSUPPLIERFILE VALUE HIGH-VALUES.
       02  SUPPLIERID-OSU      PIC 9(4).
       02  SUPPLIERNAME-OSU    PIC X(30).
       02  SUPPLIERCONTACT-OSU PIC X(30).
       02  LEADTIMEDAYS-OSU    PIC 9(3).

*>   Which supplier each oil and size is bought from, and the standard
*>   quantity to order. A zero order quantity means "top the line up
*>   to twice its reorder level". Blends are made by BLENDINGRUN and
*>   have no row here.
FD     OILSOURCEFILE.
01     OILSOURCEREC.
       88  ENDOFOILSOURCEFILE  VALUE HIGH-VALUES.
       02  OILNUM-OSR          PIC 99.
       02  UNITSIZE-OSR        PIC 9.
       02  SUPPLIERID-OSR      PIC 9(4).
       02  ORDERQTY-OSR        PIC 9(5).

FD     OILCOSTFILE.
01     OILCOSTREC.
       88  ENDOFOILCOSTFILE    VALUE HIGH-VALUES.
       02  OILNUM-OCF          PIC 99.
       02  UNITCOST-OCF        PIC 99V99 OCCURS 3 TIMES.

*>   One register line per oil and size ordered, under the PO number
*>   the whole supplier order was cut with. OILRECEIPTSENTRY books
*>   deliveries against the line, so a short delivery leaves the
*>   balance open and the outstanding-orders listing shows it. The
*>   unit cost is the oil's cost when the order was cut.
FD     OILPOREGISTERFILE.
01     OILPOREGISTERREC.
       88  ENDOFOILPOREGISTER  VALUE HIGH-VALUES.
       02  OILPONUMBER-OPR     PIC 9(6).
       02  SUPPLIERID-OPR      PIC 9(4).
       02  OILNUM-OPR          PIC 99.
       02  UNITSIZE-OPR        PIC 9.
       02  QTYORDERED-OPR      PIC 9(5).
       02  QTYRECEIVED-OPR     PIC 9(5).
       02  ORDERDATE-OPR       PIC 9(8).
       02  POSTATUS-OPR        PIC X.
        88 POOPEN-OPR          VALUE "O".
        88 POCLOSED-OPR        VALUE "C".
       02  UNITCOST-OPR        PIC 99V99.

FD     OILPONUMBERSEQFILE.
01     OILPONUMBERSEQREC.
       02  NEXTOILPONUMBER     PIC 9(6).

FD     OILPURCHASEORDERFILE.
01     OILPURCHASEORDERLINE    PIC X(80).

WORKING-STORAGE SECTION.
01     OILSUPPLIERFILESTATUS    PIC XX.
       88 OILSUPPLIERFILEOK     VALUE "00".
01     OILSOURCEFILESTATUS      PIC XX.
       88 OILSOURCEFILEOK       VALUE "00".
01     OILCOSTFILESTATUS        PIC XX.
       88 OILCOSTFILEOK         VALUE "00".
01     OILPOREGISTERFILESTATUS  PIC XX.
       88 OILPOREGISTERFILEOK   VALUE "00".
01     OILPONUMBERSEQFILESTATUS PIC XX.
       88 OILPONUMBERSEQFILEOK  VALUE "00".

01     TODAYDATE                PIC 9(8).

01     OILNAMESTABLE.
       02 OILNAMEENTRY         PIC X(16) OCCURS 20 TIMES VALUE SPACES.

01     OILCOSTSTABLE.
       02 OILCOSTOIL OCCURS 20 TIMES.
           03 OILSIZECOST       PIC 99V99 OCCURS 3 TIMES.

01     SUPPLIERCOUNT            PIC 9(3) VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIERENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON SUPPLIERCOUNT.
           03 SUSUPPLIERID      PIC 9(4).
           03 SUSUPPLIERNAME    PIC X(30).
           03 SUSUPPLIERCONTACT PIC X(30).
           03 SULEADTIMEDAYS    PIC 9(3).
01     SUPPLIERIDX              PIC 9(3).
01     SUPPLIERFOUNDSWITCH      PIC X.
       88 SUPPLIERFOUND         VALUE "Y".
       88 SUPPLIERNOTFOUND      VALUE "N".

01     SOURCECOUNT              PIC 9(3) VALUE ZERO.
01     SOURCETABLE.
       02 SOURCEENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON SOURCECOUNT.
           03 SROILNUM          PIC 99.
           03 SRUNITSIZE        PIC 9.
           03 SRSUPPLIERID      PIC 9(4).
           03 SRORDERQTY        PIC 9(5).
01     SOURCEIDX                PIC 9(3).
01     SOURCEFOUNDSWITCH        PIC X.
       88 SOURCEFOUND           VALUE "Y".
       88 SOURCENOTFOUND        VALUE "N".

*>   Open order balances per oil and size, summed from the register
*>   before anything is listed.
01     ONORDERCOUNT             PIC 9(3) VALUE ZERO.
01     ONORDERTABLE.
       02 ONORDERENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON ONORDERCOUNT.
           03 OOOILNUM          PIC 99.
           03 OOUNITSIZE        PIC 9.
           03 OOQTYOUTSTANDING  PIC 9(6).
01     ONORDERIDX               PIC 9(3).
01     ONORDERFOUNDSWITCH       PIC X.
       88 ONORDERFOUND          VALUE "Y".
       88 ONORDERNOTFOUND       VALUE "N".

*>   Lines to be ordered, held until the report is written so that
*>   one purchase order can be cut per supplier.
01     ORDERLINECOUNT           PIC 9(3) VALUE ZERO.
01     ORDERLINETABLE.
       02 ORDERLINEENTRY OCCURS 0 TO 100 TIMES
               DEPENDING ON ORDERLINECOUNT.
           03 OLNSUPPLIERID     PIC 9(4).
           03 OLNOILNUM         PIC 99.
           03 OLNUNITSIZE       PIC 9.
           03 OLNQTYONHAND      PIC 9(5).
           03 OLNORDERQTY       PIC 9(5).
01     ORDERLINEIDX             PIC 9(3).

01     LOOKUPOILNUM             PIC 99.
01     LOOKUPUNITSIZE           PIC 9.
01     QTYONORDER               PIC 9(6).
01     ORDERQTY                 PIC 9(6).
01     TOPUPLEVEL               PIC 9(6).
01     OILPONUMBER              PIC 9(6) VALUE ZERO.
01     OILPURCHASEORDERFILENAME PIC X(40).
01     POSUPPLIERIDTEXT         PIC 9(4).
01     POLINECOUNT              PIC 9(3).
01     POSRAISEDCOUNT           PIC 9(4) VALUE ZERO.

01     OILREORDERHEADINGLINE   PIC X(41)
           VALUE "OILS AT OR BELOW THE REPLENISHMENT LEVEL".
       02 FILLER               PIC X(6)   VALUE "SIZE".
       02 FILLER               PIC X(9)   VALUE "ON HAND".
       02 FILLER               PIC X(9)   VALUE "REORDER".
       02 FILLER               PIC X(9)   VALUE "ON ORDER".
       02 FILLER               PIC X(9)   VALUE "TO ORDER".
       02 FILLER               PIC X(6)   VALUE "SUPP".
       02 FILLER               PIC X(20)  VALUE "ACTION".

01     OILREORDERDETAILLINE.
       02 PRNOILNUM            PIC 99.
       02 PRNQTYONHAND         PIC ZZZZ9.
       02 FILLER               PIC X(4)   VALUE SPACES.
       02 PRNREORDERLEVEL      PIC ZZZZ9.
       02 FILLER               PIC X(3)   VALUE SPACES.
       02 PRNQTYONORDER        PIC ZZZZZ9.
       02 FILLER               PIC X(3)   VALUE SPACES.
       02 PRNORDERQTY          PIC ZZZZZ9.
       02 FILLER               PIC X(2)   VALUE SPACES.
       02 PRNSUPPLIERID        PIC 9(4).
       02 FILLER               PIC X(2)   VALUE SPACES.
       02 PRNACTION            PIC X(24).

01     OILREORDERFOOTERLINE.
       02 FILLER               PIC X(19)  VALUE "OIL LINES LISTED: ".
       02 PRNLISTEDCOUNT       PIC ZZZ9.
       02 FILLER               PIC X(24)  VALUE "  PURCHASE ORDERS CUT: ".
       02 PRNPOSRAISED         PIC ZZZ9.

01     OILPORAISEDLINE.
       02 FILLER               PIC X(23)  VALUE "OIL PURCHASE ORDER NO. ".
       02 PRNRAISEDPONUMBER    PIC 9(6).
       02 FILLER               PIC X(4)   VALUE " TO ".
       02 PRNRAISEDSUPPLIERID  PIC 9(4).
       02 FILLER               PIC X      VALUE SPACE.
       02 PRNRAISEDSUPPLIER    PIC X(30).
       02 FILLER               PIC X(2)   VALUE SPACES.
       02 PRNRAISEDLINES       PIC ZZ9.
       02 FILLER               PIC X(6)   VALUE " LINES".

01     POHEADERLINE.
       02 FILLER               PIC X(23)  VALUE "OIL PURCHASE ORDER NO. ".
       02 POHDRPONUMBER        PIC 9(6).
       02 FILLER               PIC X(4)   VALUE " TO ".
       02 POHDRSUPPLIERID      PIC 9(4).
       02 FILLER               PIC X      VALUE SPACE.
       02 POHDRSUPPLIERNAME    PIC X(30).

01     POCONTACTLINE.
       02 FILLER               PIC X(9)   VALUE "CONTACT: ".
       02 POCONTACTNAME        PIC X(30).
       02 FILLER               PIC X(12)  VALUE " LEAD DAYS: ".
       02 POLEADTIMEDAYS       PIC ZZ9.
       02 FILLER               PIC X(8)   VALUE "  DATE: ".
       02 PODATE               PIC 9(8).

01     PODETAILLINE.
       02 PODETOILNUM          PIC 99.
       02 FILLER               PIC X(2)   VALUE SPACES.
       02 PODETOILNAME         PIC X(16).
       02 FILLER               PIC X(7)   VALUE "  SIZE ".
       02 PODETUNITSIZE        PIC 9.
       02 FILLER               PIC X(11)  VALUE "  ORDER QTY".
       02 PODETORDERQTY        PIC ZZZZZ9.

01     POFOOTERLINE.
       02 FILLER               PIC X(13)  VALUE "OIL LINES:   ".
       02 POFOOTERCOUNT        PIC ZZ9.

01     LISTEDCOUNT             PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT TODAYDATE FROM DATE YYYYMMDD
       PERFORM LOADOILNAMES
       PERFORM LOADOILCOSTS
       PERFORM LOADOILSUPPLIERS
       PERFORM LOADOILSOURCES
       PERFORM LOADOPENORDERBALANCES

       OPEN INPUT OILSTOCKFILE
       OPEN OUTPUT OILREORDERREPORTFILE
           AT END SET ENDOFOILSTOCKFILE TO TRUE
       END-READ
       PERFORM CHECKONEOILLINE UNTIL ENDOFOILSTOCKFILE
       CLOSE OILSTOCKFILE

       IF ORDERLINECOUNT > ZERO
           PERFORM OPENOILPOREGISTERFILE
           MOVE SPACES TO OILREORDERPRINTLINE
           WRITE OILREORDERPRINTLINE AFTER ADVANCING 1 LINE
           PERFORM CUTONESUPPLIERPURCHASEORDER
               VARYING SUPPLIERIDX FROM 1 BY 1
               UNTIL SUPPLIERIDX > SUPPLIERCOUNT
           CLOSE OILPOREGISTERFILE
       END-IF

       MOVE LISTEDCOUNT    TO PRNLISTEDCOUNT
       MOVE POSRAISEDCOUNT TO PRNPOSRAISED
       WRITE OILREORDERPRINTLINE FROM OILREORDERFOOTERLINE
           AFTER ADVANCING 2 LINES

       CLOSE OILREORDERREPORTFILE
       STOP RUN.

*>   The control record (oil number 00) carries no stock and is
*>   passed over. A line already covered by open purchase orders is
*>   listed but not ordered again - stock on hand plus what is still
*>   to arrive must be at or below the reorder level before another
*>   order goes out, so a late delivery does not get ordered twice.
CHECKONEOILLINE.
       IF OILNUM-OSF NOT = ZERO
               AND QTYONHAND-OSF NOT > REORDERLEVEL-OSF
           MOVE OILNUM-OSF TO PRNOILNUM
           IF OILNUM-OSF >= 1 AND OILNUM-OSF <= 20
               MOVE OILNAMEENTRY(OILNUM-OSF) TO PRNOILNAME
           ELSE
               MOVE SPACES TO PRNOILNAME
           MOVE UNITSIZE-OSF     TO PRNUNITSIZE
           MOVE QTYONHAND-OSF    TO PRNQTYONHAND
           MOVE REORDERLEVEL-OSF TO PRNREORDERLEVEL
           MOVE OILNUM-OSF       TO LOOKUPOILNUM
           MOVE UNITSIZE-OSF     TO LOOKUPUNITSIZE
           PERFORM FINDONORDERBALANCE
           MOVE QTYONORDER       TO PRNQTYONORDER
           MOVE ZERO             TO ORDERQTY
           MOVE ZERO             TO PRNSUPPLIERID
           PERFORM FINDOILSOURCE
           EVALUATE TRUE
               WHEN OILNUM-OSF > 14
                   MOVE "MADE BY BLENDING RUN" TO PRNACTION
               WHEN QTYONHAND-OSF + QTYONORDER > REORDERLEVEL-OSF
                   MOVE "COVERED BY OPEN PO" TO PRNACTION
               WHEN SOURCENOTFOUND
                   MOVE "NO OIL SUPPLIER SET UP" TO PRNACTION
               WHEN OTHER
                   MOVE SRSUPPLIERID(SOURCEIDX) TO PRNSUPPLIERID
                   PERFORM WORKOUTORDERQUANTITY
                   PERFORM FINDOILSUPPLIER
                   IF SUPPLIERNOTFOUND
                       MOVE ZERO TO ORDERQTY
                       MOVE "SUPPLIER NOT ON FILE" TO PRNACTION
                   ELSE
                       IF ORDERQTY > ZERO
                           MOVE "PO RAISED" TO PRNACTION
                           PERFORM HOLDORDERLINE
                       ELSE
                           MOVE "NO QUANTITY TO ORDER" TO PRNACTION
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE ORDERQTY TO PRNORDERQTY
           WRITE OILREORDERPRINTLINE FROM OILREORDERDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LISTEDCOUNT
           AT END SET ENDOFOILSTOCKFILE TO TRUE
       END-READ.

WORKOUTORDERQUANTITY.
       IF SRORDERQTY(SOURCEIDX) > ZERO
           MOVE SRORDERQTY(SOURCEIDX) TO ORDERQTY
       ELSE
           COMPUTE TOPUPLEVEL = REORDERLEVEL-OSF * 2
           IF TOPUPLEVEL > QTYONHAND-OSF + QTYONORDER
               COMPUTE ORDERQTY =
                   TOPUPLEVEL - QTYONHAND-OSF - QTYONORDER
           ELSE
               MOVE ZERO TO ORDERQTY
           END-IF
       END-IF
       IF ORDERQTY > 99999
           MOVE 99999 TO ORDERQTY
       END-IF.

HOLDORDERLINE.
       ADD 1 TO ORDERLINECOUNT
       MOVE SRSUPPLIERID(SOURCEIDX) TO OLNSUPPLIERID(ORDERLINECOUNT)
       MOVE OILNUM-OSF              TO OLNOILNUM(ORDERLINECOUNT)
       MOVE UNITSIZE-OSF            TO OLNUNITSIZE(ORDERLINECOUNT)
       MOVE QTYONHAND-OSF           TO OLNQTYONHAND(ORDERLINECOUNT)
       MOVE ORDERQTY                TO OLNORDERQTY(ORDERLINECOUNT).

*>   One purchase order is cut per supplier with at least one line to
*>   order, named for the supplier the way the gadget side's
*>   PurchaseOrder.<supplier>.dat extracts are, so each supplier can be
*>   sent their own order directly.
CUTONESUPPLIERPURCHASEORDER.
       MOVE ZERO TO POLINECOUNT
       PERFORM COUNTORDERLINEFORSUPPLIER
           VARYING ORDERLINEIDX FROM 1 BY 1
           UNTIL ORDERLINEIDX > ORDERLINECOUNT
       IF POLINECOUNT > ZERO
           PERFORM GETNEXTOILPONUMBER
           MOVE SUSUPPLIERID(SUPPLIERIDX) TO POSUPPLIERIDTEXT
           MOVE SPACES TO OILPURCHASEORDERFILENAME
           STRING "OilPurchaseOrder." POSUPPLIERIDTEXT ".dat"
               DELIMITED BY SIZE INTO OILPURCHASEORDERFILENAME
           OPEN OUTPUT OILPURCHASEORDERFILE

           MOVE OILPONUMBER                    TO POHDRPONUMBER
           MOVE SUSUPPLIERID(SUPPLIERIDX)      TO POHDRSUPPLIERID
           MOVE SUSUPPLIERNAME(SUPPLIERIDX)    TO POHDRSUPPLIERNAME
           WRITE OILPURCHASEORDERLINE FROM POHEADERLINE
           MOVE SUSUPPLIERCONTACT(SUPPLIERIDX) TO POCONTACTNAME
           MOVE SULEADTIMEDAYS(SUPPLIERIDX)    TO POLEADTIMEDAYS
           MOVE TODAYDATE                      TO PODATE
           WRITE OILPURCHASEORDERLINE FROM POCONTACTLINE

           MOVE ZERO TO POLINECOUNT
           PERFORM WRITEORDERLINEFORSUPPLIER
               VARYING ORDERLINEIDX FROM 1 BY 1
               UNTIL ORDERLINEIDX > ORDERLINECOUNT

           MOVE POLINECOUNT TO POFOOTERCOUNT
           WRITE OILPURCHASEORDERLINE FROM POFOOTERLINE
           CLOSE OILPURCHASEORDERFILE

           MOVE OILPONUMBER                 TO PRNRAISEDPONUMBER
           MOVE SUSUPPLIERID(SUPPLIERIDX)   TO PRNRAISEDSUPPLIERID
           MOVE SUSUPPLIERNAME(SUPPLIERIDX) TO PRNRAISEDSUPPLIER
           MOVE POLINECOUNT                 TO PRNRAISEDLINES
           WRITE OILREORDERPRINTLINE FROM OILPORAISEDLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO POSRAISEDCOUNT
       END-IF.

COUNTORDERLINEFORSUPPLIER.
       IF OLNSUPPLIERID(ORDERLINEIDX) = SUSUPPLIERID(SUPPLIERIDX)
           ADD 1 TO POLINECOUNT
       END-IF.

WRITEORDERLINEFORSUPPLIER.
       IF OLNSUPPLIERID(ORDERLINEIDX) = SUSUPPLIERID(SUPPLIERIDX)
           MOVE OLNOILNUM(ORDERLINEIDX)   TO PODETOILNUM
           MOVE OILNAMEENTRY(OLNOILNUM(ORDERLINEIDX)) TO PODETOILNAME
           MOVE OLNUNITSIZE(ORDERLINEIDX) TO PODETUNITSIZE
           MOVE OLNORDERQTY(ORDERLINEIDX) TO PODETORDERQTY
           WRITE OILPURCHASEORDERLINE FROM PODETAILLINE
           ADD 1 TO POLINECOUNT
           PERFORM WRITEOILPOREGISTERENTRY
       END-IF.

*>   Oil PO numbers come off their own NextOilPoNumber.dat sequence,
*>   the same way the gadget side numbers from NextPoNumber.dat.
GETNEXTOILPONUMBER.
       OPEN INPUT OILPONUMBERSEQFILE
       IF OILPONUMBERSEQFILEOK
           READ OILPONUMBERSEQFILE
               AT END MOVE 1 TO NEXTOILPONUMBER
           END-READ
           CLOSE OILPONUMBERSEQFILE
       ELSE
           MOVE 1 TO NEXTOILPONUMBER
       END-IF
       MOVE NEXTOILPONUMBER TO OILPONUMBER
       OPEN OUTPUT OILPONUMBERSEQFILE
       ADD 1 TO NEXTOILPONUMBER
       WRITE OILPONUMBERSEQREC
       CLOSE OILPONUMBERSEQFILE.

OPENOILPOREGISTERFILE.
       OPEN EXTEND OILPOREGISTERFILE
       IF NOT OILPOREGISTERFILEOK
           OPEN OUTPUT OILPOREGISTERFILE
       END-IF.

WRITEOILPOREGISTERENTRY.
       MOVE OILPONUMBER                 TO OILPONUMBER-OPR
       MOVE OLNSUPPLIERID(ORDERLINEIDX) TO SUPPLIERID-OPR
       MOVE OLNOILNUM(ORDERLINEIDX)     TO OILNUM-OPR
       MOVE OLNUNITSIZE(ORDERLINEIDX)   TO UNITSIZE-OPR
       MOVE OLNORDERQTY(ORDERLINEIDX)   TO QTYORDERED-OPR
       MOVE ZERO                        TO QTYRECEIVED-OPR
       MOVE TODAYDATE                   TO ORDERDATE-OPR
       SET POOPEN-OPR TO TRUE
       IF OLNUNITSIZE(ORDERLINEIDX) >= 1
               AND OLNUNITSIZE(ORDERLINEIDX) <= 3
           MOVE OILSIZECOST(OLNOILNUM(ORDERLINEIDX),
                            OLNUNITSIZE(ORDERLINEIDX)) TO UNITCOST-OPR
       ELSE
           MOVE ZERO TO UNITCOST-OPR
       END-IF
       WRITE OILPOREGISTERREC.

FINDONORDERBALANCE.
       SET ONORDERNOTFOUND TO TRUE
       MOVE ZERO TO QTYONORDER
       PERFORM CHECKONEONORDERBALANCE
           VARYING ONORDERIDX FROM 1 BY 1
           UNTIL ONORDERIDX > ONORDERCOUNT OR ONORDERFOUND
       IF ONORDERFOUND
           SUBTRACT 1 FROM ONORDERIDX
           MOVE OOQTYOUTSTANDING(ONORDERIDX) TO QTYONORDER
       END-IF.

CHECKONEONORDERBALANCE.
       IF OOOILNUM(ONORDERIDX) = LOOKUPOILNUM
               AND OOUNITSIZE(ONORDERIDX) = LOOKUPUNITSIZE
           SET ONORDERFOUND TO TRUE
       END-IF.

FINDOILSOURCE.
       SET SOURCENOTFOUND TO TRUE
       PERFORM CHECKONEOILSOURCE
           VARYING SOURCEIDX FROM 1 BY 1
           UNTIL SOURCEIDX > SOURCECOUNT OR SOURCEFOUND
       IF SOURCEFOUND
           SUBTRACT 1 FROM SOURCEIDX
       END-IF.

CHECKONEOILSOURCE.
       IF SROILNUM(SOURCEIDX) = LOOKUPOILNUM
               AND SRUNITSIZE(SOURCEIDX) = LOOKUPUNITSIZE
           SET SOURCEFOUND TO TRUE
       END-IF.

FINDOILSUPPLIER.
       SET SUPPLIERNOTFOUND TO TRUE
       PERFORM CHECKONEOILSUPPLIER
           VARYING SUPPLIERIDX FROM 1 BY 1
           UNTIL SUPPLIERIDX > SUPPLIERCOUNT OR SUPPLIERFOUND
       IF SUPPLIERFOUND
           SUBTRACT 1 FROM SUPPLIERIDX
       END-IF.

CHECKONEOILSUPPLIER.
       IF SUSUPPLIERID(SUPPLIERIDX) = SRSUPPLIERID(SOURCEIDX)
           SET SUPPLIERFOUND TO TRUE
       END-IF.

*>   Only open lines count; a closed line has either arrived in full
*>   or been closed short at goods-in.
LOADOPENORDERBALANCES.
       OPEN INPUT OILPOREGISTERFILE
       IF OILPOREGISTERFILEOK
           READ OILPOREGISTERFILE
               AT END SET ENDOFOILPOREGISTER TO TRUE
           END-READ
           PERFORM ADDONEOPENORDERLINE UNTIL ENDOFOILPOREGISTER
           CLOSE OILPOREGISTERFILE
       END-IF.

ADDONEOPENORDERLINE.
       IF POOPEN-OPR AND QTYORDERED-OPR > QTYRECEIVED-OPR
           MOVE OILNUM-OPR   TO LOOKUPOILNUM
           MOVE UNITSIZE-OPR TO LOOKUPUNITSIZE
           PERFORM FINDONORDERBALANCE
           IF ONORDERNOTFOUND
               ADD 1 TO ONORDERCOUNT
               MOVE ONORDERCOUNT TO ONORDERIDX
               MOVE OILNUM-OPR   TO OOOILNUM(ONORDERIDX)
               MOVE UNITSIZE-OPR TO OOUNITSIZE(ONORDERIDX)
               MOVE ZERO         TO OOQTYOUTSTANDING(ONORDERIDX)
           END-IF
           COMPUTE OOQTYOUTSTANDING(ONORDERIDX) =
               OOQTYOUTSTANDING(ONORDERIDX)
               + QTYORDERED-OPR - QTYRECEIVED-OPR
       END-IF
       READ OILPOREGISTERFILE
           AT END SET ENDOFOILPOREGISTER TO TRUE
       END-READ.

LOADOILSUPPLIERS.
       OPEN INPUT OILSUPPLIERFILE
       IF OILSUPPLIERFILEOK
           READ OILSUPPLIERFILE
               AT END SET ENDOFOILSUPPLIERFILE TO TRUE
           END-READ
           PERFORM STOREONEOILSUPPLIER UNTIL ENDOFOILSUPPLIERFILE
           CLOSE OILSUPPLIERFILE
       END-IF.

STOREONEOILSUPPLIER.
       ADD 1 TO SUPPLIERCOUNT
       MOVE SUPPLIERID-OSU      TO SUSUPPLIERID(SUPPLIERCOUNT)
       MOVE SUPPLIERNAME-OSU    TO SUSUPPLIERNAME(SUPPLIERCOUNT)
       MOVE SUPPLIERCONTACT-OSU TO SUSUPPLIERCONTACT(SUPPLIERCOUNT)
       MOVE LEADTIMEDAYS-OSU    TO SULEADTIMEDAYS(SUPPLIERCOUNT)
       READ OILSUPPLIERFILE
           AT END SET ENDOFOILSUPPLIERFILE TO TRUE
       END-READ.

LOADOILSOURCES.
       OPEN INPUT OILSOURCEFILE
       IF OILSOURCEFILEOK
           READ OILSOURCEFILE
               AT END SET ENDOFOILSOURCEFILE TO TRUE
           END-READ
           PERFORM STOREONEOILSOURCE UNTIL ENDOFOILSOURCEFILE
           CLOSE OILSOURCEFILE
       END-IF.

STOREONEOILSOURCE.
       ADD 1 TO SOURCECOUNT
       MOVE OILNUM-OSR     TO SROILNUM(SOURCECOUNT)
       MOVE UNITSIZE-OSR   TO SRUNITSIZE(SOURCECOUNT)
       MOVE SUPPLIERID-OSR TO SRSUPPLIERID(SOURCECOUNT)
       MOVE ORDERQTY-OSR   TO SRORDERQTY(SOURCECOUNT)
       READ OILSOURCEFILE
           AT END SET ENDOFOILSOURCEFILE TO TRUE
       END-READ.

LOADOILCOSTS.
       INITIALIZE OILCOSTSTABLE
       OPEN INPUT OILCOSTFILE
       IF OILCOSTFILEOK
           READ OILCOSTFILE
               AT END SET ENDOFOILCOSTFILE TO TRUE
           END-READ
           PERFORM STOREONEOILCOST UNTIL ENDOFOILCOSTFILE
           CLOSE OILCOSTFILE
       END-IF.

STOREONEOILCOST.
       IF OILNUM-OCF >= 1 AND OILNUM-OCF <= 20
           MOVE UNITCOST-OCF(1) TO OILSIZECOST(OILNUM-OCF, 1)
           MOVE UNITCOST-OCF(2) TO OILSIZECOST(OILNUM-OCF, 2)
           MOVE UNITCOST-OCF(3) TO OILSIZECOST(OILNUM-OCF, 3)
       END-IF
       READ OILCOSTFILE
           AT END SET ENDOFOILCOSTFILE TO TRUE
       END-READ.

LOADOILNAMES.
       OPEN INPUT OILPRICEFILE
       READ OILPRICEFILE
       CLOSE OILPRICEFILE.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
