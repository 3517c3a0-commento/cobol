       SELECT SHOPTAKINGSFILE ASSIGN TO "Listing8-2-ShopTakings.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

*>   VAT rates by item category, each with the date it took effect.
       SELECT CATEGORYVATRATEFILE ASSIGN TO "CategoryVatRates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CATEGORYVATRATEFILESTATUS.

*>   The VAT inside each shop's day of sales by category - kept from
*>   run to run for VATRETURN, with a rerun of a shop's day replacing
*>   that day's rows.
       SELECT SHOPVATANALYSISFILE ASSIGN TO "ShopVatAnalysis.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SHOPVATANALYSISFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SHOPRECEIPTSFILE.
       02 RECTYPECODE      PIC X.
           88  SHOPHEADER  VALUE "H".
           88  SHOPSALE    VALUE "S".
           88  SHOPVOID    VALUE "V".
           88  SHOPREFUND  VALUE "R".
           88  SHOPVOUCHERSALE VALUE "G".
           88  SHOPFOOTER  VALUE "F".
       02 SHOPID           PIC X(5).
       02 SHOPLOCATION     PIC X(30).
       02 ITEMID           PIC X(8).
       02 QTYSOLD          PIC 9(3).
       02 ITEMCOST         PIC 999V99.
*>   C = cash, D = card, G = gift voucher, P = loyalty points; a
*>   blank off an old till export counts as cash, so only the card,
*>   voucher and points slices ever leave the cash column.
       02 TENDERTYPE       PIC X.
        88 CARDTENDER      VALUE "D".
        88 VOUCHERTENDER   VALUE "G".
        88 POINTSTENDER    VALUE "P".
*>   HHMM off the till's receipt; blank on an older export.
       02 RECEIPTTIME      PIC X(4).
*>   The receipt the line was rung on and who rang it; a void or a
*>   refund also names the receipt whose sale it reverses.
       02 RECEIPTREF       PIC X(8).
       02 TILLOPERATOR     PIC X(6).
       02 ORIGRECEIPTREF   PIC X(8).
       02 TENDERVOUCHERNO REDEFINES ORIGRECEIPTREF PIC X(8).
*>   The customer's loyalty card if they showed one; blank otherwise.
       02 LOYALTYCARDNO    PIC X(10).

01     SHOPSALESCOUNT.
       02 RECTYPECODE      PIC X.

FD     ITEMSALESDETAILFILE.
01     ITEMSALESDETAILREC.
       88 ENDOFITEMSALESDETAIL VALUE HIGH-VALUES.
       02 DETAILITEMID      PIC X(8).
       02 DETAILSALEVALUE   PIC 9(7)V99.
       02 DETAILQTYSOLD     PIC 9(3).
       02 DETAILSHOPID      PIC X(5).
       02 DETAILBUSINESSDATE PIC X(8).
       02 DETAILTENDERTYPE  PIC X.
       02 DETAILLOYALTYCARDNO PIC X(10).
*>   S for goods sold, R for goods refunded; a blank off an older
*>   detail file is a sale.
       02 DETAILLINETYPE    PIC X.
           88 DETAILSALELINE   VALUE "S" SPACE.
           88 DETAILREFUNDLINE VALUE "R".

SD     ITEMSALESSORTWORK.
01     ITEMSORTREC.
       88 ENDOFITEMSORT     VALUE HIGH-VALUES.
       02 SORTITEMID        PIC X(8).
       02 SORTSALEVALUE     PIC 9(7)V99.
       02 SORTQTYSOLD       PIC 9(3).
       02 SORTSHOPID        PIC X(5).
       02 SORTBUSINESSDATE  PIC X(8).
       02 SORTTENDERTYPE    PIC X.
       02 SORTLOYALTYCARDNO PIC X(10).
       02 SORTLINETYPE      PIC X.

FD     ITEMSALESREPORT.
01     ITEMSALESPRINTLINE   PIC X(90).
       02 ITEMDESCRIPTION-IMF PIC X(30).
       02 ITEMCATEGORY-IMF  PIC X(3).

FD     CATEGORYVATRATEFILE.
01     CATEGORYVATRATEREC.
       88 ENDOFCATEGORYVATRATES VALUE HIGH-VALUES.
       02 CATEGORY-CVR      PIC X(3).
       02 RATEPCT-CVR       PIC 99V99.
       02 EFFECTIVEDATE-CVR PIC 9(8).

FD     SHOPVATANALYSISFILE.
01     SHOPVATANALYSISREC.
       88 ENDOFSHOPVATANALYSIS VALUE HIGH-VALUES.
       02 SHOPID-SVA        PIC X(5).
       02 FILLER            PIC X.
       02 BUSINESSDATE-SVA  PIC X(8).
       02 FILLER            PIC X.
       02 CATEGORY-SVA      PIC X(3).
       02 FILLER            PIC X.
       02 RATEPCT-SVA       PIC 99V99.
       02 FILLER            PIC X.
       02 GROSS-SVA         PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER            PIC X.
       02 VAT-SVA           PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER            PIC X.
       02 RATEHELD-SVA      PIC X.

WORKING-STORAGE SECTION.
01     ITEMSALESHEADINGLINE.
       02 FILLER                PIC X(24)
01     SHOPTOTAL       PIC 9(5)V99.
01     SHOPCASHTOTAL   PIC 9(7)V99.
01     SHOPCARDTOTAL   PIC 9(7)V99.
01     SHOPREFUNDCASH  PIC 9(7)V99.
01     SHOPREFUNDCARD  PIC 9(7)V99.
01     SALELINEVALUE   PIC 9(5)V99.
01     ACTUALCOUNT     PIC 9(5).

01     CHAINGRANDTOTAL PIC 9(7)V99.

01     CATEGORYVATRATEFILESTATUS PIC XX.
       88 CATEGORYVATRATEFILEOK  VALUE "00".
01     SHOPVATANALYSISFILESTATUS PIC XX.
       88 SHOPVATANALYSISFILEOK  VALUE "00".

01     CATEGORYVATRATECOUNT PIC 9(3) VALUE ZERO.
01     CATEGORYVATRATETABLE.
       02 CATEGORYVATRATE OCCURS 0 TO 200 TIMES
               DEPENDING ON CATEGORYVATRATECOUNT.
           03 CVCATEGORY        PIC X(3).
           03 CVRATEPCT         PIC 99V99.
           03 CVEFFECTIVEDATE   PIC 9(8).
01     CVIDX                PIC 9(3).

*>   Goods sold less goods refunded, VAT-inclusive as rung, for each
*>   shop, day and category in this run. The VAT is taken out of the
*>   gross at the category's rate when the rows are written.
01     SHOPVATCOUNT         PIC 9(4) VALUE ZERO.
01     SHOPVATTABLE.
       02 SHOPVATROW OCCURS 0 TO 3000 TIMES
               DEPENDING ON SHOPVATCOUNT.
           03 SVSHOPID          PIC X(5).
           03 SVBUSINESSDATE    PIC X(8).
           03 SVCATEGORY        PIC X(3).
           03 SVGROSS           PIC S9(7)V99.
01     SVIDX                PIC 9(4).
01     FOUNDSHOPVATIDX      PIC 9(4).
01     SALELINECATEGORY     PIC X(3).

*>   Every shop and day this run summarized, so a rerun drops the
*>   day's earlier rows even when nothing on it is left to tax.
01     SHOPSRUNCOUNT        PIC 9(4) VALUE ZERO.
01     SHOPSRUNTABLE.
       02 SHOPRUN OCCURS 0 TO 3000 TIMES DEPENDING ON SHOPSRUNCOUNT.
           03 SRSHOPID          PIC X(5).
           03 SRBUSINESSDATE    PIC X(8).
01     SRIDX                PIC 9(4).

01     OLDSHOPVATCOUNT      PIC 9(5) VALUE ZERO.
01     OLDSHOPVATTABLE.
       02 OLDSHOPVATLINE    PIC X(47)
               OCCURS 0 TO 20000 TIMES DEPENDING ON OLDSHOPVATCOUNT.
01     OLDSHOPVATIDX        PIC 9(5).
01     KEEPSHOPVATSWITCH    PIC X VALUE "Y".
       88 KEEPSHOPVATLINE   VALUE "Y".
       88 DROPSHOPVATLINE   VALUE "N".

01     VATRATEDATE          PIC 9(8).
01     BESTVATDATE          PIC 9(8).
01     VATRATEINFORCE       PIC 99V99.
01     VATRATEHELDSWITCH    PIC X VALUE "N".
       88 VATRATEHELD       VALUE "Y".

01     PRNCHAINGRANDTOTAL.
       02 FILLER           PIC X(26) VALUE "TOTAL SALES FOR ALL SHOPS ".
       02 PRNGRANDTOTAL    PIC $$$,$$$,$$9.99.
PROCEDURE DIVISION.
SHOPSALESSUMMARY.
       PERFORM LOADITEMMASTERTABLE
       PERFORM LOADCATEGORYVATRATES
       MOVE ZEROS TO CHAINGRANDTOTAL
       OPEN INPUT SHOPRECEIPTSFILE
       OPEN OUTPUT EXCEPTIONSFILE
       DISPLAY PRNCHAINGRANDTOTAL
       CLOSE SHOPRECEIPTSFILE, EXCEPTIONSFILE, ITEMSALESDETAILFILE,
           SHOPTAKINGSFILE
       PERFORM WRITESHOPVATANALYSIS
       PERFORM PRINTITEMSALESREPORT
       STOP RUN.

SUMMARIZECONTRYSALES.
       MOVE SHOPID TO PRNSHOPID, PRNERRORSHOPID
       MOVE SHOPBUSINESSDATE TO CURRENTBUSINESSDATE
       ADD 1 TO SHOPSRUNCOUNT
       MOVE SHOPID           TO SRSHOPID(SHOPSRUNCOUNT)
       MOVE SHOPBUSINESSDATE TO SRBUSINESSDATE(SHOPSRUNCOUNT)
       MOVE ZEROS TO SHOPTOTAL, SHOPCASHTOTAL, SHOPCARDTOTAL,
           SHOPREFUNDCASH, SHOPREFUNDCARD
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ
       PERFORM SUMMARIZESHOPSALES
           VARYING ACTUALCOUNT FROM 0 BY 1 UNTIL SHOPFOOTER
       PERFORM NETREFUNDSFROMTAKINGS
       ADD SHOPTOTAL TO CHAINGRANDTOTAL
       MOVE PRNERRORSHOPID      TO TAKINGSSHOPID
       MOVE CURRENTBUSINESSDATE TO TAKINGSDATE
       END-IF
       PERFORM GETHEADERREC.

*>   A voided line was rung and taken off before the customer paid, so
*>   no money moved and no goods left - it counts towards the footer
*>   and nothing else. A refund paid money back out in its tender and
*>   is netted off that tender's takings at the footer. Neither is an
*>   item sale; refunded goods come back onto stock through the
*>   ordinary stock return once the shop has checked them, and their
*>   price comes off the category's sales for VAT. A refund still goes
*>   onto the item detail, flagged as one, so LOYALTYPOINTSUPDATE can
*>   take back the points the card earned on the sale.
*>   A gift voucher sold is money in the drawer but no goods, so it is
*>   takings without item detail; goods paid for with a voucher are an
*>   item sale with no money in the drawer. VOUCHERREGISTERUPDATE
*>   carries both to the voucher register and the GL. Goods paid for
*>   with loyalty points are the same: an item sale, no money, and the
*>   points come off the card in LOYALTYPOINTSUPDATE, which works from
*>   the shop, card and tender carried on each item detail line.
SUMMARIZESHOPSALES.
       COMPUTE SALELINEVALUE = QTYSOLD * ITEMCOST
       EVALUATE TRUE
           WHEN SHOPVOID
               CONTINUE
           WHEN SHOPREFUND
               IF CARDTENDER
                   ADD SALELINEVALUE TO SHOPREFUNDCARD
               ELSE
                   ADD SALELINEVALUE TO SHOPREFUNDCASH
               END-IF
               PERFORM FINDSHOPVATROW
               SUBTRACT SALELINEVALUE FROM SVGROSS(FOUNDSHOPVATIDX)
               SET DETAILREFUNDLINE TO TRUE
               PERFORM WRITEITEMDETAILLINE
           WHEN SHOPVOUCHERSALE
               IF CARDTENDER
                   ADD SALELINEVALUE TO SHOPCARDTOTAL
               ELSE
                   ADD SALELINEVALUE TO SHOPCASHTOTAL
               END-IF
           WHEN OTHER
               EVALUATE TRUE
                   WHEN VOUCHERTENDER OR POINTSTENDER
                       CONTINUE
                   WHEN CARDTENDER
                       ADD SALELINEVALUE TO SHOPCARDTOTAL
                   WHEN OTHER
                       ADD SALELINEVALUE TO SHOPCASHTOTAL
               END-EVALUATE
               PERFORM FINDSHOPVATROW
               ADD SALELINEVALUE TO SVGROSS(FOUNDSHOPVATIDX)
               SET DETAILSALELINE TO TRUE
               PERFORM WRITEITEMDETAILLINE
       END-EVALUATE
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ.

*>   The line type is set by the caller before the line is written.
WRITEITEMDETAILLINE.
       MOVE ITEMID TO DETAILITEMID
       MOVE SALELINEVALUE TO DETAILSALEVALUE
       MOVE QTYSOLD TO DETAILQTYSOLD
       MOVE PRNERRORSHOPID TO DETAILSHOPID
       MOVE CURRENTBUSINESSDATE TO DETAILBUSINESSDATE
       MOVE TENDERTYPE TO DETAILTENDERTYPE
       MOVE LOYALTYCARDNO TO DETAILLOYALTYCARDNO
       WRITE ITEMSALESDETAILREC.

*>   The takings row carries no sign, so a tender that paid out more
*>   in refunds than it took is held at zero and called out here for
*>   the shop to explain; the drawer count in CASHOVERSHORT will show
*>   the same hole.
NETREFUNDSFROMTAKINGS.
       IF SHOPREFUNDCASH > SHOPCASHTOTAL
           DISPLAY "CASH REFUNDS EXCEED CASH SALES FOR SHOP "
               PRNERRORSHOPID " - NET CASH HELD AT ZERO"
           MOVE ZERO TO SHOPCASHTOTAL
       ELSE
           SUBTRACT SHOPREFUNDCASH FROM SHOPCASHTOTAL
       END-IF
       IF SHOPREFUNDCARD > SHOPCARDTOTAL
           DISPLAY "CARD REFUNDS EXCEED CARD SALES FOR SHOP "
               PRNERRORSHOPID " - NET CARD HELD AT ZERO"
           MOVE ZERO TO SHOPCARDTOTAL
       ELSE
           SUBTRACT SHOPREFUNDCARD FROM SHOPCARDTOTAL
       END-IF
       COMPUTE SHOPTOTAL = SHOPCASHTOTAL + SHOPCARDTOTAL.

*>   Goods bear VAT whatever paid for them - a voucher or points
*>   settle the price, they do not change what was supplied - while a
*>   voucher sold is not a supply of goods and carries none here.
FINDSHOPVATROW.
       MOVE ITEMID TO CURRENTITEMID
       PERFORM LOOKUPITEMONMASTER
       IF ITEMONMASTER
           MOVE IMCATEGORY(IMIDX) TO SALELINECATEGORY
       ELSE
           MOVE SPACES TO SALELINECATEGORY
       END-IF
       MOVE ZERO TO FOUNDSHOPVATIDX
       PERFORM CHECKONESHOPVATROW
           VARYING SVIDX FROM 1 BY 1
           UNTIL SVIDX > SHOPVATCOUNT OR FOUNDSHOPVATIDX NOT = ZERO
       IF FOUNDSHOPVATIDX = ZERO
           ADD 1 TO SHOPVATCOUNT
           MOVE SHOPVATCOUNT        TO FOUNDSHOPVATIDX
           MOVE PRNERRORSHOPID      TO SVSHOPID(SHOPVATCOUNT)
           MOVE CURRENTBUSINESSDATE TO SVBUSINESSDATE(SHOPVATCOUNT)
           MOVE SALELINECATEGORY    TO SVCATEGORY(SHOPVATCOUNT)
           MOVE ZERO                TO SVGROSS(SHOPVATCOUNT)
       END-IF.

CHECKONESHOPVATROW.
       IF SVSHOPID(SVIDX) = PRNERRORSHOPID
               AND SVBUSINESSDATE(SVIDX) = CURRENTBUSINESSDATE
               AND SVCATEGORY(SVIDX) = SALELINECATEGORY
           MOVE SVIDX TO FOUNDSHOPVATIDX
       END-IF.

GETHEADERREC.
       READ SHOPRECEIPTSFILE
           AT END SET ENDOFSHOPRECEIPTSFILE TO TRUE
       END-READ.

*>   The report is of goods sold, so refund lines on the detail are
*>   left out of it.
PRINTITEMSALESREPORT.
       SORT ITEMSALESSORTWORK ASCENDING KEY SORTITEMID
           INPUT PROCEDURE IS RELEASEITEMSALELINES
           OUTPUT PROCEDURE IS SUMMARIZEITEMSALES.

RELEASEITEMSALELINES.
       OPEN INPUT ITEMSALESDETAILFILE
       READ ITEMSALESDETAILFILE
           AT END SET ENDOFITEMSALESDETAIL TO TRUE
       END-READ
       PERFORM RELEASEONEITEMSALELINE UNTIL ENDOFITEMSALESDETAIL
       CLOSE ITEMSALESDETAILFILE.

RELEASEONEITEMSALELINE.
       IF DETAILSALELINE
           RELEASE ITEMSORTREC FROM ITEMSALESDETAILREC
       END-IF
       READ ITEMSALESDETAILFILE
           AT END SET ENDOFITEMSALESDETAIL TO TRUE
       END-READ.

SUMMARIZEITEMSALES.
       MOVE ZEROS TO ITEMCHAINGRANDTOTAL
       MOVE CURRENTBUSINESSDATE TO PRNITEMREPORTDATE
       READ ITEMMASTERFILE
           AT END SET ENDOFITEMMASTERFILE TO TRUE
       END-READ.

*>   A missing rate file, or a category without a rate, leaves the
*>   sales on the analysis unrated with no VAT taken out - VATRETURN
*>   prints them so the rate is set up before the return is filed.
LOADCATEGORYVATRATES.
       OPEN INPUT CATEGORYVATRATEFILE
       IF CATEGORYVATRATEFILEOK
           READ CATEGORYVATRATEFILE
               AT END SET ENDOFCATEGORYVATRATES TO TRUE
           END-READ
           PERFORM STOREONECATEGORYVATRATE UNTIL ENDOFCATEGORYVATRATES
           CLOSE CATEGORYVATRATEFILE
       END-IF.

STOREONECATEGORYVATRATE.
       ADD 1 TO CATEGORYVATRATECOUNT
       MOVE CATEGORY-CVR      TO CVCATEGORY(CATEGORYVATRATECOUNT)
       MOVE RATEPCT-CVR       TO CVRATEPCT(CATEGORYVATRATECOUNT)
       MOVE EFFECTIVEDATE-CVR TO CVEFFECTIVEDATE(CATEGORYVATRATECOUNT)
       READ CATEGORYVATRATEFILE
           AT END SET ENDOFCATEGORYVATRATES TO TRUE
       END-READ.

*>   Rows for the shops and days this run summarized are replaced; every
*>   other row is written back as it was.
WRITESHOPVATANALYSIS.
       MOVE ZERO TO OLDSHOPVATCOUNT
       OPEN INPUT SHOPVATANALYSISFILE
       IF SHOPVATANALYSISFILEOK
           READ SHOPVATANALYSISFILE
               AT END SET ENDOFSHOPVATANALYSIS TO TRUE
           END-READ
           PERFORM KEEPONESHOPVATLINE UNTIL ENDOFSHOPVATANALYSIS
           CLOSE SHOPVATANALYSISFILE
       END-IF
       OPEN OUTPUT SHOPVATANALYSISFILE
       PERFORM WRITEONEKEPTSHOPVATLINE
           VARYING OLDSHOPVATIDX FROM 1 BY 1
           UNTIL OLDSHOPVATIDX > OLDSHOPVATCOUNT
       PERFORM WRITEONESHOPVATROW
           VARYING SVIDX FROM 1 BY 1
           UNTIL SVIDX > SHOPVATCOUNT
       CLOSE SHOPVATANALYSISFILE.

KEEPONESHOPVATLINE.
       SET KEEPSHOPVATLINE TO TRUE
       PERFORM CHECKSHOPVATLINERERUN
           VARYING SRIDX FROM 1 BY 1
           UNTIL SRIDX > SHOPSRUNCOUNT
       IF KEEPSHOPVATLINE
           ADD 1 TO OLDSHOPVATCOUNT
           MOVE SHOPVATANALYSISREC TO OLDSHOPVATLINE(OLDSHOPVATCOUNT)
       END-IF
       READ SHOPVATANALYSISFILE
           AT END SET ENDOFSHOPVATANALYSIS TO TRUE
       END-READ.

CHECKSHOPVATLINERERUN.
       IF SRSHOPID(SRIDX) = SHOPID-SVA
               AND SRBUSINESSDATE(SRIDX) = BUSINESSDATE-SVA
           SET DROPSHOPVATLINE TO TRUE
       END-IF.

WRITEONEKEPTSHOPVATLINE.
       MOVE OLDSHOPVATLINE(OLDSHOPVATIDX) TO SHOPVATANALYSISREC
       WRITE SHOPVATANALYSISREC.

*>   Till prices include VAT, so the VAT is the rate's share of the
*>   gross - rate over one hundred plus rate.
WRITEONESHOPVATROW.
       MOVE SVBUSINESSDATE(SVIDX) TO VATRATEDATE
       PERFORM FINDCATEGORYVATRATE
       MOVE SPACES                 TO SHOPVATANALYSISREC
       MOVE SVSHOPID(SVIDX)        TO SHOPID-SVA
       MOVE SVBUSINESSDATE(SVIDX)  TO BUSINESSDATE-SVA
       MOVE SVCATEGORY(SVIDX)      TO CATEGORY-SVA
       MOVE VATRATEINFORCE         TO RATEPCT-SVA
       MOVE SVGROSS(SVIDX)         TO GROSS-SVA
       COMPUTE VAT-SVA ROUNDED =
           SVGROSS(SVIDX) * VATRATEINFORCE / (100 + VATRATEINFORCE)
       IF VATRATEHELD
           MOVE "Y" TO RATEHELD-SVA
       ELSE
           MOVE "N" TO RATEHELD-SVA
           DISPLAY "NO VAT RATE FOR CATEGORY " SVCATEGORY(SVIDX)
               " ON " SVBUSINESSDATE(SVIDX) " - SALES LEFT UNRATED"
       END-IF
       WRITE SHOPVATANALYSISREC.

FINDCATEGORYVATRATE.
       MOVE ZERO TO BESTVATDATE
       MOVE ZERO TO VATRATEINFORCE
       MOVE "N"  TO VATRATEHELDSWITCH
       PERFORM CHECKONECATEGORYVATRATE
           VARYING CVIDX FROM 1 BY 1
           UNTIL CVIDX > CATEGORYVATRATECOUNT.

CHECKONECATEGORYVATRATE.
       IF CVCATEGORY(CVIDX) = SVCATEGORY(SVIDX)
               AND CVEFFECTIVEDATE(CVIDX) NOT > VATRATEDATE
               AND CVEFFECTIVEDATE(CVIDX) NOT < BESTVATDATE
           MOVE CVEFFECTIVEDATE(CVIDX) TO BESTVATDATE
           MOVE CVRATEPCT(CVIDX)       TO VATRATEINFORCE
           SET VATRATEHELD TO TRUE
       END-IF.
