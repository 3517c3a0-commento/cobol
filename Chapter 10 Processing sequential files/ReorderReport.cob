       02 CATEGORYCODE-NSF       PIC X(3).
       02 COSTPRICE-NSF          PIC 9(4)V99.
       02 EAN-NSF                PIC 9(13).
       02 SERIALCONTROL-NSF      PIC X.
       02 LIFECYCLESTATUS-NSF    PIC X.
        88 GADGETDISCONTINUED-NSF VALUE "D" "R".

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     CATEGORYREFERENCEFILE.
01     CATEGORYREFERENCEREC.
*>   the whole supplier order was cut with. The stock update books
*>   goods receipts that quote the PO number against the ordered
*>   quantity here, so a part-delivery leaves the balance open and
*>   POCHASINGREPORT can chase what never arrived. The unit cost is the
*>   gadget's cost price when the order was cut - the price the supplier
*>   invoice is matched against.
FD     POREGISTERFILE.
01     POREGISTERREC.
       02 PONUMBER-POR           PIC 9(6).
       02 POSTATUS-POR           PIC X.
        88 POOPEN-POR            VALUE "O".
        88 POCLOSED-POR          VALUE "C".
       02 UNITCOST-POR           PIC 9(4)V99.

FD     PONUMBERSEQFILE.
01     PONUMBERSEQREC.

01     REORDERCOUNT              PIC 9(4)   VALUE ZEROS.

01     DISCONTINUEDFOOTERLINE.
       02 FILLER                 PIC X(30)
               VALUE "DISCONTINUED, NOT REORDERED: ".
       02 PRNDISCONTINUEDCOUNT   PIC ZZZ9.

01     DISCONTINUEDCOUNT         PIC 9(4)   VALUE ZERO.

01     SUPPLIERCOUNT             PIC 9(4)   VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIER OCCURS 0 TO 500 TIMES DEPENDING ON SUPPLIERCOUNT
           03 CANDQTYINSTOCK     PIC 9(4).
           03 CANDSUPPLIERID     PIC 9(4).
           03 CANDORDERQTY       PIC 9(4).
           03 CANDUNITCOST       PIC 9(4)V99.

01     ONORDERFILESTATUS         PIC XX.
       88 ONORDERFILEOK          VALUE "00".

       MOVE REORDERCOUNT TO PRNREORDERCOUNT
       WRITE REORDERPRINTLINE FROM REORDERFOOTERLINE AFTER ADVANCING 2 LINES
       MOVE DISCONTINUEDCOUNT TO PRNDISCONTINUEDCOUNT
       WRITE REORDERPRINTLINE FROM DISCONTINUEDFOOTERLINE
           AFTER ADVANCING 1 LINE

       PERFORM PRINTCATEGORYSUBTOTALS

*>   inbound quantity) but given a zero order quantity, so it is not
*>   re-ordered every night while its delivery is in transit. A gadget
*>   still short is ordered back up to twice the reorder point.
*>   A discontinued gadget is being sold off, so it is never suggested
*>   for reorder however low it runs - it is only counted in the footer.
CHECKGADGETFORREORDER.
       PERFORM FINDREORDERPARAMETERSFORGADGET
       IF GADGETDISCONTINUED-NSF AND QTYINSTOCK-NSF NOT > REORDERPOINT
           ADD 1 TO DISCONTINUEDCOUNT
       END-IF
       IF QTYINSTOCK-NSF NOT > REORDERPOINT AND NOT GADGETDISCONTINUED-NSF
           PERFORM FINDQTYALREADYONORDER
           MOVE GADGETID-NSF   TO PRNGADGETID
           MOVE GADGETNAME-NSF TO PRNGADGETNAME
           MOVE GADGETNAME-NSF TO CANDGADGETNAME(CANDIDATECOUNT)
           MOVE QTYINSTOCK-NSF TO CANDQTYINSTOCK(CANDIDATECOUNT)
           MOVE SUPPLIERID-NSF TO CANDSUPPLIERID(CANDIDATECOUNT)
           MOVE COSTPRICE-NSF  TO CANDUNITCOST(CANDIDATECOUNT)
           IF QTYINSTOCK-NSF + QTYALREADYONORDER > REORDERPOINT
               MOVE ZERO TO CANDORDERQTY(CANDIDATECOUNT)
           ELSE
       MOVE ZERO                    TO QTYRECEIVED-POR
       MOVE TODAYDATE               TO ORDERDATE-POR
       SET POOPEN-POR TO TRUE
       MOVE CANDUNITCOST(CANDIDX)   TO UNITCOST-POR
       WRITE POREGISTERREC.

*>   Each ordered line is folded straight onto the indexed on-order
