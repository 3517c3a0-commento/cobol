           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKORDERFILESTATUS.

       SELECT SERIALREGISTERFILE ASSIGN TO "SerialRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERIALREGISTERFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     MASTERSTOCKFILE.
       02 CATEGORYCODE-MF      PIC X(3).
       02 COSTPRICE-MF         PIC 9(4)V99.
       02 EAN-MF               PIC 9(13).
       02 SERIALCONTROL-MF     PIC X.
       02 LIFECYCLESTATUS-MF   PIC X.

FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       02 CATEGORYCODE-NSF      PIC X(3).
       02 COSTPRICE-NSF         PIC 9(4)V99.
       02 EAN-NSF               PIC 9(13).
       02 SERIALCONTROL-NSF     PIC X.
        88 SERIALCONTROLLED-NSF VALUE "Y".
       02 LIFECYCLESTATUS-NSF   PIC X.
        88 GADGETACTIVE-NSF     VALUE "A" SPACE.
        88 GADGETDISCONTINUED-NSF VALUE "D".
        88 GADGETRETIRED-NSF    VALUE "R".

FD     TRANSACTIONFILE.
01     INSERTIONREC.
        88 NAMECHANGE          VALUE 14.
        88 SUPPLIERCHANGE      VALUE 15.
        88 CATEGORYCHANGE      VALUE 16.
        88 SERIALCONTROLCHANGE VALUE 17.
        88 LIFECYCLECHANGE     VALUE 18.
       02 RECORDBODY-IR.
        03 GADGETID-TF         PIC 9(6).
        03 GADGETNAME-IR       PIC X(30).
01     SUBTRACTFROMSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYTOSUBTRACT        PIC 9(4).
       02 SERIALNUMBER-SUB     PIC X(20).

01     RETURNSTOCKREC.
       02 FILLER               PIC 9(8).
        88 RETURNWRONGITEM     VALUE 2.
        88 RETURNCUSTCHANGEDMIND VALUE 3.
        88 RETURNOTHERREASON   VALUE 9.
       02 SERIALNUMBER-RET     PIC X(20).

01     GOODSRECEIVEDREC.
       02 FILLER               PIC 9(8).
       02 QTYRECEIVED          PIC 9(4).
       02 PONUMBER-GR          PIC 9(6).
       02 UNITCOST-GR          PIC 9(4)V99.
       02 SERIALNUMBER-GR      PIC X(20).

01     TRANSFERSTOCKREC.
       02 FILLER               PIC 9(8).
        88 RTVRECALL           VALUE 3.
        88 RTVOTHERREASON      VALUE 9.
       02 RTVSUPPLIERID        PIC 9(4).
       02 SERIALNUMBER-RTV     PIC X(20).

01     WRITEOFFREC.
       02 FILLER               PIC 9(8).
       02 FILLER               PIC 9(8).
       02 NEWCATEGORYCODE      PIC X(3).

01     SERIALCONTROLCHANGEREC.
       02 FILLER               PIC 9(8).
       02 NEWSERIALCONTROL     PIC X.

01     LIFECYCLECHANGEREC.
       02 FILLER               PIC 9(8).
       02 NEWLIFECYCLESTATUS   PIC X.
        88 VALIDLIFECYCLESTATUS VALUE "A" "D" "R".
        88 RETIREREQUESTED     VALUE "R".

01     BATCHHEADERREC.
       02 FILLER               PIC 9(2).
       02 BATCHHEADERDATE      PIC 9(8).
       02 CATEGORYCODE-BMF      PIC X(3).
       02 COSTPRICE-BMF         PIC 9(4)V99.
       02 EAN-BMF               PIC 9(13).
       02 SERIALCONTROL-BMF     PIC X.
       02 LIFECYCLESTATUS-BMF   PIC X.

FD     CONTROLTOTALSFILE.
01     CONTROLTOTALSREC         PIC X(80).
       02 CATEGORYCODE-NAF      PIC X(3).
       02 COSTPRICE-NAF         PIC 9(4)V99.
       02 EAN-NAF               PIC 9(13).
       02 SERIALCONTROL-NAF     PIC X.
       02 LIFECYCLESTATUS-NAF   PIC X.

FD     NEWSTOCKMANIFESTFILE.
01     NEWSTOCKMANIFESTREC.
       02 QTYRECEIVED-POR       PIC 9(4).
       02 ORDERDATE-POR         PIC 9(8).
       02 POSTATUS-POR          PIC X.
       02 UNITCOST-POR          PIC 9(4)V99.

FD     POREGISTERARCHIVEFILE.
01     POREGISTERARCHIVEREC     PIC X(39).

*>   Like PRICEHISTORYFILE, opened EXTEND and never truncated - one
*>   line per goods receipt booked against a PO line, carrying the
       02 FILLER                PIC X      VALUE SPACE.
       02 OPERATORID-BOF        PIC X(8).

*>   Append-only serial register: one line per movement of a
*>   serial-controlled unit. The current state of each serial is its
*>   last movement - received or returned units are in stock, a
*>   subtraction means sold, a vendor return means gone back to the
*>   supplier - so like the backorder log nothing is rewritten at end
*>   of run and the counter inquiry reads the same file.
FD     SERIALREGISTERFILE.
01     SERIALREGISTERREC.
       88 ENDOFSERIALREGISTERFILE VALUE HIGH-VALUES.
       02 SRDATE-SRF            PIC 9(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 SERIALNUMBER-SRF      PIC X(20).
       02 FILLER                PIC X      VALUE SPACE.
       02 GADGETID-SRF          PIC 9(6).
       02 FILLER                PIC X      VALUE SPACE.
       02 MOVEMENT-SRF          PIC X(10).
       02 FILLER                PIC X      VALUE SPACE.
       02 OPERATORID-SRF        PIC X(8).

WORKING-STORAGE SECTION.
01     BACKUPMASTERFILENAME    PIC X(40).
01     BACKUPTIMESTAMP         PIC X(21).
        88 NAMECHANGEERROR     VALUE "NAME CHANGE ERROR - NO SUCH RECORD IN MASTER".
        88 SUPPLIERCHANGEERROR VALUE "SUPPLIER CHANGE ERROR - NO RECORD IN MASTER".
        88 CATEGORYCHANGEERROR VALUE "CATEGORY CHANGE ERROR - NO RECORD IN MASTER".
        88 SERIALFLAGCHANGEERROR VALUE "SERIAL FLAG ERROR - NO RECORD IN MASTER".
        88 SERIALFLAGVALUEERROR VALUE "SERIAL FLAG ERROR - FLAG MUST BE Y OR N".
        88 SERIALFLAGSTOCKERROR VALUE "SERIAL FLAG ERROR - STOCK MUST BE ZERO".
        88 SERIALREQUIREDERROR VALUE "SERIAL ERROR - ONE SERIAL NUMBER PER MOVEMENT".
        88 SERIALONREGISTERERROR VALUE "SERIAL ERROR - ALREADY IN STOCK OR SOLD".
        88 SERIALNOTINSTOCKERROR VALUE "SERIAL ERROR - NOT IN STOCK FOR THIS GADGET".
        88 SERIALNOTSOLDERROR  VALUE "SERIAL ERROR - NOT SOLD AS THIS GADGET".
        88 LIFECYCLECHANGEERROR VALUE "LIFECYCLE ERROR - NO SUCH RECORD IN MASTER".
        88 LIFECYCLEVALUEERROR VALUE "LIFECYCLE ERROR - STATUS MUST BE A, D OR R".
        88 RETIREOPENERROR     VALUE "RETIRE ERROR - STOCK OR ORDERS STILL OPEN".

01     PRICECHANGETHRESHOLDPCT PIC 9(3)    VALUE 025.
01     PRICECHANGEPCT          PIC 9(5)V99.
           03 PORSTATUS         PIC X.
            88 POROPEN          VALUE "O".
            88 PORCLOSED        VALUE "C".
           03 PORUNITCOST       PIC 9(4)V99.
01     POREGISTERIDX            PIC 9(4).

01     POMATCHFOUNDSWITCH       PIC X VALUE "N".
       88 DELIVERYHISTORYFILEOK VALUE "00".
01     QTYDUEBEFORERECEIPT      PIC 9(4).

*>   Unit cost paid on a receipt - keyed on the transaction, or taken
*>   from the PO line it books against when the goods-in clerk left it
*>   blank - and the stock held before it, for re-averaging the cost.
01     RECEIPTUNITCOST          PIC 9(4)V99.
01     QTYBEFORERECEIPT         PIC 9(4).
01     AVERAGEDCOSTPRICE        PIC 9(4)V99.

01     EANXREFFILESTATUS        PIC XX.
       88 EANXREFFILEOK         VALUE "00".

       88 BACKORDERFOUND        VALUE "Y".
       88 BACKORDERNOTFOUND     VALUE "N".

*>   Discontinued gadgets the run retires itself once their stock,
*>   on-order and backorders have all run out.  Each is listed on the
*>   control totals so the buyers can see what dropped off the master.
01     RETIREDCOUNT             PIC 9(4) VALUE ZERO.
01     RETIREDTABLE.
       02 RETIREDENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON RETIREDCOUNT.
           03 RETGADGETID       PIC 9(6).
           03 RETGADGETNAME     PIC X(30).
01     RETIREDIDX               PIC 9(4).
01     RETIREDOVERFLOWCOUNT     PIC 9(4) VALUE ZERO.

01     RETIREMENTCLEARSWITCH    PIC X VALUE "N".
       88 RETIREMENTCLEAR       VALUE "Y".
       88 RETIREMENTBLOCKED     VALUE "N".

01     PRNRETIREDTOTAL.
       02 FILLER               PIC X(17) VALUE "GADGETS RETIRED: ".
       02 PRNRETIREDCOUNT      PIC ZZZ9.

01     PRNRETIREDLINE.
       02 FILLER               PIC X(4)  VALUE SPACES.
       02 PRNRETGADGETID       PIC 9(6).
       02 FILLER               PIC X(2)  VALUE SPACES.
       02 PRNRETGADGETNAME     PIC X(30).

01     BACKORDERWORKQTY         PIC 9(4).
01     BACKORDERRELEASEQTY      PIC 9(4).
01     BACKORDERSHORTFALL       PIC 9(4).
01     WORKBACKORDERGADGETID    PIC 9(6).
01     WORKBACKORDERTYPE        PIC X.

01     SERIALREGISTERFILESTATUS PIC XX.
       88 SERIALREGISTERFILEOK  VALUE "00".

01     SERIALREGISTERCOUNT      PIC 9(5) VALUE ZERO.
01     SERIALREGISTERTABLE.
       02 SERIALREGISTERENTRY OCCURS 0 TO 20000 TIMES
               DEPENDING ON SERIALREGISTERCOUNT.
           03 SRTSERIALNUMBER   PIC X(20).
           03 SRTGADGETID       PIC 9(6).
           03 SRTLASTMOVEMENT   PIC X(10).
            88 SRTINSTOCK       VALUE "GOODSRCVD" "RETURN".
            88 SRTSOLD          VALUE "SUBSTOCK".
            88 SRTBACKTOVENDOR  VALUE "RTVENDOR".
           03 SRTLASTDATE       PIC 9(8).
01     SERIALREGISTERIDX        PIC 9(5).

01     SERIALFOUNDSWITCH        PIC X VALUE "N".
       88 SERIALFOUND           VALUE "Y".
       88 SERIALNOTFOUND        VALUE "N".

01     SERIALCHECKSWITCH        PIC X VALUE "Y".
       88 SERIALMOVEMENTACCEPTED VALUE "Y".
       88 SERIALMOVEMENTREFUSED VALUE "N".

01     SERIALLOGGEDSWITCH       PIC X VALUE "N".
       88 SERIALALREADYLOGGED   VALUE "Y".
       88 SERIALNOTYETLOGGED    VALUE "N".

01     WORKSERIALNUMBER         PIC X(20).
01     WORKSERIALGADGETID       PIC 9(6).
01     WORKSERIALQTY            PIC 9(4).
01     WORKSERIALMOVEMENT       PIC X(10).
01     PROMOOLDPRICE            PIC 9(4)V99.
01     PROMONEWPRICE            PIC 9(4)V99.

       PERFORM LOADPOREGISTERTABLE
       PERFORM LOADEANXREFTABLE
       PERFORM LOADBACKORDERTABLE
       PERFORM LOADSERIALREGISTERTABLE
       PERFORM OPENAPPLIEDBATCHREGISTER
       IF NOT DRYRUNMODE
           PERFORM LOADPENDINGPRICES
       PERFORM UNTIL ENDOFMASTERFILE AND ENDOFTRANSFILE
           PERFORM SETINITIALSTATUS
           PERFORM PROCESSONETRANSACTION UNTIL GADGETID-TF NOT = CURRENTKEY
           IF RECORDINMASTER AND GADGETDISCONTINUED-NSF
               PERFORM CHECKGADGETFORRETIREMENT
           END-IF
           IF RECORDINMASTER
               IF NOT DRYRUNMODE
                   IF PENDINGPRICECOUNT > ZERO
       OPEN OUTPUT CONTROLTOTALSFILE
       MOVE PRNCONTROLTOTALS TO CONTROLTOTALSREC
       WRITE CONTROLTOTALSREC
       ADD RETIREDOVERFLOWCOUNT TO RETIREDCOUNT GIVING PRNRETIREDCOUNT
       DISPLAY PRNRETIREDTOTAL
       MOVE PRNRETIREDTOTAL TO CONTROLTOTALSREC
       WRITE CONTROLTOTALSREC
       PERFORM PRNONERETIREDGADGET
           VARYING RETIREDIDX FROM 1 BY 1
           UNTIL RETIREDIDX > RETIREDCOUNT
       CLOSE CONTROLTOTALSFILE.

PRNONERETIREDGADGET.
       MOVE RETGADGETID(RETIREDIDX)   TO PRNRETGADGETID
       MOVE RETGADGETNAME(RETIREDIDX) TO PRNRETGADGETNAME
       DISPLAY PRNRETIREDLINE
       MOVE PRNRETIREDLINE TO CONTROLTOTALSREC
       WRITE CONTROLTOTALSREC.

*>   Every batch job in the chain appends one summary line to the
*>   shared OPERATIONSLOGFILE - job name, run date, records in, records
*>   out, and rejects - so a single file gives an overview of everyone's
           WHEN NAMECHANGE        PERFORM APPLYNAMECHANGE
           WHEN SUPPLIERCHANGE    PERFORM APPLYSUPPLIERCHANGE
           WHEN CATEGORYCHANGE    PERFORM APPLYCATEGORYCHANGE
           WHEN SERIALCONTROLCHANGE PERFORM APPLYSERIALCONTROLCHANGE
           WHEN LIFECYCLECHANGE   PERFORM APPLYLIFECYCLECHANGE
       END-EVALUATE
       PERFORM READTRANSFILE.

               MOVE SUPPLIERID-IR   TO SUPPLIERID-NSF
               MOVE CATEGORYCODE-IR TO CATEGORYCODE-NSF
               MOVE COSTPRICE-IR    TO COSTPRICE-NSF
               MOVE "N"             TO SERIALCONTROL-NSF
               MOVE "A"             TO LIFECYCLESTATUS-NSF
               IF EAN-IR IS NUMERIC
                   MOVE EAN-IR TO EAN-NSF
               ELSE
           DISPLAY ERRORMESSAGE
           PERFORM LOGREJECT
       ELSE
           MOVE SERIALNUMBER-SUB TO WORKSERIALNUMBER
           MOVE QTYTOSUBTRACT    TO WORKSERIALQTY
           MOVE "SUBSTOCK"       TO WORKSERIALMOVEMENT
           PERFORM CHECKSERIALMOVEMENT
           IF SERIALMOVEMENTREFUSED
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
           IF QTYTOSUBTRACT > QTYINSTOCK-NSF
               IF BACKORDERMODE
                   PERFORM CAPTUREBACKORDERSHORTFALL
               PERFORM TAKESUBTRACTIONFROMLOCATIONS
               MOVE QTYINSTOCK-NSF TO AUDITNEWVALUE
               PERFORM LOGAUDIT
               PERFORM RECORDSERIALMOVEMENT
           END-IF
           END-IF
       END-IF.

           DISPLAY ERRORMESSAGE
           PERFORM LOGREJECT
       ELSE
           MOVE SERIALNUMBER-RET TO WORKSERIALNUMBER
           MOVE QTYRETURNED      TO WORKSERIALQTY
           MOVE "RETURN"         TO WORKSERIALMOVEMENT
           PERFORM CHECKSERIALMOVEMENT
           IF SERIALMOVEMENTREFUSED
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
               MOVE GADGETID-NSF   TO AUDITGADGETID
               MOVE "RETURN"       TO AUDITTXTYPE
               MOVE QTYINSTOCK-NSF TO AUDITOLDVALUE
               ADD QTYRETURNED TO QTYINSTOCK-NSF
               ADD QTYRETURNED TO QTYATLOCATION-NSF(SHOPFLOORLOCATION)
               MOVE QTYINSTOCK-NSF TO AUDITNEWVALUE
               PERFORM LOGAUDIT
               PERFORM RECORDSERIALMOVEMENT
           END-IF
       END-IF.

ZEROLOCATIONQUANTITIES.
           DISPLAY ERRORMESSAGE
           PERFORM LOGREJECT
       ELSE
           MOVE SERIALNUMBER-RTV TO WORKSERIALNUMBER
           MOVE QTYTOVENDOR      TO WORKSERIALQTY
           MOVE "RTVENDOR"       TO WORKSERIALMOVEMENT
           PERFORM CHECKSERIALMOVEMENT
           IF SERIALMOVEMENTREFUSED
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
           IF QTYTOVENDOR > QTYINSTOCK-NSF
               SET RTVSHORTSTOCK TO TRUE
               DISPLAY ERRORMESSAGE
               MOVE QTYINSTOCK-NSF TO AUDITNEWVALUE
               PERFORM LOGAUDIT
               PERFORM LOGRTVNOTE
               PERFORM RECORDSERIALMOVEMENT
           END-IF
           END-IF
       END-IF.

           MOVE NEWCATEGORYCODE TO CATEGORYCODE-NSF
       END-IF.

*>   Serial control is switched on only while the gadget has no stock
*>   on hand - units already on the shelf were never booked in by
*>   serial, so the first sale of one would have nothing on the
*>   register to match. Switching it off is allowed at any time; the
*>   register keeps its history for the warranty inquiry.
APPLYSERIALCONTROLCHANGE.
       IF RECORDNOTINMASTER
           SET SERIALFLAGCHANGEERROR TO TRUE
           DISPLAY ERRORMESSAGE
           PERFORM LOGREJECT
       ELSE
           IF NEWSERIALCONTROL NOT = "Y" AND NEWSERIALCONTROL NOT = "N"
               SET SERIALFLAGVALUEERROR TO TRUE
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
           IF NEWSERIALCONTROL = "Y" AND NOT SERIALCONTROLLED-NSF
                   AND QTYINSTOCK-NSF > ZERO
               SET SERIALFLAGSTOCKERROR TO TRUE
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
               MOVE GADGETID-NSF      TO AUDITGADGETID
               MOVE "SERIALCHG"       TO AUDITTXTYPE
               MOVE ZERO              TO AUDITOLDVALUE
               MOVE ZERO              TO AUDITNEWVALUE
               MOVE SERIALCONTROL-NSF TO STAGEDAUDITOLDTEXT
               MOVE NEWSERIALCONTROL  TO STAGEDAUDITNEWTEXT
               PERFORM LOGAUDIT
               MOVE NEWSERIALCONTROL TO SERIALCONTROL-NSF
           END-IF
           END-IF
       END-IF.

*>   A gadget is discontinued (D) to sell off what is left, and may be
*>   put back to active (A).  Retiring (R) by hand is only accepted once
*>   there is nothing left to sell, receive or owe a customer - the same
*>   test the run applies before retiring a discontinued gadget itself.
APPLYLIFECYCLECHANGE.
       IF RECORDNOTINMASTER
           SET LIFECYCLECHANGEERROR TO TRUE
           DISPLAY ERRORMESSAGE
           PERFORM LOGREJECT
       ELSE
           IF NOT VALIDLIFECYCLESTATUS
               SET LIFECYCLEVALUEERROR TO TRUE
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
           IF RETIREREQUESTED
               PERFORM CHECKRETIREMENTCLEAR
               IF RETIREMENTBLOCKED
                   SET RETIREOPENERROR TO TRUE
                   DISPLAY ERRORMESSAGE
                   PERFORM LOGREJECT
               ELSE
                   PERFORM RETIREGADGET
               END-IF
           ELSE
               MOVE GADGETID-NSF        TO AUDITGADGETID
               MOVE "LIFECYCLE"         TO AUDITTXTYPE
               MOVE ZERO                TO AUDITOLDVALUE
               MOVE ZERO                TO AUDITNEWVALUE
               MOVE LIFECYCLESTATUS-NSF TO STAGEDAUDITOLDTEXT
               MOVE NEWLIFECYCLESTATUS  TO STAGEDAUDITNEWTEXT
               PERFORM LOGAUDIT
               MOVE NEWLIFECYCLESTATUS TO LIFECYCLESTATUS-NSF
           END-IF
           END-IF
       END-IF.

*>   Once the last of a discontinued gadget's stock has gone, nothing
*>   is left on order and no customer is waiting on a backorder, the
*>   run raises the deletion itself rather than waiting for someone to
*>   key one.
CHECKGADGETFORRETIREMENT.
       PERFORM CHECKRETIREMENTCLEAR
       IF RETIREMENTCLEAR
           PERFORM RETIREGADGET
       END-IF.

CHECKRETIREMENTCLEAR.
       SET RETIREMENTCLEAR TO TRUE
       IF QTYINSTOCK-NSF > ZERO
           SET RETIREMENTBLOCKED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKONEPOLINEFORRETIREMENT
           VARYING POREGISTERIDX FROM 1 BY 1
           UNTIL POREGISTERIDX > POREGISTERCOUNT OR RETIREMENTBLOCKED
       IF RETIREMENTBLOCKED
           EXIT PARAGRAPH
       END-IF
       MOVE GADGETID-NSF TO WORKBACKORDERGADGETID
       PERFORM FINDBACKORDERENTRY
       IF BACKORDERFOUND AND BDOPENQTY(BACKORDERIDX) > ZERO
           SET RETIREMENTBLOCKED TO TRUE
       END-IF.

CHECKONEPOLINEFORRETIREMENT.
       IF PORGADGETID(POREGISTERIDX) = GADGETID-NSF
               AND POROPEN(POREGISTERIDX)
               AND PORQTYORDERED(POREGISTERIDX)
                   > PORQTYRECEIVED(POREGISTERIDX)
           SET RETIREMENTBLOCKED TO TRUE
       END-IF.

*>   Retirement is audited as the lifecycle change followed by an
*>   ordinary DELETE, so recovery and reconciliation replay it exactly
*>   as they would a keyed deletion.
RETIREGADGET.
       MOVE GADGETID-NSF        TO AUDITGADGETID
       MOVE "LIFECYCLE"         TO AUDITTXTYPE
       MOVE ZERO                TO AUDITOLDVALUE
       MOVE ZERO                TO AUDITNEWVALUE
       MOVE LIFECYCLESTATUS-NSF TO STAGEDAUDITOLDTEXT
       MOVE "R"                 TO STAGEDAUDITNEWTEXT
       PERFORM LOGAUDIT
       MOVE "R"                 TO LIFECYCLESTATUS-NSF
       MOVE GADGETID-NSF TO AUDITGADGETID
       MOVE "DELETE"     TO AUDITTXTYPE
       MOVE PRICE-NSF    TO AUDITOLDVALUE
       MOVE ZERO         TO AUDITNEWVALUE
       PERFORM LOGAUDIT
       PERFORM DROPEANSFORGADGET
       IF RETIREDCOUNT < 500
           ADD 1 TO RETIREDCOUNT
           MOVE GADGETID-NSF   TO RETGADGETID(RETIREDCOUNT)
           MOVE GADGETNAME-NSF TO RETGADGETNAME(RETIREDCOUNT)
       ELSE
           ADD 1 TO RETIREDOVERFLOWCOUNT
       END-IF
       SET RECORDNOTINMASTER TO TRUE.

APPLYCOSTCHANGE.
       IF RECORDNOTINMASTER
           SET COSTCHANGEERROR TO TRUE
*>   A goods receipt books the inbound delivery into stock like an
*>   ADDTOSTOCK, and also clears the quantity the reorder run recorded
*>   as on order so the gadget stops showing inbound stock it now holds.
*>   The unit cost paid re-averages the master cost price over the
*>   stock already held plus the receipt, so margins and the inventory
*>   posting follow supplier prices without waiting for a COSTCHANGE.
APPLYGOODSRECEIVED.
       IF RECORDNOTINMASTER
           SET GOODSRECEIVEDERROR TO TRUE
           DISPLAY ERRORMESSAGE
           PERFORM LOGREJECT
       ELSE
           MOVE SERIALNUMBER-GR TO WORKSERIALNUMBER
           MOVE QTYRECEIVED     TO WORKSERIALQTY
           MOVE "GOODSRCVD"     TO WORKSERIALMOVEMENT
           PERFORM CHECKSERIALMOVEMENT
           IF SERIALMOVEMENTREFUSED
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
               MOVE ZERO TO RECEIPTUNITCOST
               IF UNITCOST-GR IS NUMERIC
                   MOVE UNITCOST-GR TO RECEIPTUNITCOST
               END-IF
               MOVE QTYINSTOCK-NSF TO QTYBEFORERECEIPT
               MOVE GADGETID-NSF   TO AUDITGADGETID
               MOVE "GOODSRCVD"    TO AUDITTXTYPE
               MOVE QTYINSTOCK-NSF TO AUDITOLDVALUE
               ADD QTYRECEIVED TO QTYINSTOCK-NSF
               ADD QTYRECEIVED TO QTYATLOCATION-NSF(DEPOTLOCATION)
               MOVE QTYINSTOCK-NSF TO AUDITNEWVALUE
               PERFORM LOGAUDIT
               PERFORM RECORDSERIALMOVEMENT
               MOVE GADGETID-NSF TO ONORDERGADGETID
               PERFORM CLEARONORDERQUANTITY
               IF PONUMBER-GR IS NUMERIC AND PONUMBER-GR > ZERO
                   PERFORM MATCHRECEIPTTOPURCHASEORDER
               END-IF
               IF RECEIPTUNITCOST > ZERO AND QTYRECEIVED > ZERO
                   PERFORM REAVERAGECOSTPRICE
               END-IF
               IF BACKORDERCOUNT > ZERO AND NOT SKIPPINGFORRESTART
                   PERFORM RELEASEBACKORDERSFORGADGET
               END-IF
           END-IF
       END-IF.

*>   A receipt with no cost keyed and no priced PO line behind it
*>   leaves the cost price alone. The change is audited as AVGCOST
*>   with the old and new cost, which recovery replays and the
*>   reconciliation passes over the same way as a keyed COSTCHG.
REAVERAGECOSTPRICE.
       COMPUTE AVERAGEDCOSTPRICE ROUNDED =
           ((QTYBEFORERECEIPT * COSTPRICE-NSF)
               + (QTYRECEIVED * RECEIPTUNITCOST))
           / (QTYBEFORERECEIPT + QTYRECEIVED)
       IF AVERAGEDCOSTPRICE NOT = COSTPRICE-NSF
           MOVE GADGETID-NSF      TO AUDITGADGETID
           MOVE "AVGCOST"         TO AUDITTXTYPE
           MOVE COSTPRICE-NSF     TO AUDITOLDVALUE
           MOVE AVERAGEDCOSTPRICE TO AUDITNEWVALUE
           PERFORM LOGAUDIT
           MOVE AVERAGEDCOSTPRICE TO COSTPRICE-NSF
       END-IF.

MATCHRECEIPTTOPURCHASEORDER.
       SET POMATCHNOTFOUND TO TRUE
       PERFORM BOOKRECEIPTAGAINSTONEPOLINE
               AND PORGADGETID(POREGISTERIDX) = GADGETID-TF
               AND POROPEN(POREGISTERIDX)
           SET POMATCHFOUND TO TRUE
           IF RECEIPTUNITCOST = ZERO
               MOVE PORUNITCOST(POREGISTERIDX) TO RECEIPTUNITCOST
           END-IF
           COMPUTE QTYDUEBEFORERECEIPT = PORQTYORDERED(POREGISTERIDX)
               - PORQTYRECEIVED(POREGISTERIDX)
           PERFORM LOGDELIVERYHISTORY
           AT END SET ENDOFBACKORDERFILE TO TRUE
       END-READ.

*>   A serial-controlled gadget moves one unit at a time, each named
*>   by its serial number, and the register must agree the unit is in
*>   the right state for the movement: a receipt must not duplicate a
*>   unit already in stock or sold (a unit that went back to the
*>   supplier may come in again), a sale or vendor return must take a
*>   unit in stock, a customer return must bring back a unit sold.
*>   Serials are held per gadget, since two makers may number alike.
*>   On a restart the uncheckpointed tail of the interrupted run is
*>   applied again, so a serial whose last movement is this same one
*>   on this same run date is taken as already booked.
CHECKSERIALMOVEMENT.
       SET SERIALMOVEMENTACCEPTED TO TRUE
       SET SERIALNOTYETLOGGED TO TRUE
       IF NOT SERIALCONTROLLED-NSF
           EXIT PARAGRAPH
       END-IF
       IF WORKSERIALNUMBER = SPACES OR WORKSERIALQTY NOT = 1
           SET SERIALREQUIREDERROR TO TRUE
           SET SERIALMOVEMENTREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE GADGETID-NSF TO WORKSERIALGADGETID
       PERFORM FINDSERIALREGISTERENTRY
       IF RESTARTING AND SERIALFOUND
           IF SRTLASTMOVEMENT(SERIALREGISTERIDX) = WORKSERIALMOVEMENT
                   AND SRTLASTDATE(SERIALREGISTERIDX) = RUNDATE
               SET SERIALALREADYLOGGED TO TRUE
               EXIT PARAGRAPH
           END-IF
       END-IF
       EVALUATE WORKSERIALMOVEMENT
           WHEN "GOODSRCVD"
               IF SERIALFOUND
                   IF NOT SRTBACKTOVENDOR(SERIALREGISTERIDX)
                       SET SERIALONREGISTERERROR TO TRUE
                       SET SERIALMOVEMENTREFUSED TO TRUE
                   END-IF
               END-IF
           WHEN "RETURN"
               IF SERIALNOTFOUND
                   SET SERIALNOTSOLDERROR TO TRUE
                   SET SERIALMOVEMENTREFUSED TO TRUE
               ELSE
                   IF NOT SRTSOLD(SERIALREGISTERIDX)
                       SET SERIALNOTSOLDERROR TO TRUE
                       SET SERIALMOVEMENTREFUSED TO TRUE
                   END-IF
               END-IF
           WHEN OTHER
               IF SERIALNOTFOUND
                   SET SERIALNOTINSTOCKERROR TO TRUE
                   SET SERIALMOVEMENTREFUSED TO TRUE
               ELSE
                   IF NOT SRTINSTOCK(SERIALREGISTERIDX)
                       SET SERIALNOTINSTOCKERROR TO TRUE
                       SET SERIALMOVEMENTREFUSED TO TRUE
                   END-IF
               END-IF
       END-EVALUATE.

*>   Called once the movement has been applied, with the table
*>   position CHECKSERIALMOVEMENT left behind. The table is kept
*>   current even on a verify run so later movements of the same unit
*>   in the file are checked against it.
RECORDSERIALMOVEMENT.
       IF NOT SERIALCONTROLLED-NSF OR SERIALALREADYLOGGED
           EXIT PARAGRAPH
       END-IF
       IF SERIALNOTFOUND
           ADD 1 TO SERIALREGISTERCOUNT
           MOVE SERIALREGISTERCOUNT TO SERIALREGISTERIDX
           MOVE WORKSERIALNUMBER
               TO SRTSERIALNUMBER(SERIALREGISTERIDX)
           MOVE WORKSERIALGADGETID TO SRTGADGETID(SERIALREGISTERIDX)
       END-IF
       MOVE WORKSERIALMOVEMENT TO SRTLASTMOVEMENT(SERIALREGISTERIDX)
       MOVE RUNDATE            TO SRTLASTDATE(SERIALREGISTERIDX)
       PERFORM LOGSERIALMOVEMENT.

LOGSERIALMOVEMENT.
       IF DRYRUNMODE OR SKIPPINGFORRESTART
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND SERIALREGISTERFILE
       IF NOT SERIALREGISTERFILEOK
           OPEN OUTPUT SERIALREGISTERFILE
       END-IF
       MOVE SPACES             TO SERIALREGISTERREC
       MOVE RUNDATE            TO SRDATE-SRF
       MOVE WORKSERIALNUMBER   TO SERIALNUMBER-SRF
       MOVE WORKSERIALGADGETID TO GADGETID-SRF
       MOVE WORKSERIALMOVEMENT TO MOVEMENT-SRF
       MOVE AUDITOPERATORSTAMP TO OPERATORID-SRF
       WRITE SERIALREGISTERREC
       CLOSE SERIALREGISTERFILE.

FINDSERIALREGISTERENTRY.
       SET SERIALNOTFOUND TO TRUE
       PERFORM CHECKONESERIALREGISTERENTRY
           VARYING SERIALREGISTERIDX FROM 1 BY 1
           UNTIL SERIALREGISTERIDX > SERIALREGISTERCOUNT OR SERIALFOUND.

CHECKONESERIALREGISTERENTRY.
       IF SRTSERIALNUMBER(SERIALREGISTERIDX) = WORKSERIALNUMBER
               AND SRTGADGETID(SERIALREGISTERIDX) = WORKSERIALGADGETID
           SET SERIALFOUND TO TRUE
           SUBTRACT 1 FROM SERIALREGISTERIDX
       END-IF.

*>   A missing serial register (nothing serial-controlled has moved
*>   yet) is not an error.
LOADSERIALREGISTERTABLE.
       OPEN INPUT SERIALREGISTERFILE
       IF SERIALREGISTERFILEOK
           READ SERIALREGISTERFILE
               AT END SET ENDOFSERIALREGISTERFILE TO TRUE
           END-READ
           PERFORM STOREONESERIALREGISTERRECORD
               UNTIL ENDOFSERIALREGISTERFILE
           CLOSE SERIALREGISTERFILE
       END-IF.

STOREONESERIALREGISTERRECORD.
       MOVE SERIALNUMBER-SRF TO WORKSERIALNUMBER
       MOVE GADGETID-SRF     TO WORKSERIALGADGETID
       PERFORM FINDSERIALREGISTERENTRY
       IF SERIALNOTFOUND
           ADD 1 TO SERIALREGISTERCOUNT
           MOVE SERIALREGISTERCOUNT TO SERIALREGISTERIDX
           MOVE SERIALNUMBER-SRF TO SRTSERIALNUMBER(SERIALREGISTERIDX)
           MOVE GADGETID-SRF     TO SRTGADGETID(SERIALREGISTERIDX)
       END-IF
       MOVE MOVEMENT-SRF TO SRTLASTMOVEMENT(SERIALREGISTERIDX)
       MOVE SRDATE-SRF   TO SRTLASTDATE(SERIALREGISTERIDX)
       READ SERIALREGISTERFILE
           AT END SET ENDOFSERIALREGISTERFILE TO TRUE
       END-READ.

*>   An EAN already on the cross reference is repointed rather than
*>   duplicated - a barcode can only ever name one gadget.
REGISTEREANFORGADGET.
       MOVE QTYRECEIVED-POR TO PORQTYRECEIVED(POREGISTERCOUNT)
       MOVE ORDERDATE-POR   TO PORORDERDATE(POREGISTERCOUNT)
       MOVE POSTATUS-POR    TO PORSTATUS(POREGISTERCOUNT)
       IF UNITCOST-POR IS NUMERIC
           MOVE UNITCOST-POR TO PORUNITCOST(POREGISTERCOUNT)
       ELSE
           MOVE ZERO         TO PORUNITCOST(POREGISTERCOUNT)
       END-IF
       READ POREGISTERFILE
           AT END SET ENDOFPOREGISTERFILE TO TRUE
       END-READ.
       MOVE PORQTYRECEIVED(POREGISTERIDX) TO QTYRECEIVED-POR
       MOVE PORORDERDATE(POREGISTERIDX)   TO ORDERDATE-POR
       MOVE PORSTATUS(POREGISTERIDX)      TO POSTATUS-POR
       MOVE PORUNITCOST(POREGISTERIDX)    TO UNITCOST-POR
       IF PORCLOSED(POREGISTERIDX)
           MOVE POREGISTERREC TO POREGISTERARCHIVEREC
           WRITE POREGISTERARCHIVEREC
