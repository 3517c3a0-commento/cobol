           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LABELPRINTFILESTATUS.

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
        88 SERIALCONTROLLED-MF VALUE "Y".
       02 LIFECYCLESTATUS-MF   PIC X.

FD     INTRADAYTRANSFILE.
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
       02 QTYRETURNED          PIC 9(4).
       02 RETURNREASONCODE     PIC 9(2).
       02 SERIALNUMBER-RET     PIC X(20).

01     GOODSRECEIVEDREC.
       02 FILLER               PIC 9(8).
       02 QTYRECEIVED          PIC 9(4).
       02 PONUMBER-GR          PIC 9(6).
       02 UNITCOST-GR          PIC 9(4)V99.
       02 SERIALNUMBER-GR      PIC X(20).

01     TRANSFERSTOCKREC.
       02 FILLER               PIC 9(8).
       02 QTYTOVENDOR          PIC 9(4).
       02 RTVREASONCODE        PIC 9(2).
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
       02 QTYRECEIVED-POR       PIC 9(4).
       02 ORDERDATE-POR         PIC 9(8).
       02 POSTATUS-POR          PIC X.
       02 UNITCOST-POR          PIC 9(4)V99.

FD     POREGISTERARCHIVEFILE.
01     POREGISTERARCHIVEREC     PIC X(39).

FD     DELIVERYHISTORYFILE.
01     DELIVERYHISTORYREC.
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

*>   The nightly run's serial register - read whole at start and
*>   appended to as each serial-controlled unit moves.
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
01     MASTERSTOCKFILESTATUS    PIC XX.
       88 MASTERSTOCKFILEOK     VALUE "00".
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
        88 RETIREINTRADAYERROR VALUE "RETIRE ERROR - ONLY IN THE NIGHTLY RUN".

01     FILLER                  PIC X VALUE "n".
       88 RECORDINMASTER       VALUE "y".
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

       88 WRITEOFFSFILEOK       VALUE "00".
01     WRITEOFFCOSTVALUE        PIC 9(8)V99.

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

01     WORKSERIALNUMBER         PIC X(20).
01     WORKSERIALGADGETID       PIC 9(6).
01     WORKSERIALQTY            PIC 9(4).
01     WORKSERIALMOVEMENT       PIC X(10).

01     MOVEMENTHISTORYFILESTATUS PIC XX.
       88 MOVEMENTHISTORYFILEOK VALUE "00".

       PERFORM OPENONORDERFILE
       PERFORM LOADPOREGISTERTABLE
       PERFORM LOADEANXREFTABLE
       PERFORM LOADSERIALREGISTERTABLE
       PERFORM OPENAPPLIEDBATCHREGISTER

       PERFORM READONETRANSRECORD
                   WHEN NAMECHANGE        PERFORM APPLYNAMECHANGE
                   WHEN SUPPLIERCHANGE    PERFORM APPLYSUPPLIERCHANGE
                   WHEN CATEGORYCHANGE    PERFORM APPLYCATEGORYCHANGE
                   WHEN SERIALCONTROLCHANGE
                       PERFORM APPLYSERIALCONTROLCHANGE
                   WHEN LIFECYCLECHANGE   PERFORM APPLYLIFECYCLECHANGE
               END-EVALUATE
       END-EVALUATE
       PERFORM READONETRANSRECORD.
               MOVE SUPPLIERID-IR   TO SUPPLIERID-MF
               MOVE CATEGORYCODE-IR TO CATEGORYCODE-MF
               MOVE COSTPRICE-IR    TO COSTPRICE-MF
               MOVE "N"             TO SERIALCONTROL-MF
               MOVE "A"             TO LIFECYCLESTATUS-MF
               IF EAN-IR IS NUMERIC
                   MOVE EAN-IR TO EAN-MF
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
           IF QTYTOSUBTRACT > QTYINSTOCK-MF
               SET SUBWOULDGONEGATIVE TO TRUE
               DISPLAY ERRORMESSAGE
               MOVE QTYINSTOCK-MF TO AUDITNEWVALUE
               REWRITE MASTERSTOCKREC
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
               MOVE GADGETID-MF   TO AUDITGADGETID
               MOVE "RETURN"      TO AUDITTXTYPE
               MOVE QTYINSTOCK-MF TO AUDITOLDVALUE
               ADD QTYRETURNED TO QTYINSTOCK-MF
               ADD QTYRETURNED TO QTYATLOCATION-MF(SHOPFLOORLOCATION)
               MOVE QTYINSTOCK-MF TO AUDITNEWVALUE
               REWRITE MASTERSTOCKREC
               PERFORM LOGAUDIT
               PERFORM RECORDSERIALMOVEMENT
           END-IF
       END-IF.

APPLYGOODSRECEIVED.
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
               MOVE QTYINSTOCK-MF TO QTYBEFORERECEIPT
               MOVE GADGETID-MF   TO AUDITGADGETID
               MOVE "GOODSRCVD"   TO AUDITTXTYPE
               MOVE QTYINSTOCK-MF TO AUDITOLDVALUE
               ADD QTYRECEIVED TO QTYINSTOCK-MF
               ADD QTYRECEIVED TO QTYATLOCATION-MF(DEPOTLOCATION)
               MOVE QTYINSTOCK-MF TO AUDITNEWVALUE
               REWRITE MASTERSTOCKREC
               PERFORM LOGAUDIT
               PERFORM RECORDSERIALMOVEMENT
               PERFORM CLEARONORDERQUANTITY
               IF PONUMBER-GR IS NUMERIC AND PONUMBER-GR > ZERO
                   PERFORM MATCHRECEIPTTOPURCHASEORDER
               END-IF
               IF RECEIPTUNITCOST > ZERO AND QTYRECEIVED > ZERO
                   PERFORM REAVERAGECOSTPRICE
               END-IF
           END-IF
       END-IF.

*>   The same weighted-average costing as the nightly run - the cost
*>   paid re-averages the master cost over the stock held before the
*>   receipt, audited as AVGCOST with the old and new cost.
REAVERAGECOSTPRICE.
       COMPUTE AVERAGEDCOSTPRICE ROUNDED =
           ((QTYBEFORERECEIPT * COSTPRICE-MF)
               + (QTYRECEIVED * RECEIPTUNITCOST))
           / (QTYBEFORERECEIPT + QTYRECEIVED)
       IF AVERAGEDCOSTPRICE NOT = COSTPRICE-MF
           MOVE GADGETID-MF       TO AUDITGADGETID
           MOVE "AVGCOST"         TO AUDITTXTYPE
           MOVE COSTPRICE-MF      TO AUDITOLDVALUE
           MOVE AVERAGEDCOSTPRICE TO AUDITNEWVALUE
           MOVE AVERAGEDCOSTPRICE TO COSTPRICE-MF
           REWRITE MASTERSTOCKREC
           PERFORM LOGAUDIT
       END-IF.

*>   The same PO-register matching as the nightly run: a receipt that
               AND PORGADGETID(POREGISTERIDX) = GADGETID-TF
               AND POROPEN(POREGISTERIDX)
           SET POMATCHFOUND TO TRUE
           IF RECEIPTUNITCOST = ZERO
               MOVE PORUNITCOST(POREGISTERIDX) TO RECEIPTUNITCOST
           END-IF
           COMPUTE QTYDUEBEFORERECEIPT = PORQTYORDERED(POREGISTERIDX)
               - PORQTYRECEIVED(POREGISTERIDX)
           PERFORM LOGDELIVERYHISTORY
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
           IF QTYTOVENDOR > QTYINSTOCK-MF
               SET RTVSHORTSTOCK TO TRUE
               DISPLAY ERRORMESSAGE
               REWRITE MASTERSTOCKREC
               PERFORM LOGAUDIT
               PERFORM LOGRTVNOTE
               PERFORM RECORDSERIALMOVEMENT
           END-IF
           END-IF
       END-IF.

           PERFORM LOGAUDIT
       END-IF.

*>   The same rule as the nightly run - control goes on only while
*>   there is no unserialised stock on the shelf.
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
           IF NEWSERIALCONTROL = "Y" AND NOT SERIALCONTROLLED-MF
                   AND QTYINSTOCK-MF > ZERO
               SET SERIALFLAGSTOCKERROR TO TRUE
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
               MOVE GADGETID-MF      TO AUDITGADGETID
               MOVE "SERIALCHG"      TO AUDITTXTYPE
               MOVE ZERO             TO AUDITOLDVALUE
               MOVE ZERO             TO AUDITNEWVALUE
               MOVE SERIALCONTROL-MF TO STAGEDAUDITOLDTEXT
               MOVE NEWSERIALCONTROL TO STAGEDAUDITNEWTEXT
               MOVE NEWSERIALCONTROL TO SERIALCONTROL-MF
               REWRITE MASTERSTOCKREC
               PERFORM LOGAUDIT
           END-IF
           END-IF
       END-IF.

*>   Discontinuing or reinstating a gadget takes effect at once.
*>   Retirement needs the backorder position, which only the nightly
*>   run holds, so it is left to that run.
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
               SET RETIREINTRADAYERROR TO TRUE
               DISPLAY ERRORMESSAGE
               PERFORM LOGREJECT
           ELSE
               MOVE GADGETID-MF        TO AUDITGADGETID
               MOVE "LIFECYCLE"        TO AUDITTXTYPE
               MOVE ZERO               TO AUDITOLDVALUE
               MOVE ZERO               TO AUDITNEWVALUE
               MOVE LIFECYCLESTATUS-MF TO STAGEDAUDITOLDTEXT
               MOVE NEWLIFECYCLESTATUS TO STAGEDAUDITNEWTEXT
               MOVE NEWLIFECYCLESTATUS TO LIFECYCLESTATUS-MF
               REWRITE MASTERSTOCKREC
               PERFORM LOGAUDIT
           END-IF
           END-IF
       END-IF.

*>   The nightly run's serial checks, against the register as it
*>   stands when the batch is applied. There is no restart here, so
*>   every accepted movement is written straight to the register.
CHECKSERIALMOVEMENT.
       SET SERIALMOVEMENTACCEPTED TO TRUE
       IF NOT SERIALCONTROLLED-MF
           EXIT PARAGRAPH
       END-IF
       IF WORKSERIALNUMBER = SPACES OR WORKSERIALQTY NOT = 1
           SET SERIALREQUIREDERROR TO TRUE
           SET SERIALMOVEMENTREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE GADGETID-MF TO WORKSERIALGADGETID
       PERFORM FINDSERIALREGISTERENTRY
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

RECORDSERIALMOVEMENT.
       IF NOT SERIALCONTROLLED-MF
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

APPLYCOSTCHANGE.
       IF RECORDNOTINMASTER
           SET COSTCHANGEERROR TO TRUE
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
