IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPLIERINVOICEMATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUPPLIERINVOICEFILE ASSIGN TO "SupplierInvoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIERINVOICEFILESTATUS.

       SELECT POREGISTERFILE ASSIGN TO "PurchaseOrderRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POREGISTERFILESTATUS.

       SELECT POREGISTERARCHIVEFILE ASSIGN TO "PoRegisterArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POREGISTERARCHIVEFILESTATUS.

       SELECT DELIVERYHISTORYFILE ASSIGN TO "DeliveryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELIVERYHISTORYFILESTATUS.

       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWSTOCKFILESTATUS.

       SELECT SUPPLIERMASTERFILE ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   What is owed to each supplier - one invoice entry per supplier
*>   invoice once every line on it has matched, one payment entry per
*>   invoice the payment run clears. SUPPLIERPAYMENTRUN pays from it
*>   and GLJOURNALEXTRACT posts both sides of it.
       SELECT PAYABLESLEDGERFILE ASSIGN TO "PayablesLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYABLESLEDGERFILESTATUS.

*>   The VAT keyed with each supplier invoice. It goes onto the
*>   payables ledger with the invoice, since the supplier is owed it,
*>   and is stamped with this run's date so VATRETURN claims it in the
*>   quarter the GL first carries it.
       SELECT SUPPLIERINVOICEVATFILE ASSIGN TO "SupplierInvoiceVat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIERINVOICEVATFILESTATUS.

       SELECT INVOICEMATCHREPORTFILE ASSIGN TO "SupplierInvoiceMatch.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     SUPPLIERINVOICEFILE.
01     SUPPLIERINVOICEREC.
       88 ENDOFSUPPLIERINVOICES  VALUE HIGH-VALUES.
       02 SUPPLIERID-SIF         PIC 9(4).
       02 INVOICENUMBER-SIF      PIC X(12).
       02 INVOICEDATE-SIF        PIC 9(8).
       02 PONUMBER-SIF           PIC 9(6).
       02 GADGETID-SIF           PIC 9(6).
       02 QTYINVOICED-SIF        PIC 9(4).
       02 UNITPRICE-SIF          PIC 9(4)V99.
       02 MATCHSTATUS-SIF        PIC X.
        88 INVOICEUNMATCHED      VALUE "U".
        88 INVOICEMATCHED        VALUE "M".
        88 INVOICEVARIANCEHELD   VALUE "V".
        88 INVOICEVARIANCEAGREED VALUE "A".
        88 INVOICEPOSTED         VALUE "P".
       02 MATCHDATE-SIF          PIC 9(8).
       02 OPERATORID-SIF         PIC X(8).

FD     POREGISTERFILE.
01     POREGISTERREC.
       88 ENDOFPOREGISTERFILE    VALUE HIGH-VALUES.
       02 PONUMBER-POR           PIC 9(6).
       02 GADGETID-POR           PIC 9(6).
       02 SUPPLIERID-POR         PIC 9(4).
       02 QTYORDERED-POR         PIC 9(4).
       02 QTYRECEIVED-POR        PIC 9(4).
       02 ORDERDATE-POR          PIC 9(8).
       02 POSTATUS-POR           PIC X.
       02 UNITCOST-POR           PIC 9(4)V99.

*>   Archived lines are register lines the stock update closed and
*>   moved out - same layout, so they load through the register
*>   record.
FD     POREGISTERARCHIVEFILE.
01     POREGISTERARCHIVEREC      PIC X(39).
       88 ENDOFPOREGISTERARCHIVE VALUE HIGH-VALUES.

FD     DELIVERYHISTORYFILE.
01     DELIVERYHISTORYREC.
       88 ENDOFDELIVERYHISTORY   VALUE HIGH-VALUES.
       02 SUPPLIERID-DHF         PIC 9(4).
       02 FILLER                 PIC X.
       02 PONUMBER-DHF           PIC 9(6).
       02 FILLER                 PIC X.
       02 GADGETID-DHF           PIC 9(6).
       02 FILLER                 PIC X.
       02 ORDERDATE-DHF          PIC 9(8).
       02 FILLER                 PIC X.
       02 RECEIVEDDATE-DHF       PIC 9(8).
       02 FILLER                 PIC X.
       02 QTYDUE-DHF             PIC 9(4).
       02 FILLER                 PIC X.
       02 QTYDELIVERED-DHF       PIC 9(4).

FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       88 ENDOFNEWSTOCKFILE      VALUE HIGH-VALUES.
       02 GADGETID-NSF           PIC 9(6).
       02 GADGETNAME-NSF         PIC X(30).
       02 QTYINSTOCK-NSF         PIC 9(4).
       02 PRICE-NSF              PIC 9(4)V99.
       02 SUPPLIERID-NSF         PIC 9(4).
       02 QTYATLOCATION-NSF      PIC 9(4) OCCURS 3 TIMES.
       02 CATEGORYCODE-NSF       PIC X(3).
       02 COSTPRICE-NSF          PIC 9(4)V99.
       02 EAN-NSF                PIC 9(13).
       02 SERIALCONTROL-NSF      PIC X.
       02 LIFECYCLESTATUS-NSF    PIC X.

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       88 ENDOFSUPPLIERMASTERFILE VALUE HIGH-VALUES.
       02 SUPPLIERID-SMF         PIC 9(4).
       02 SUPPLIERNAME-SMF       PIC X(30).
       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     PAYABLESLEDGERFILE.
01     PAYABLESLEDGERREC.
       02 SUPPLIERID-PLF         PIC 9(4).
       02 ENTRYTYPE-PLF          PIC X.
        88 PAYABLEINVOICE        VALUE "I".
        88 PAYABLEPAYMENT        VALUE "P".
       02 INVOICENUMBER-PLF      PIC X(12).
       02 AMOUNT-PLF             PIC 9(7)V99.
       02 ENTRYDATE-PLF          PIC 9(8).
       02 DUEDATE-PLF            PIC 9(8).

FD     SUPPLIERINVOICEVATFILE.
01     SUPPLIERINVOICEVATREC.
       88 ENDOFSUPPLIERINVOICEVAT VALUE HIGH-VALUES.
       02 SUPPLIERID-SIV         PIC 9(4).
       02 FILLER                 PIC X.
       02 INVOICENUMBER-SIV      PIC X(12).
       02 FILLER                 PIC X.
       02 INVOICEDATE-SIV        PIC 9(8).
       02 FILLER                 PIC X.
       02 NETAMOUNT-SIV          PIC 9(7)V99.
       02 FILLER                 PIC X.
       02 VATAMOUNT-SIV          PIC 9(7)V99.
       02 FILLER                 PIC X.
       02 POSTEDDATE-SIV         PIC 9(8).
       02 FILLER                 PIC X.
       02 OPERATORID-SIV         PIC X(8).

FD     INVOICEMATCHREPORTFILE.
01     MATCHPRINTLINE            PIC X(132).

WORKING-STORAGE SECTION.
01     SUPPLIERINVOICEFILESTATUS PIC XX.
       88 SUPPLIERINVOICEFILEOK  VALUE "00".
01     POREGISTERFILESTATUS      PIC XX.
       88 POREGISTERFILEOK       VALUE "00".
01     POREGISTERARCHIVEFILESTATUS PIC XX.
       88 POREGISTERARCHIVEFILEOK  VALUE "00".
01     DELIVERYHISTORYFILESTATUS PIC XX.
       88 DELIVERYHISTORYFILEOK  VALUE "00".
01     NEWSTOCKFILESTATUS        PIC XX.
       88 NEWSTOCKFILEOK         VALUE "00".
01     PAYABLESLEDGERFILESTATUS  PIC XX.
       88 PAYABLESLEDGERFILEOK   VALUE "00".

01     RUNDATEENTRY              PIC X(8)    VALUE SPACES.
01     RUNDATE                   PIC 9(8).

*>   Tolerances default to none on quantity and two percent on price;
*>   accounts can widen either for a run when a supplier rounds.
01     QTYTOLERANCEENTRY         PIC X(4)    VALUE SPACES.
01     QTYTOLERANCE              PIC 9(4)    VALUE ZERO.
01     PRICETOLERANCEENTRY       PIC X(5)    VALUE SPACES.
01     PRICETOLERANCE            PIC 9(3)V99 VALUE 2.

*>   Every PO line ever raised, open from the register and closed from
*>   the archive, with what was delivered against it according to the
*>   delivery history and what has already been invoiced and matched.
01     POLINECOUNT               PIC 9(4)    VALUE ZERO.
01     POLINETABLE.
       02 POLINE OCCURS 0 TO 5000 TIMES DEPENDING ON POLINECOUNT.
           03 POLPONUMBER        PIC 9(6).
           03 POLGADGETID        PIC 9(6).
           03 POLSUPPLIERID      PIC 9(4).
           03 POLQTYORDERED      PIC 9(4).
           03 POLQTYRECEIVED     PIC 9(4).
           03 POLUNITCOST        PIC 9(4)V99.
           03 POLQTYDELIVERED    PIC 9(5).
           03 POLQTYINVOICED     PIC 9(5).
01     POLINEIDX                 PIC 9(4).
01     FOUNDPOLINEIDX            PIC 9(4).
01     POLINEFOUNDSWITCH         PIC X VALUE "N".
       88 POLINEFOUND            VALUE "Y".
01     FINDPONUMBER              PIC 9(6).
01     FINDGADGETID              PIC 9(6).

01     GADGETCOUNT               PIC 9(4)    VALUE ZERO.
01     GADGETCOSTTABLE.
       02 GADGETCOST OCCURS 0 TO 2000 TIMES DEPENDING ON GADGETCOUNT
               ASCENDING KEY IS GADGETID-GCT
               INDEXED BY GCTIDX.
           03 GADGETID-GCT       PIC 9(6).
           03 COSTPRICE-GCT      PIC 9(4)V99.

01     INVOICELINECOUNTONFILE    PIC 9(4)    VALUE ZERO.
01     INVOICELINETABLE.
       02 INVOICELINE OCCURS 0 TO 5000 TIMES
               DEPENDING ON INVOICELINECOUNTONFILE.
           03 INVOICELINEREC     PIC X(63).
01     INVOICELINEIDX            PIC 9(4).
01     OTHERLINEIDX              PIC 9(4).

*>   Terms default to thirty days for a supplier whose master row
*>   predates the terms column.
01     SUPPLIERCOUNT             PIC 9(4)    VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIER OCCURS 0 TO 500 TIMES DEPENDING ON SUPPLIERCOUNT
               ASCENDING KEY IS SUPPLIERID-ST
               INDEXED BY SUPIDX.
           03 SUPPLIERID-ST      PIC 9(4).
           03 PAYMENTTERMS-ST    PIC 9(3).
01     DEFAULTPAYMENTTERMS       PIC 9(3)    VALUE 30.
01     INVOICETERMSDAYS          PIC 9(3).

01     INVOICECOMPLETESWITCH     PIC X VALUE "N".
       88 INVOICECOMPLETE        VALUE "Y".
01     POSTINVOICEVALUE          PIC 9(7)V99.
01     POSTSUPPLIERID            PIC 9(4).
01     POSTINVOICENUMBER         PIC X(12).
01     INVOICESPOSTEDCOUNT       PIC 9(5)    VALUE ZERO.
01     POSTINVOICEVAT            PIC 9(7)V99.
01     VATPOSTED                 PIC 9(9)V99 VALUE ZERO.

01     SUPPLIERINVOICEVATFILESTATUS PIC XX.
       88 SUPPLIERINVOICEVATFILEOK  VALUE "00".
01     INVOICEVATCOUNT           PIC 9(4)    VALUE ZERO.
01     INVOICEVATTABLE.
       02 INVOICEVATLINE OCCURS 0 TO 5000 TIMES
               DEPENDING ON INVOICEVATCOUNT.
           03 INVOICEVATREC      PIC X(64).
01     INVOICEVATIDX             PIC 9(4).
01     VALUEPOSTED               PIC 9(9)V99 VALUE ZERO.

01     RECEIVEDQTY               PIC 9(5).
01     AVAILABLETOINVOICE        PIC S9(5).
01     EXPECTEDUNITPRICE         PIC 9(4)V99.
01     PRICEVARIANCEPERCENT      PIC 9(5)V99.
01     INVOICELINEVALUE          PIC 9(7)V99.
01     UNINVOICEDQTY             PIC 9(5).
01     UNINVOICEDVALUE           PIC 9(7)V99.

01     QTYVARIANCESWITCH         PIC X VALUE "N".
       88 QTYVARIANCE            VALUE "Y".
01     PRICEVARIANCESWITCH       PIC X VALUE "N".
       88 PRICEVARIANCE          VALUE "Y".

01     LINESMATCHEDCOUNT         PIC 9(5)    VALUE ZERO.
01     LINESHELDCOUNT            PIC 9(5)    VALUE ZERO.
01     LINESAGREEDCOUNT          PIC 9(5)    VALUE ZERO.
01     VALUEMATCHED              PIC 9(9)V99 VALUE ZERO.
01     VALUEHELD                 PIC 9(9)V99 VALUE ZERO.
01     UNINVOICEDLINECOUNT       PIC 9(5)    VALUE ZERO.
01     UNINVOICEDTOTALVALUE      PIC 9(9)V99 VALUE ZERO.

01     MATCHHEADINGLINE.
       02 FILLER                 PIC X(43)
               VALUE "SUPPLIER INVOICE THREE-WAY MATCH - RUN DATE".
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNRUNDATE             PIC 9(8).
       02 FILLER                 PIC X(16)  VALUE "  QTY TOLERANCE ".
       02 PRNQTYTOLERANCE        PIC ZZZ9.
       02 FILLER                 PIC X(18)  VALUE "  PRICE TOLERANCE ".
       02 PRNPRICETOLERANCE      PIC ZZ9.99.
       02 FILLER                 PIC X      VALUE "%".

01     MATCHTOPICLINE.
       02 FILLER                 PIC X(6)   VALUE "SUPP".
       02 FILLER                 PIC X(13)  VALUE "INVOICE".
       02 FILLER                 PIC X(8)   VALUE "PO NO".
       02 FILLER                 PIC X(8)   VALUE "GADGET".
       02 FILLER                 PIC X(7)   VALUE "QTY INV".
       02 FILLER                 PIC X(8)   VALUE "  QTY RD".
       02 FILLER                 PIC X(8)   VALUE " PRV INV".
       02 FILLER                 PIC X(10)  VALUE " INV PRICE".
       02 FILLER                 PIC X(10)  VALUE "  PO PRICE".
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 FILLER                 PIC X(8)   VALUE "STATUS".
       02 FILLER                 PIC X(30)  VALUE "REASON".

01     MATCHDETAILLINE.
       02 PRNSUPPLIERID          PIC 9(4).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNINVOICENUMBER       PIC X(12).
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNPONUMBER            PIC 9(6).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNGADGETID            PIC 9(6).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNQTYINVOICED         PIC ZZZZZZ9.
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNQTYRECEIVED         PIC ZZZZZZ9.
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNQTYPREVINVOICED     PIC ZZZZZZ9.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNINVOICEPRICE        PIC Z,ZZ9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNEXPECTEDPRICE       PIC Z,ZZ9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNMATCHSTATUS         PIC X(8).
       02 PRNMATCHREASON         PIC X(30).

01     UNINVOICEDHEADINGLINE.
       02 FILLER                 PIC X(44)
               VALUE "RECEIVED BUT NOT YET INVOICED".

01     UNINVOICEDTOPICLINE.
       02 FILLER                 PIC X(6)   VALUE "SUPP".
       02 FILLER                 PIC X(8)   VALUE "PO NO".
       02 FILLER                 PIC X(8)   VALUE "GADGET".
       02 FILLER                 PIC X(7)   VALUE " QTY RD".
       02 FILLER                 PIC X(8)   VALUE " QTY INV".
       02 FILLER                 PIC X(8)   VALUE "  UNINVD".
       02 FILLER                 PIC X(10)  VALUE "  PO PRICE".
       02 FILLER                 PIC X(16)  VALUE "           VALUE".

01     UNINVOICEDDETAILLINE.
       02 PRNUNINVSUPPLIERID     PIC 9(4).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNUNINVPONUMBER       PIC 9(6).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNUNINVGADGETID       PIC 9(6).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNUNINVRECEIVED       PIC ZZZZZZ9.
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNUNINVINVOICED       PIC ZZZZZZ9.
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNUNINVQTY            PIC ZZZZZZ9.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNUNINVPRICE          PIC Z,ZZ9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNUNINVVALUE          PIC ZZZ,ZZZ,ZZ9.99.

01     MATCHFOOTERLINE.
       02 FILLER                 PIC X(15)  VALUE "LINES MATCHED: ".
       02 PRNLINESMATCHED        PIC ZZZZ9.
       02 FILLER                 PIC X(10)  VALUE "  AGREED: ".
       02 PRNLINESAGREED         PIC ZZZZ9.
       02 FILLER                 PIC X(8)   VALUE "  HELD: ".
       02 PRNLINESHELD           PIC ZZZZ9.
       02 FILLER                 PIC X(17)  VALUE "  VALUE MATCHED: ".
       02 PRNVALUEMATCHED        PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(14)  VALUE "  VALUE HELD: ".
       02 PRNVALUEHELD           PIC ZZZ,ZZZ,ZZ9.99.

01     POSTEDFOOTERLINE.
       02 FILLER                 PIC X(30)
               VALUE "INVOICES POSTED TO PAYABLES: ".
       02 PRNINVOICESPOSTED      PIC ZZZZ9.
       02 FILLER                 PIC X(9)   VALUE "  VALUE: ".
       02 PRNVALUEPOSTED         PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(14)  VALUE "  OF WHICH VAT".
       02 PRNVATPOSTED           PIC ZZZ,ZZZ,ZZ9.99.

01     UNINVOICEDFOOTERLINE.
       02 FILLER                 PIC X(26)
               VALUE "LINES AWAITING AN INVOICE:".
       02 PRNUNINVLINECOUNT      PIC ZZZZ9.
       02 FILLER                 PIC X(19)  VALUE "  VALUE AT PO COST:".
       02 PRNUNINVTOTALVALUE     PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "QUANTITY TOLERANCE IN UNITS OR BLANK FOR NONE - "
           WITH NO ADVANCING
       ACCEPT QTYTOLERANCEENTRY
       IF QTYTOLERANCEENTRY NOT = SPACES
           MOVE FUNCTION NUMVAL(QTYTOLERANCEENTRY) TO QTYTOLERANCE
       END-IF
       DISPLAY "PRICE TOLERANCE PERCENT OR BLANK FOR 2 - "
           WITH NO ADVANCING
       ACCEPT PRICETOLERANCEENTRY
       IF PRICETOLERANCEENTRY NOT = SPACES
           MOVE FUNCTION NUMVAL(PRICETOLERANCEENTRY) TO PRICETOLERANCE
       END-IF

       PERFORM LOADSUPPLIERTABLE
       PERFORM LOADGADGETCOSTTABLE
       PERFORM LOADPOLINETABLE
       PERFORM TALLYDELIVERYHISTORY
       PERFORM LOADINVOICELINETABLE
       PERFORM LOADINVOICEVATTABLE

       PERFORM TALLYONEMATCHEDLINE
           VARYING INVOICELINEIDX FROM 1 BY 1
           UNTIL INVOICELINEIDX > INVOICELINECOUNTONFILE

       OPEN OUTPUT INVOICEMATCHREPORTFILE
       MOVE RUNDATE        TO PRNRUNDATE
       MOVE QTYTOLERANCE   TO PRNQTYTOLERANCE
       MOVE PRICETOLERANCE TO PRNPRICETOLERANCE
       WRITE MATCHPRINTLINE FROM MATCHHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE MATCHPRINTLINE FROM MATCHTOPICLINE
           AFTER ADVANCING 2 LINES

       PERFORM MATCHONEINVOICELINE
           VARYING INVOICELINEIDX FROM 1 BY 1
           UNTIL INVOICELINEIDX > INVOICELINECOUNTONFILE

       MOVE LINESMATCHEDCOUNT TO PRNLINESMATCHED
       MOVE LINESAGREEDCOUNT  TO PRNLINESAGREED
       MOVE LINESHELDCOUNT    TO PRNLINESHELD
       MOVE VALUEMATCHED      TO PRNVALUEMATCHED
       MOVE VALUEHELD         TO PRNVALUEHELD
       WRITE MATCHPRINTLINE FROM MATCHFOOTERLINE
           AFTER ADVANCING 2 LINES

       OPEN EXTEND PAYABLESLEDGERFILE
       IF NOT PAYABLESLEDGERFILEOK
           OPEN OUTPUT PAYABLESLEDGERFILE
       END-IF
       PERFORM POSTONECOMPLETEINVOICE
           VARYING INVOICELINEIDX FROM 1 BY 1
           UNTIL INVOICELINEIDX > INVOICELINECOUNTONFILE
       CLOSE PAYABLESLEDGERFILE
       MOVE INVOICESPOSTEDCOUNT TO PRNINVOICESPOSTED
       MOVE VALUEPOSTED         TO PRNVALUEPOSTED
       MOVE VATPOSTED           TO PRNVATPOSTED
       WRITE MATCHPRINTLINE FROM POSTEDFOOTERLINE
           AFTER ADVANCING 1 LINE

       WRITE MATCHPRINTLINE FROM UNINVOICEDHEADINGLINE
           AFTER ADVANCING 3 LINES
       WRITE MATCHPRINTLINE FROM UNINVOICEDTOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTONEUNINVOICEDLINE
           VARYING POLINEIDX FROM 1 BY 1
           UNTIL POLINEIDX > POLINECOUNT
       MOVE UNINVOICEDLINECOUNT  TO PRNUNINVLINECOUNT
       MOVE UNINVOICEDTOTALVALUE TO PRNUNINVTOTALVALUE
       WRITE MATCHPRINTLINE FROM UNINVOICEDFOOTERLINE
           AFTER ADVANCING 2 LINES
       CLOSE INVOICEMATCHREPORTFILE

       PERFORM REWRITEINVOICELINEFILE
       PERFORM REWRITEINVOICEVATFILE
       STOP RUN.

*>   Lines matched on an earlier run already account for part of what
*>   was received, so they are counted against their PO lines before
*>   anything new is matched - a second invoice for the same delivery
*>   then shows as a quantity variance instead of being paid twice.
TALLYONEMATCHEDLINE.
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC
       IF INVOICEMATCHED OR INVOICEPOSTED
           MOVE PONUMBER-SIF TO FINDPONUMBER
           MOVE GADGETID-SIF TO FINDGADGETID
           PERFORM FINDPOLINE
           IF POLINEFOUND
               ADD QTYINVOICED-SIF TO POLQTYINVOICED(FOUNDPOLINEIDX)
           END-IF
       END-IF.

*>   Unmatched lines and lines held on an earlier run are tried again -
*>   a held line often clears on its own once the rest of a short
*>   delivery arrives. A line the buyer has agreed is matched as it
*>   stands.
MATCHONEINVOICELINE.
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC
       IF INVOICEUNMATCHED OR INVOICEVARIANCEHELD
               OR INVOICEVARIANCEAGREED
           MOVE SUPPLIERID-SIF    TO PRNSUPPLIERID
           MOVE INVOICENUMBER-SIF TO PRNINVOICENUMBER
           MOVE PONUMBER-SIF      TO PRNPONUMBER
           MOVE GADGETID-SIF      TO PRNGADGETID
           MOVE QTYINVOICED-SIF   TO PRNQTYINVOICED
           MOVE UNITPRICE-SIF     TO PRNINVOICEPRICE
           MOVE ZERO              TO PRNQTYRECEIVED
           MOVE ZERO              TO PRNQTYPREVINVOICED
           MOVE ZERO              TO PRNEXPECTEDPRICE
           MOVE SPACES            TO PRNMATCHREASON
           COMPUTE INVOICELINEVALUE = QTYINVOICED-SIF * UNITPRICE-SIF
           MOVE PONUMBER-SIF TO FINDPONUMBER
           MOVE GADGETID-SIF TO FINDGADGETID
           PERFORM FINDPOLINE
           EVALUATE TRUE
               WHEN INVOICEVARIANCEAGREED
                   PERFORM ACCEPTAGREEDLINE
               WHEN NOT POLINEFOUND
                   MOVE "NO SUCH PO LINE" TO PRNMATCHREASON
                   PERFORM HOLDINVOICELINE
               WHEN POLSUPPLIERID(FOUNDPOLINEIDX) NOT = SUPPLIERID-SIF
                   MOVE "PO RAISED ON ANOTHER SUPPLIER"
                       TO PRNMATCHREASON
                   PERFORM HOLDINVOICELINE
               WHEN OTHER
                   PERFORM CHECKQUANTITYANDPRICE
           END-EVALUATE
           WRITE MATCHPRINTLINE FROM MATCHDETAILLINE
               AFTER ADVANCING 1 LINE
           MOVE SUPPLIERINVOICEREC TO INVOICELINEREC(INVOICELINEIDX)
       END-IF.

*>   The quantity billed may not exceed what was received less what
*>   has already been matched, and the unit price must sit within the
*>   tolerance of the price on the PO line.
CHECKQUANTITYANDPRICE.
       MOVE POLQTYRECEIVED(FOUNDPOLINEIDX) TO RECEIVEDQTY
       IF POLQTYDELIVERED(FOUNDPOLINEIDX) > RECEIVEDQTY
           MOVE POLQTYDELIVERED(FOUNDPOLINEIDX) TO RECEIVEDQTY
       END-IF
       MOVE RECEIVEDQTY                    TO PRNQTYRECEIVED
       MOVE POLQTYINVOICED(FOUNDPOLINEIDX) TO PRNQTYPREVINVOICED
       COMPUTE AVAILABLETOINVOICE =
           RECEIVEDQTY - POLQTYINVOICED(FOUNDPOLINEIDX)
       MOVE "N" TO QTYVARIANCESWITCH
       IF QTYINVOICED-SIF > AVAILABLETOINVOICE + QTYTOLERANCE
           SET QTYVARIANCE TO TRUE
       END-IF

       MOVE FOUNDPOLINEIDX TO POLINEIDX
       PERFORM FINDEXPECTEDUNITPRICE
       MOVE EXPECTEDUNITPRICE TO PRNEXPECTEDPRICE
       MOVE "N" TO PRICEVARIANCESWITCH
       IF EXPECTEDUNITPRICE = ZERO
           SET PRICEVARIANCE TO TRUE
       ELSE
           COMPUTE PRICEVARIANCEPERCENT ROUNDED =
               FUNCTION ABS(UNITPRICE-SIF - EXPECTEDUNITPRICE) * 100
               / EXPECTEDUNITPRICE
           IF PRICEVARIANCEPERCENT > PRICETOLERANCE
               SET PRICEVARIANCE TO TRUE
           END-IF
       END-IF

       EVALUATE TRUE
           WHEN QTYVARIANCE AND PRICEVARIANCE
               MOVE "QUANTITY AND PRICE VARIANCE" TO PRNMATCHREASON
               PERFORM HOLDINVOICELINE
           WHEN QTYVARIANCE
               MOVE "BILLED MORE THAN RECEIVED" TO PRNMATCHREASON
               PERFORM HOLDINVOICELINE
           WHEN PRICEVARIANCE AND EXPECTEDUNITPRICE = ZERO
               MOVE "NO PRICE TO MATCH AGAINST" TO PRNMATCHREASON
               PERFORM HOLDINVOICELINE
           WHEN PRICEVARIANCE
               MOVE "PRICE OUTSIDE TOLERANCE" TO PRNMATCHREASON
               PERFORM HOLDINVOICELINE
           WHEN OTHER
               SET INVOICEMATCHED TO TRUE
               MOVE RUNDATE TO MATCHDATE-SIF
               MOVE "MATCHED" TO PRNMATCHSTATUS
               ADD QTYINVOICED-SIF TO POLQTYINVOICED(FOUNDPOLINEIDX)
               ADD 1 TO LINESMATCHEDCOUNT
               ADD INVOICELINEVALUE TO VALUEMATCHED
       END-EVALUATE.

HOLDINVOICELINE.
       SET INVOICEVARIANCEHELD TO TRUE
       MOVE "HELD" TO PRNMATCHSTATUS
       ADD 1 TO LINESHELDCOUNT
       ADD INVOICELINEVALUE TO VALUEHELD.

ACCEPTAGREEDLINE.
       SET INVOICEMATCHED TO TRUE
       MOVE RUNDATE TO MATCHDATE-SIF
       MOVE "AGREED" TO PRNMATCHSTATUS
       MOVE "VARIANCE AGREED BY BUYER" TO PRNMATCHREASON
       IF POLINEFOUND
           ADD QTYINVOICED-SIF TO POLQTYINVOICED(FOUNDPOLINEIDX)
       END-IF
       ADD 1 TO LINESAGREEDCOUNT
       ADD INVOICELINEVALUE TO VALUEMATCHED.

*>   A supplier invoice goes to the payables ledger whole, once every
*>   line on it has matched - one held line keeps the whole document
*>   off the ledger, since the supplier will reissue or credit it as
*>   one. The due date runs from the invoice date on the supplier's
*>   terms, and the posted lines are marked so they never post twice.
*>   The ledger entry is the lines plus the VAT keyed with the invoice,
*>   since that is what the supplier is to be paid.
POSTONECOMPLETEINVOICE.
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC
       IF INVOICEMATCHED
           MOVE SUPPLIERID-SIF    TO POSTSUPPLIERID
           MOVE INVOICENUMBER-SIF TO POSTINVOICENUMBER
           MOVE "Y" TO INVOICECOMPLETESWITCH
           PERFORM CHECKINVOICELINECOMPLETE
               VARYING OTHERLINEIDX FROM 1 BY 1
               UNTIL OTHERLINEIDX > INVOICELINECOUNTONFILE
           IF INVOICECOMPLETE
               MOVE ZERO TO POSTINVOICEVALUE
               PERFORM MARKINVOICELINEPOSTED
                   VARYING OTHERLINEIDX FROM 1 BY 1
                   UNTIL OTHERLINEIDX > INVOICELINECOUNTONFILE
               MOVE ZERO TO POSTINVOICEVAT
               PERFORM MARKINVOICEVATPOSTED
                   VARYING INVOICEVATIDX FROM 1 BY 1
                   UNTIL INVOICEVATIDX > INVOICEVATCOUNT
               ADD POSTINVOICEVAT TO POSTINVOICEVALUE
               MOVE SPACES             TO PAYABLESLEDGERREC
               MOVE POSTSUPPLIERID     TO SUPPLIERID-PLF
               SET PAYABLEINVOICE      TO TRUE
               MOVE POSTINVOICENUMBER  TO INVOICENUMBER-PLF
               MOVE POSTINVOICEVALUE   TO AMOUNT-PLF
               MOVE RUNDATE            TO ENTRYDATE-PLF
               PERFORM FINDPAYMENTTERMS
               COMPUTE DUEDATE-PLF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(INVOICEDATE-SIF)
                   + INVOICETERMSDAYS)
               WRITE PAYABLESLEDGERREC
               ADD 1 TO INVOICESPOSTEDCOUNT
               ADD POSTINVOICEVALUE TO VALUEPOSTED
               ADD POSTINVOICEVAT   TO VATPOSTED
           END-IF
       END-IF.

CHECKINVOICELINECOMPLETE.
       MOVE INVOICELINEREC(OTHERLINEIDX) TO SUPPLIERINVOICEREC
       IF SUPPLIERID-SIF = POSTSUPPLIERID
               AND INVOICENUMBER-SIF = POSTINVOICENUMBER
               AND NOT INVOICEMATCHED AND NOT INVOICEPOSTED
           MOVE "N" TO INVOICECOMPLETESWITCH
       END-IF
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC.

MARKINVOICELINEPOSTED.
       MOVE INVOICELINEREC(OTHERLINEIDX) TO SUPPLIERINVOICEREC
       IF SUPPLIERID-SIF = POSTSUPPLIERID
               AND INVOICENUMBER-SIF = POSTINVOICENUMBER
               AND INVOICEMATCHED
           COMPUTE POSTINVOICEVALUE = POSTINVOICEVALUE
               + (QTYINVOICED-SIF * UNITPRICE-SIF)
           SET INVOICEPOSTED TO TRUE
           MOVE SUPPLIERINVOICEREC TO INVOICELINEREC(OTHERLINEIDX)
       END-IF
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC.

MARKINVOICEVATPOSTED.
       MOVE INVOICEVATREC(INVOICEVATIDX) TO SUPPLIERINVOICEVATREC
       IF SUPPLIERID-SIV = POSTSUPPLIERID
               AND INVOICENUMBER-SIV = POSTINVOICENUMBER
               AND POSTEDDATE-SIV = ZERO
           ADD VATAMOUNT-SIV TO POSTINVOICEVAT
           MOVE RUNDATE TO POSTEDDATE-SIV
           MOVE SUPPLIERINVOICEVATREC TO INVOICEVATREC(INVOICEVATIDX)
       END-IF.

*>   An invoice from a supplier since dropped from the master still
*>   falls due on the default terms.
FINDPAYMENTTERMS.
       MOVE DEFAULTPAYMENTTERMS TO INVOICETERMSDAYS
       SEARCH ALL SUPPLIER
           AT END CONTINUE
           WHEN SUPPLIERID-ST(SUPIDX) = POSTSUPPLIERID
               MOVE PAYMENTTERMS-ST(SUPIDX) TO INVOICETERMSDAYS
       END-SEARCH.

PRINTONEUNINVOICEDLINE.
       MOVE POLQTYRECEIVED(POLINEIDX) TO RECEIVEDQTY
       IF POLQTYDELIVERED(POLINEIDX) > RECEIVEDQTY
           MOVE POLQTYDELIVERED(POLINEIDX) TO RECEIVEDQTY
       END-IF
       IF RECEIVEDQTY > POLQTYINVOICED(POLINEIDX)
           COMPUTE UNINVOICEDQTY = RECEIVEDQTY - POLQTYINVOICED(POLINEIDX)
           PERFORM FINDEXPECTEDUNITPRICE
           COMPUTE UNINVOICEDVALUE = UNINVOICEDQTY * EXPECTEDUNITPRICE
           MOVE POLSUPPLIERID(POLINEIDX)  TO PRNUNINVSUPPLIERID
           MOVE POLPONUMBER(POLINEIDX)    TO PRNUNINVPONUMBER
           MOVE POLGADGETID(POLINEIDX)    TO PRNUNINVGADGETID
           MOVE RECEIVEDQTY               TO PRNUNINVRECEIVED
           MOVE POLQTYINVOICED(POLINEIDX) TO PRNUNINVINVOICED
           MOVE UNINVOICEDQTY             TO PRNUNINVQTY
           MOVE EXPECTEDUNITPRICE         TO PRNUNINVPRICE
           MOVE UNINVOICEDVALUE           TO PRNUNINVVALUE
           WRITE MATCHPRINTLINE FROM UNINVOICEDDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO UNINVOICEDLINECOUNT
           ADD UNINVOICEDVALUE TO UNINVOICEDTOTALVALUE
       END-IF.

*>   Lines raised before the register carried a price fall back to
*>   the gadget's cost on the stock master.
FINDEXPECTEDUNITPRICE.
       MOVE POLUNITCOST(POLINEIDX) TO EXPECTEDUNITPRICE
       IF EXPECTEDUNITPRICE = ZERO
           SEARCH ALL GADGETCOST
               AT END CONTINUE
               WHEN GADGETID-GCT(GCTIDX) = POLGADGETID(POLINEIDX)
                   MOVE COSTPRICE-GCT(GCTIDX) TO EXPECTEDUNITPRICE
           END-SEARCH
       END-IF.

FINDPOLINE.
       MOVE "N" TO POLINEFOUNDSWITCH
       MOVE ZERO TO FOUNDPOLINEIDX
       PERFORM CHECKONEPOLINE
           VARYING POLINEIDX FROM 1 BY 1
           UNTIL POLINEIDX > POLINECOUNT OR POLINEFOUND.

CHECKONEPOLINE.
       IF POLPONUMBER(POLINEIDX) = FINDPONUMBER
               AND POLGADGETID(POLINEIDX) = FINDGADGETID
           SET POLINEFOUND TO TRUE
           MOVE POLINEIDX TO FOUNDPOLINEIDX
       END-IF.

*>   A missing register or archive (no order cut, or none closed yet)
*>   is not an error - there is simply nothing on that side to match.
LOADPOLINETABLE.
       OPEN INPUT POREGISTERFILE
       IF POREGISTERFILEOK
           READ POREGISTERFILE
               AT END SET ENDOFPOREGISTERFILE TO TRUE
           END-READ
           PERFORM STOREONEREGISTERLINE UNTIL ENDOFPOREGISTERFILE
           CLOSE POREGISTERFILE
       END-IF
       OPEN INPUT POREGISTERARCHIVEFILE
       IF POREGISTERARCHIVEFILEOK
           READ POREGISTERARCHIVEFILE
               AT END SET ENDOFPOREGISTERARCHIVE TO TRUE
           END-READ
           PERFORM STOREONEARCHIVELINE UNTIL ENDOFPOREGISTERARCHIVE
           CLOSE POREGISTERARCHIVEFILE
       END-IF.

STOREONEREGISTERLINE.
       PERFORM STOREONEPOLINE
       READ POREGISTERFILE
           AT END SET ENDOFPOREGISTERFILE TO TRUE
       END-READ.

STOREONEARCHIVELINE.
       MOVE POREGISTERARCHIVEREC TO POREGISTERREC
       PERFORM STOREONEPOLINE
       READ POREGISTERARCHIVEFILE
           AT END SET ENDOFPOREGISTERARCHIVE TO TRUE
       END-READ.

STOREONEPOLINE.
       ADD 1 TO POLINECOUNT
       MOVE PONUMBER-POR    TO POLPONUMBER(POLINECOUNT)
       MOVE GADGETID-POR    TO POLGADGETID(POLINECOUNT)
       MOVE SUPPLIERID-POR  TO POLSUPPLIERID(POLINECOUNT)
       MOVE QTYORDERED-POR  TO POLQTYORDERED(POLINECOUNT)
       MOVE QTYRECEIVED-POR TO POLQTYRECEIVED(POLINECOUNT)
       IF UNITCOST-POR IS NUMERIC
           MOVE UNITCOST-POR TO POLUNITCOST(POLINECOUNT)
       ELSE
           MOVE ZERO         TO POLUNITCOST(POLINECOUNT)
       END-IF
       MOVE ZERO            TO POLQTYDELIVERED(POLINECOUNT)
       MOVE ZERO            TO POLQTYINVOICED(POLINECOUNT).

*>   A missing delivery history (no PO-quoting receipt has been booked
*>   yet) is not an error - the register's received quantities stand.
TALLYDELIVERYHISTORY.
       OPEN INPUT DELIVERYHISTORYFILE
       IF DELIVERYHISTORYFILEOK
           READ DELIVERYHISTORYFILE
               AT END SET ENDOFDELIVERYHISTORY TO TRUE
           END-READ
           PERFORM TALLYONEDELIVERY UNTIL ENDOFDELIVERYHISTORY
           CLOSE DELIVERYHISTORYFILE
       END-IF.

TALLYONEDELIVERY.
       MOVE PONUMBER-DHF TO FINDPONUMBER
       MOVE GADGETID-DHF TO FINDGADGETID
       PERFORM FINDPOLINE
       IF POLINEFOUND
           ADD QTYDELIVERED-DHF TO POLQTYDELIVERED(FOUNDPOLINEIDX)
       END-IF
       READ DELIVERYHISTORYFILE
           AT END SET ENDOFDELIVERYHISTORY TO TRUE
       END-READ.

LOADINVOICELINETABLE.
       OPEN INPUT SUPPLIERINVOICEFILE
       IF SUPPLIERINVOICEFILEOK
           READ SUPPLIERINVOICEFILE
               AT END SET ENDOFSUPPLIERINVOICES TO TRUE
           END-READ
           PERFORM STOREONEINVOICELINE UNTIL ENDOFSUPPLIERINVOICES
           CLOSE SUPPLIERINVOICEFILE
       END-IF.

STOREONEINVOICELINE.
       ADD 1 TO INVOICELINECOUNTONFILE
       MOVE SUPPLIERINVOICEREC TO INVOICELINEREC(INVOICELINECOUNTONFILE)
       READ SUPPLIERINVOICEFILE
           AT END SET ENDOFSUPPLIERINVOICES TO TRUE
       END-READ.

*>   Written back whole with each line's new status - the file is only
*>   rewritten when it was there to load.
REWRITEINVOICELINEFILE.
       IF INVOICELINECOUNTONFILE > ZERO
           OPEN OUTPUT SUPPLIERINVOICEFILE
           PERFORM WRITEONEINVOICELINE
               VARYING INVOICELINEIDX FROM 1 BY 1
               UNTIL INVOICELINEIDX > INVOICELINECOUNTONFILE
           CLOSE SUPPLIERINVOICEFILE
       END-IF.

WRITEONEINVOICELINE.
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC
       WRITE SUPPLIERINVOICEREC.

LOADINVOICEVATTABLE.
       OPEN INPUT SUPPLIERINVOICEVATFILE
       IF SUPPLIERINVOICEVATFILEOK
           READ SUPPLIERINVOICEVATFILE
               AT END SET ENDOFSUPPLIERINVOICEVAT TO TRUE
           END-READ
           PERFORM STOREONEINVOICEVAT UNTIL ENDOFSUPPLIERINVOICEVAT
           CLOSE SUPPLIERINVOICEVATFILE
       END-IF.

STOREONEINVOICEVAT.
       ADD 1 TO INVOICEVATCOUNT
       MOVE SUPPLIERINVOICEVATREC TO INVOICEVATREC(INVOICEVATCOUNT)
       READ SUPPLIERINVOICEVATFILE
           AT END SET ENDOFSUPPLIERINVOICEVAT TO TRUE
       END-READ.

REWRITEINVOICEVATFILE.
       IF INVOICEVATCOUNT > ZERO
           OPEN OUTPUT SUPPLIERINVOICEVATFILE
           PERFORM WRITEONEINVOICEVAT
               VARYING INVOICEVATIDX FROM 1 BY 1
               UNTIL INVOICEVATIDX > INVOICEVATCOUNT
           CLOSE SUPPLIERINVOICEVATFILE
       END-IF.

WRITEONEINVOICEVAT.
       MOVE INVOICEVATREC(INVOICEVATIDX) TO SUPPLIERINVOICEVATREC
       WRITE SUPPLIERINVOICEVATREC.

*>   SEARCH ALL needs the cost table in ascending GADGETID-GCT order,
*>   which the sequential master already guarantees.
LOADGADGETCOSTTABLE.
       OPEN INPUT NEWSTOCKFILE
       IF NEWSTOCKFILEOK
           READ NEWSTOCKFILE
               AT END SET ENDOFNEWSTOCKFILE TO TRUE
           END-READ
           PERFORM STOREONEGADGETCOST UNTIL ENDOFNEWSTOCKFILE
           CLOSE NEWSTOCKFILE
       END-IF.

STOREONEGADGETCOST.
       ADD 1 TO GADGETCOUNT
       MOVE GADGETID-NSF  TO GADGETID-GCT(GADGETCOUNT)
       MOVE COSTPRICE-NSF TO COSTPRICE-GCT(GADGETCOUNT)
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

*> SEARCH ALL requires SUPPLIER to stay in ascending SUPPLIERID-ST
*> order, so the supplier master must already be maintained in
*> ascending SUPPLIERID order on disk.
LOADSUPPLIERTABLE.
       OPEN INPUT SUPPLIERMASTERFILE
       READ SUPPLIERMASTERFILE
           AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
       END-READ
       PERFORM STORESUPPLIER UNTIL ENDOFSUPPLIERMASTERFILE
       CLOSE SUPPLIERMASTERFILE.

STORESUPPLIER.
       ADD 1 TO SUPPLIERCOUNT
       MOVE SUPPLIERID-SMF   TO SUPPLIERID-ST(SUPPLIERCOUNT)
       IF PAYMENTTERMS-SMF IS NUMERIC
           MOVE PAYMENTTERMS-SMF    TO PAYMENTTERMS-ST(SUPPLIERCOUNT)
       ELSE
           MOVE DEFAULTPAYMENTTERMS TO PAYMENTTERMS-ST(SUPPLIERCOUNT)
       END-IF
       READ SUPPLIERMASTERFILE
           AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
       END-READ.
