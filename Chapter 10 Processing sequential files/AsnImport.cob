IDENTIFICATION DIVISION.
PROGRAM-ID. ASNIMPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ASNCSVFILE ASSIGN TO "SupplierAsn.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASNCSVFILESTATUS.

       SELECT POREGISTERFILE ASSIGN TO "PurchaseOrderRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POREGISTERFILESTATUS.

       SELECT SUPPLIERMASTERFILE ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIERMASTERFILESTATUS.

*>   Advised lines are only staged here. Goods-in checks them against
*>   the lorry with ASNRECEIPTCONFIRM, which turns what actually
*>   arrived into a pending goods-received batch for BATCHRELEASE.
       SELECT ASNSTAGEDFILE ASSIGN TO "AsnStagedReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASNSTAGEDFILESTATUS.

       SELECT ASNREJECTSFILE ASSIGN TO "AsnImportRejects.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     ASNCSVFILE.
01     ASNCSVLINE.
       88 ENDOFASNCSV           VALUE HIGH-VALUES.
       02 CSVLINETEXT           PIC X(80).

FD     POREGISTERFILE.
01     POREGISTERREC.
       88 ENDOFPOREGISTERFILE   VALUE HIGH-VALUES.
       02 PONUMBER-POR          PIC 9(6).
       02 GADGETID-POR          PIC 9(6).
       02 SUPPLIERID-POR        PIC 9(4).
       02 QTYORDERED-POR        PIC 9(4).
       02 QTYRECEIVED-POR       PIC 9(4).
       02 ORDERDATE-POR         PIC 9(8).
       02 POSTATUS-POR          PIC X.
       02 UNITCOST-POR          PIC 9(4)V99.

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       88 ENDOFSUPPLIERMASTERFILE VALUE HIGH-VALUES.
       02 SUPPLIERID-SMF        PIC 9(4).
       02 SUPPLIERNAME-SMF      PIC X(30).
       02 SUPPLIERCONTACT-SMF   PIC X(30).
       02 LEADTIMEDAYS-SMF      PIC 9(3).
       02 CURRENCYCODE-SMF      PIC X(3).
       02 PAYMENTTERMS-SMF      PIC 9(3).

FD     ASNSTAGEDFILE.
01     ASNSTAGEDREC.
       88 ENDOFASNSTAGEDFILE    VALUE HIGH-VALUES.
       02 SUPPLIERID-ASN        PIC 9(4).
       02 ASNREFERENCE-ASN      PIC X(10).
       02 DELIVERYDATE-ASN      PIC 9(8).
       02 PONUMBER-ASN          PIC 9(6).
       02 GADGETID-ASN          PIC 9(6).
       02 ADVISEDQTY-ASN        PIC 9(4).
       02 OUTSTANDINGQTY-ASN    PIC 9(4).
       02 UNITCOST-ASN          PIC 9(4)V99.
       02 SERIALNUMBER-ASN      PIC X(20).
       02 OPERATORID-ASN        PIC X(8).

FD     ASNREJECTSFILE.
01     ASNREJECTREC             PIC X(123).

WORKING-STORAGE SECTION.
01     ASNCSVFILESTATUS         PIC XX.
       88 ASNCSVFILEOK          VALUE "00".

01     POREGISTERFILESTATUS     PIC XX.
       88 POREGISTERFILEOK      VALUE "00".

01     SUPPLIERMASTERFILESTATUS PIC XX.
       88 SUPPLIERMASTERFILEOK  VALUE "00".

01     ASNSTAGEDFILESTATUS      PIC XX.
       88 ASNSTAGEDFILEOK       VALUE "00".

01     OPERATORID               PIC X(8)  VALUE SPACES.

01     ASNSUPPLIERIDENTRY       PIC X(4)  VALUE SPACES.
01     ASNSUPPLIERID            PIC 9(4)  VALUE ZERO.
01     ASNSUPPLIERNAME          PIC X(30) VALUE SPACES.
01     ASNREFERENCE             PIC X(10) VALUE SPACES.
01     DELIVERYDATEENTRY        PIC X(8)  VALUE SPACES.
01     DELIVERYDATE             PIC 9(8).

01     SUPPLIERFOUNDSWITCH      PIC X VALUE "N".
       88 SUPPLIERFOUND         VALUE "Y".
       88 SUPPLIERNOTFOUND      VALUE "N".

01     ASNALREADYSTAGEDSWITCH   PIC X VALUE "N".
       88 ASNALREADYSTAGED      VALUE "Y".

*>   The whole register is held so each advised line can be checked
*>   against its PO line without rereading the file.
01     POREGISTERCOUNT          PIC 9(4) VALUE ZERO.
01     POREGISTERTABLE.
       02 POREGISTERENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON POREGISTERCOUNT.
           03 PORPONUMBER       PIC 9(6).
           03 PORGADGETID       PIC 9(6).
           03 PORSUPPLIERID     PIC 9(4).
           03 PORQTYORDERED     PIC 9(4).
           03 PORQTYRECEIVED    PIC 9(4).
           03 PORSTATUS         PIC X.
            88 POROPEN          VALUE "O".
            88 PORCLOSED        VALUE "C".
           03 PORUNITCOST       PIC 9(4)V99.
01     POREGISTERIDX            PIC 9(4).

01     POLINEFOUNDSWITCH        PIC X VALUE "N".
       88 POLINEFOUND           VALUE "Y".
       88 POLINENOTFOUND        VALUE "N".
01     PONUMBERKNOWNSWITCH      PIC X VALUE "N".
       88 PONUMBERKNOWN         VALUE "Y".

01     CSVPONUMBERTEXT          PIC X(10).
01     CSVGADGETIDTEXT          PIC X(10).
01     CSVQTYTEXT               PIC X(10).
01     CSVSERIALTEXT            PIC X(20).

01     WORKPONUMBER             PIC 9(6).
01     WORKGADGETID             PIC 9(6).
01     WORKQUANTITY             PIC 9(4).
01     WORKOUTSTANDINGQTY       PIC 9(4).

01     ASNREJECTLINE.
       02 REJECTLINETEXT        PIC X(80).
       02 FILLER                PIC X(3) VALUE " - ".
       02 REJECTLINEREASON      PIC X(40).

01     ASNREJECTHEADINGLINE.
       02 FILLER                PIC X(20) VALUE "ASN IMPORT REJECTS -".
       02 FILLER                PIC X(10) VALUE " SUPPLIER ".
       02 PRNHEADSUPPLIERID     PIC 9(4).
       02 FILLER                PIC X(6)  VALUE "  ASN ".
       02 PRNHEADASNREFERENCE   PIC X(10).

01     ASNREJECTFOOTERLINE.
       02 FILLER                PIC X(12) VALUE "LINES READ: ".
       02 PRNLINESREAD          PIC ZZZZ9.
       02 FILLER                PIC X(10) VALUE "  STAGED: ".
       02 PRNLINESSTAGED        PIC ZZZZ9.
       02 FILLER                PIC X(12) VALUE "  REJECTED: ".
       02 PRNLINESREJECTED      PIC ZZZZ9.
       02 FILLER                PIC X(17) VALUE "  OVER-SHIPPED: ".
       02 PRNLINESOVERSHIPPED   PIC ZZZZ9.

01     LINEVALIDSWITCH          PIC X VALUE "Y".
       88 LINEISVALID           VALUE "Y".
       88 LINEISINVALID         VALUE "N".
01     LINEREJECTREASON         PIC X(40).

01     HEADERLINESWITCH         PIC X VALUE "Y".
       88 ONHEADERLINE          VALUE "Y".
       88 PASTHEADERLINE        VALUE "N".

01     LINESREADCOUNT           PIC 9(5) VALUE ZERO.
01     LINESSTAGEDCOUNT         PIC 9(5) VALUE ZERO.
01     LINESREJECTEDCOUNT       PIC 9(5) VALUE ZERO.
01     LINESOVERSHIPPEDCOUNT    PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "SUPPLIER ID THE ASN CAME FROM: " WITH NO ADVANCING
       ACCEPT ASNSUPPLIERIDENTRY
       IF ASNSUPPLIERIDENTRY NOT = SPACES
           MOVE ASNSUPPLIERIDENTRY TO ASNSUPPLIERID
       END-IF
       PERFORM LOOKUPASNSUPPLIER
       IF SUPPLIERNOTFOUND
           DISPLAY "SUPPLIER " ASNSUPPLIERID
               " IS NOT ON THE SUPPLIER MASTER - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "ASN FROM " ASNSUPPLIERNAME

       DISPLAY "SUPPLIER'S ASN REFERENCE: " WITH NO ADVANCING
       ACCEPT ASNREFERENCE
       IF ASNREFERENCE = SPACES
           DISPLAY "AN ASN REFERENCE IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CHECKASNNOTALREADYSTAGED
       IF ASNALREADYSTAGED
           DISPLAY "ASN " ASNREFERENCE " FROM SUPPLIER " ASNSUPPLIERID
               " IS ALREADY STAGED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "EXPECTED DELIVERY DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT DELIVERYDATEENTRY
       IF DELIVERYDATEENTRY = SPACES
           ACCEPT DELIVERYDATE FROM DATE YYYYMMDD
       ELSE
           MOVE DELIVERYDATEENTRY TO DELIVERYDATE
       END-IF

       PERFORM LOADPOREGISTERTABLE

       OPEN INPUT ASNCSVFILE
       IF NOT ASNCSVFILEOK
           DISPLAY "NO SupplierAsn.csv ON DISK - NOTHING TO IMPORT"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT ASNREJECTSFILE
       MOVE ASNSUPPLIERID TO PRNHEADSUPPLIERID
       MOVE ASNREFERENCE  TO PRNHEADASNREFERENCE
       WRITE ASNREJECTREC FROM ASNREJECTHEADINGLINE

       OPEN EXTEND ASNSTAGEDFILE
       IF NOT ASNSTAGEDFILEOK
           OPEN OUTPUT ASNSTAGEDFILE
       END-IF

       READ ASNCSVFILE
           AT END SET ENDOFASNCSV TO TRUE
       END-READ
       PERFORM IMPORTONEASNLINE UNTIL ENDOFASNCSV

       MOVE LINESREADCOUNT        TO PRNLINESREAD
       MOVE LINESSTAGEDCOUNT      TO PRNLINESSTAGED
       MOVE LINESREJECTEDCOUNT    TO PRNLINESREJECTED
       MOVE LINESOVERSHIPPEDCOUNT TO PRNLINESOVERSHIPPED
       MOVE SPACES TO ASNREJECTREC
       WRITE ASNREJECTREC
       WRITE ASNREJECTREC FROM ASNREJECTFOOTERLINE
       CLOSE ASNCSVFILE, ASNSTAGEDFILE, ASNREJECTSFILE

       DISPLAY "ASN LINES READ:      " LINESREADCOUNT
       DISPLAY "LINES STAGED:        " LINESSTAGEDCOUNT
       DISPLAY "LINES REJECTED:      " LINESREJECTEDCOUNT
       DISPLAY "LINES OVER-SHIPPED:  " LINESOVERSHIPPEDCOUNT
       STOP RUN.

LOOKUPASNSUPPLIER.
       SET SUPPLIERNOTFOUND TO TRUE
       OPEN INPUT SUPPLIERMASTERFILE
       IF SUPPLIERMASTERFILEOK
           READ SUPPLIERMASTERFILE
               AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
           END-READ
           PERFORM CHECKONESUPPLIERROW
               UNTIL ENDOFSUPPLIERMASTERFILE OR SUPPLIERFOUND
           CLOSE SUPPLIERMASTERFILE
       END-IF.

CHECKONESUPPLIERROW.
       IF SUPPLIERID-SMF = ASNSUPPLIERID
           SET SUPPLIERFOUND TO TRUE
           MOVE SUPPLIERNAME-SMF TO ASNSUPPLIERNAME
       ELSE
           READ SUPPLIERMASTERFILE
               AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
           END-READ
       END-IF.

*>   Importing the same notice twice would stage every line twice and
*>   goods-in would receive the delivery twice over, so a supplier's
*>   ASN reference may only be staged once.
CHECKASNNOTALREADYSTAGED.
       MOVE "N" TO ASNALREADYSTAGEDSWITCH
       OPEN INPUT ASNSTAGEDFILE
       IF ASNSTAGEDFILEOK
           READ ASNSTAGEDFILE
               AT END SET ENDOFASNSTAGEDFILE TO TRUE
           END-READ
           PERFORM CHECKONESTAGEDLINE
               UNTIL ENDOFASNSTAGEDFILE OR ASNALREADYSTAGED
           CLOSE ASNSTAGEDFILE
       END-IF.

CHECKONESTAGEDLINE.
       IF SUPPLIERID-ASN = ASNSUPPLIERID
               AND ASNREFERENCE-ASN = ASNREFERENCE
           SET ASNALREADYSTAGED TO TRUE
       ELSE
           READ ASNSTAGEDFILE
               AT END SET ENDOFASNSTAGEDFILE TO TRUE
           END-READ
       END-IF.

*>   A missing register means no PO has ever been raised, so every
*>   line will reject as an unknown PO.
LOADPOREGISTERTABLE.
       OPEN INPUT POREGISTERFILE
       IF POREGISTERFILEOK
           READ POREGISTERFILE
               AT END SET ENDOFPOREGISTERFILE TO TRUE
           END-READ
           PERFORM STOREONEPOREGISTERLINE UNTIL ENDOFPOREGISTERFILE
           CLOSE POREGISTERFILE
       END-IF.

STOREONEPOREGISTERLINE.
       ADD 1 TO POREGISTERCOUNT
       MOVE PONUMBER-POR    TO PORPONUMBER(POREGISTERCOUNT)
       MOVE GADGETID-POR    TO PORGADGETID(POREGISTERCOUNT)
       MOVE SUPPLIERID-POR  TO PORSUPPLIERID(POREGISTERCOUNT)
       MOVE QTYORDERED-POR  TO PORQTYORDERED(POREGISTERCOUNT)
       MOVE QTYRECEIVED-POR TO PORQTYRECEIVED(POREGISTERCOUNT)
       MOVE POSTATUS-POR    TO PORSTATUS(POREGISTERCOUNT)
       MOVE UNITCOST-POR    TO PORUNITCOST(POREGISTERCOUNT)
       READ POREGISTERFILE
           AT END SET ENDOFPOREGISTERFILE TO TRUE
       END-READ.

*>   The notice is PO number, gadget id, quantity and - for serial-
*>   controlled gadgets, one unit to a line - the serial number. A
*>   header line naming the columns is tolerated the same way the
*>   price list import tolerates one.
IMPORTONEASNLINE.
       ADD 1 TO LINESREADCOUNT
       PERFORM SPLITANDVALIDATEASNLINE
       IF LINEISVALID
           PERFORM STAGEASNLINE
       ELSE
           IF ONHEADERLINE AND LINESREADCOUNT = 1
               CONTINUE
           ELSE
               MOVE CSVLINETEXT      TO REJECTLINETEXT
               MOVE LINEREJECTREASON TO REJECTLINEREASON
               WRITE ASNREJECTREC FROM ASNREJECTLINE
               ADD 1 TO LINESREJECTEDCOUNT
           END-IF
       END-IF
       SET PASTHEADERLINE TO TRUE
       READ ASNCSVFILE
           AT END SET ENDOFASNCSV TO TRUE
       END-READ.

SPLITANDVALIDATEASNLINE.
       SET LINEISVALID TO TRUE
       MOVE SPACES TO CSVPONUMBERTEXT, CSVGADGETIDTEXT, CSVQTYTEXT,
           CSVSERIALTEXT, LINEREJECTREASON
       UNSTRING CSVLINETEXT DELIMITED BY ","
           INTO CSVPONUMBERTEXT, CSVGADGETIDTEXT,
                CSVQTYTEXT, CSVSERIALTEXT
       END-UNSTRING

       IF FUNCTION TEST-NUMVAL(CSVPONUMBERTEXT) NOT = ZERO
           SET LINEISINVALID TO TRUE
           MOVE "PO NUMBER NOT NUMERIC" TO LINEREJECTREASON
       ELSE
           COMPUTE WORKPONUMBER = FUNCTION NUMVAL(CSVPONUMBERTEXT)
       END-IF

       IF LINEISVALID
           IF FUNCTION TEST-NUMVAL(CSVGADGETIDTEXT) NOT = ZERO
               SET LINEISINVALID TO TRUE
               MOVE "GADGET ID NOT NUMERIC" TO LINEREJECTREASON
           ELSE
               COMPUTE WORKGADGETID = FUNCTION NUMVAL(CSVGADGETIDTEXT)
           END-IF
       END-IF

       IF LINEISVALID
           IF FUNCTION TEST-NUMVAL(CSVQTYTEXT) NOT = ZERO
               SET LINEISINVALID TO TRUE
               MOVE "QUANTITY NOT NUMERIC" TO LINEREJECTREASON
           ELSE
               COMPUTE WORKQUANTITY = FUNCTION NUMVAL(CSVQTYTEXT)
               IF WORKQUANTITY = ZERO
                   SET LINEISINVALID TO TRUE
                   MOVE "QUANTITY IS ZERO" TO LINEREJECTREASON
               END-IF
           END-IF
       END-IF

       IF LINEISVALID
           PERFORM FINDPOLINEFORASN
           EVALUATE TRUE
               WHEN POLINENOTFOUND AND PONUMBERKNOWN
                   SET LINEISINVALID TO TRUE
                   MOVE "GADGET NOT ON THIS PO" TO LINEREJECTREASON
               WHEN POLINENOTFOUND
                   SET LINEISINVALID TO TRUE
                   MOVE "UNKNOWN PO NUMBER" TO LINEREJECTREASON
               WHEN PORSUPPLIERID(POREGISTERIDX) NOT = ASNSUPPLIERID
                   SET LINEISINVALID TO TRUE
                   MOVE "PO RAISED ON ANOTHER SUPPLIER"
                       TO LINEREJECTREASON
               WHEN NOT POROPEN(POREGISTERIDX)
                   SET LINEISINVALID TO TRUE
                   MOVE "PO LINE CLOSED" TO LINEREJECTREASON
           END-EVALUATE
       END-IF.

*>   A PO line is PO number plus gadget. The number alone being known
*>   tells the supplier's wrong gadget apart from a PO we never raised.
FINDPOLINEFORASN.
       SET POLINENOTFOUND TO TRUE
       MOVE "N" TO PONUMBERKNOWNSWITCH
       PERFORM CHECKONEPOLINEFORASN
           VARYING POREGISTERIDX FROM 1 BY 1
           UNTIL POREGISTERIDX > POREGISTERCOUNT OR POLINEFOUND.

CHECKONEPOLINEFORASN.
       IF PORPONUMBER(POREGISTERIDX) = WORKPONUMBER
           SET PONUMBERKNOWN TO TRUE
           IF PORGADGETID(POREGISTERIDX) = WORKGADGETID
               SET POLINEFOUND TO TRUE
               SUBTRACT 1 FROM POREGISTERIDX
           END-IF
       END-IF.

*>   An advised quantity beyond what is still due on the PO line is
*>   staged as advised and counted as over-shipped - goods-in decide
*>   against the delivery what is actually taken in.
STAGEASNLINE.
       IF PORQTYRECEIVED(POREGISTERIDX) < PORQTYORDERED(POREGISTERIDX)
           COMPUTE WORKOUTSTANDINGQTY = PORQTYORDERED(POREGISTERIDX)
               - PORQTYRECEIVED(POREGISTERIDX)
       ELSE
           MOVE ZERO TO WORKOUTSTANDINGQTY
       END-IF
       IF WORKQUANTITY > WORKOUTSTANDINGQTY
           ADD 1 TO LINESOVERSHIPPEDCOUNT
       END-IF
       MOVE SPACES                     TO ASNSTAGEDREC
       MOVE ASNSUPPLIERID              TO SUPPLIERID-ASN
       MOVE ASNREFERENCE               TO ASNREFERENCE-ASN
       MOVE DELIVERYDATE               TO DELIVERYDATE-ASN
       MOVE WORKPONUMBER               TO PONUMBER-ASN
       MOVE WORKGADGETID               TO GADGETID-ASN
       MOVE WORKQUANTITY               TO ADVISEDQTY-ASN
       MOVE WORKOUTSTANDINGQTY         TO OUTSTANDINGQTY-ASN
       MOVE PORUNITCOST(POREGISTERIDX) TO UNITCOST-ASN
       MOVE CSVSERIALTEXT              TO SERIALNUMBER-ASN
       MOVE OPERATORID                 TO OPERATORID-ASN
       WRITE ASNSTAGEDREC
       ADD 1 TO LINESSTAGEDCOUNT.
