IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPLIERINVOICEENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Supplier invoices are keyed line by line as they arrive, each line
*>   quoting the PO number and gadget it bills for. Keyed lines wait in
*>   an unmatched state until SUPPLIERINVOICEMATCH pairs them to the PO
*>   register and the delivery history.
       SELECT SUPPLIERINVOICEFILE ASSIGN TO "SupplierInvoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIERINVOICEFILESTATUS.

       SELECT SUPPLIERMASTERFILE ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   The VAT printed on each supplier invoice, one row per invoice -
*>   the match run adds it to what the supplier is owed and VATRETURN
*>   claims it as input tax once the invoice is on the payables ledger.
       SELECT SUPPLIERINVOICEVATFILE ASSIGN TO "SupplierInvoiceVat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIERINVOICEVATFILESTATUS.

*>   Which operators may key which actions - one row per operator and
*>   action code. While the file is absent every action is allowed,
*>   so the control can be introduced a subsystem at a time.
       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

*>   Periods the accounts have closed - an entry dated into one would
*>   change figures already reported. The file is kept with the GL
*>   one directory up.
       SELECT GLCLOSEDPERIODFILE ASSIGN TO "../GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

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

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       88 ENDOFSUPPLIERMASTERFILE VALUE HIGH-VALUES.
       02 SUPPLIERID-SMF         PIC 9(4).
       02 SUPPLIERNAME-SMF       PIC X(30).
       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     SUPPLIERINVOICEVATFILE.
01     SUPPLIERINVOICEVATREC.
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

FD     OPERATORPERMISSIONSFILE.
01     OPERATORPERMISSIONSREC.
       88 ENDOFOPERATORPERMISSIONS VALUE HIGH-VALUES.
       02 PERMOPERATORID        PIC X(8).
       02 FILLER                PIC X.
       02 PERMACTIONCODE        PIC X(12).

FD     PERMISSIONREFUSALFILE.
01     PERMISSIONREFUSALREC.
       02 REFUSALSTAMP          PIC X(14).
       02 FILLER                PIC X.
       02 REFUSALOPERATORID     PIC X(8).
       02 FILLER                PIC X.
       02 REFUSALACTIONCODE     PIC X(12).
       02 FILLER                PIC X.
       02 REFUSALPROGRAM        PIC X(12).

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

WORKING-STORAGE SECTION.
01     SUPPLIERINVOICEFILESTATUS PIC XX.
       88 SUPPLIERINVOICEFILEOK VALUE "00".

01     ENTRYMODE                PIC X VALUE SPACE.
       88 ENTERINGINVOICES      VALUE "1".
       88 AGREEINGVARIANCES     VALUE "2".

01     MOREINVOICES             PIC X VALUE "Y".
       88 ENTERANOTHERINVOICE   VALUE "Y" "y".
01     MOREINVOICELINES         PIC X VALUE "Y".
       88 ENTERANOTHERLINE      VALUE "Y" "y".

01     SUPPLIERIDENTRY          PIC 9(4).
01     INVOICENUMBERENTRY       PIC X(12).
01     INVOICEDATEENTRY         PIC X(8)    VALUE SPACES.
01     INVOICEDATE              PIC 9(8).
01     INVOICETOTALENTRY        PIC 9(7)V99.
01     INVOICEVATENTRY          PIC 9(7)V99.
01     SUPPLIERINVOICEVATFILESTATUS PIC XX.
       88 SUPPLIERINVOICEVATFILEOK  VALUE "00".
01     INVOICELINECOUNT         PIC 9(3)    VALUE ZERO.
01     INVOICELINESTOTAL        PIC 9(7)V99 VALUE ZERO.
01     PRNINVOICETOTAL          PIC Z,ZZZ,ZZ9.99.
01     PRNLINESTOTAL            PIC Z,ZZZ,ZZ9.99.

*>   Invoice lines held on a variance, loaded whole so an agreed line
*>   can be flagged and the file written back - the same load-and-
*>   rewrite the stock update uses on the PO register.
01     INVOICELINECOUNTONFILE   PIC 9(4)    VALUE ZERO.
01     INVOICELINETABLE.
       02 INVOICELINE OCCURS 0 TO 5000 TIMES
               DEPENDING ON INVOICELINECOUNTONFILE.
           03 INVOICELINEREC    PIC X(63).
01     INVOICELINEIDX           PIC 9(4).
01     AGREEDLINECOUNT          PIC 9(4)    VALUE ZERO.

01     SUPPLIERCOUNT            PIC 9(4)    VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIER OCCURS 0 TO 500 TIMES DEPENDING ON SUPPLIERCOUNT
               ASCENDING KEY IS SUPPLIERID-ST
               INDEXED BY SUPIDX.
           03 SUPPLIERID-ST     PIC 9(4).
           03 SUPPLIERNAME-ST   PIC X(30).

01     SUPPLIERFOUNDSWITCH      PIC X VALUE "N".
       88 SUPPLIERFOUND         VALUE "Y".

01     OPERATORID               PIC X(8) VALUE SPACES.

01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     PERMISSIONSONFILESWITCH  PIC X VALUE "N".
       88 PERMISSIONSENFORCED   VALUE "Y".
01     PERMITTEDACTIONCOUNT     PIC 9(3) VALUE ZERO.
01     PERMITTEDACTIONTABLE.
       02 PERMITTEDACTION       PIC X(12) OCCURS 0 TO 100 TIMES
               DEPENDING ON PERMITTEDACTIONCOUNT.
01     PERMIDX                  PIC 9(3).
01     WORKACTIONCODE           PIC X(12).
01     PERMISSIONSWITCH         PIC X VALUE "Y".
       88 ACTIONPERMITTED       VALUE "Y".

*>   The closed periods, and the date an entry refused from one of them
*>   is moved to on a supervisor's override - today, or the first of
*>   the month after the latest close when today's own period is
*>   already closed.
01     GLCLOSEDPERIODFILESTATUS PIC XX.
       88 GLCLOSEDPERIODFILEOK  VALUE "00".
01     CLOSEDPERIODCOUNT        PIC 9(3) VALUE ZERO.
01     CLOSEDPERIODTABLE.
       02 CLOSEDPERIOD          PIC 9(6) OCCURS 0 TO 600 TIMES
               DEPENDING ON CLOSEDPERIODCOUNT.
01     CLOSEDPERIODIDX          PIC 9(3).
01     LATESTCLOSEDPERIOD       PIC 9(6) VALUE ZERO.
01     OPENPERIODDATE           PIC 9(8).
01     OPENPERIODDATESPLIT REDEFINES OPENPERIODDATE.
       02 OPENPERIODYEAR        PIC 9(4).
       02 OPENPERIODMONTH       PIC 9(2).
       02 OPENPERIODDAY         PIC 9(2).
01     CHECKEDDATE              PIC 9(8).
01     CHECKEDDATESPLIT REDEFINES CHECKEDDATE.
       02 CHECKEDPERIOD         PIC 9(6).
       02 FILLER                PIC 9(2).
01     CLOSEDPERIODSWITCH       PIC X VALUE "N".
       88 DATEINCLOSEDPERIOD    VALUE "Y".
01     ENTRYDATESWITCH          PIC X VALUE "Y".
       88 ENTRYDATEACCEPTED     VALUE "Y".
       88 ENTRYDATEREFUSED      VALUE "N".
01     PERIODOVERRIDEOPERATORID PIC X(8) VALUE SPACES.
01     PERIODOVERRIDESWITCH     PIC X VALUE "N".
       88 PERIODOVERRIDEPERMITTED VALUE "Y".
01     PERIODTRAILACTIONCODE    PIC X(12).

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOADOPERATORPERMISSIONS
       PERFORM LOADCLOSEDPERIODS
       PERFORM LOADSUPPLIERTABLE

       DISPLAY "1 = ENTER SUPPLIER INVOICES"
       DISPLAY "2 = AGREE A HELD INVOICE VARIANCE"
       DISPLAY "OPTION: " WITH NO ADVANCING
       ACCEPT ENTRYMODE

       EVALUATE TRUE
           WHEN ENTERINGINVOICES
               MOVE "SUPPINVOICE" TO WORKACTIONCODE
               PERFORM CHECKACTIONPERMITTED
               IF ACTIONPERMITTED
                   PERFORM ENTERSUPPLIERINVOICES
               END-IF
           WHEN AGREEINGVARIANCES
               MOVE "INVVARIANCE" TO WORKACTIONCODE
               PERFORM CHECKACTIONPERMITTED
               IF ACTIONPERMITTED
                   PERFORM AGREEHELDVARIANCES
               END-IF
           WHEN OTHER
               DISPLAY "UNRECOGNIZED OPTION - NOTHING DONE"
       END-EVALUATE
       STOP RUN.

ENTERSUPPLIERINVOICES.
       OPEN EXTEND SUPPLIERINVOICEFILE
       IF NOT SUPPLIERINVOICEFILEOK
           OPEN OUTPUT SUPPLIERINVOICEFILE
       END-IF
       MOVE "Y" TO MOREINVOICES
       PERFORM ENTERONEINVOICE UNTIL NOT ENTERANOTHERINVOICE
       CLOSE SUPPLIERINVOICEFILE.

*>   The total printed on the supplier's document is keyed first and
*>   compared with the lines keyed under it, so a dropped or mistyped
*>   line shows at the desk instead of as a mystery variance overnight.
ENTERONEINVOICE.
       DISPLAY " "
       DISPLAY "SUPPLIER ID: " WITH NO ADVANCING
       ACCEPT SUPPLIERIDENTRY
       PERFORM FINDSUPPLIER
       IF NOT SUPPLIERFOUND
           DISPLAY "SUPPLIER " SUPPLIERIDENTRY
               " IS NOT ON THE SUPPLIER MASTER - INVOICE NOT TAKEN"
       ELSE
           DISPLAY "SUPPLIER: " SUPPLIERNAME-ST(SUPIDX)
           DISPLAY "SUPPLIER INVOICE NUMBER: " WITH NO ADVANCING
           ACCEPT INVOICENUMBERENTRY
           DISPLAY "INVOICE DATE (YYYYMMDD) OR BLANK FOR TODAY - "
               WITH NO ADVANCING
           MOVE SPACES TO INVOICEDATEENTRY
           ACCEPT INVOICEDATEENTRY
           IF INVOICEDATEENTRY = SPACES
               ACCEPT INVOICEDATE FROM DATE YYYYMMDD
           ELSE
               MOVE INVOICEDATEENTRY TO INVOICEDATE
           END-IF
           MOVE INVOICEDATE TO CHECKEDDATE
           PERFORM CHECKENTRYDATEOPEN
           IF ENTRYDATEREFUSED
               DISPLAY "INVOICE NOT TAKEN"
           ELSE
               MOVE CHECKEDDATE TO INVOICEDATE
               PERFORM ENTERINVOICELINES
           END-IF
       END-IF

       DISPLAY "ENTER ANOTHER INVOICE? (Y/N): " WITH NO ADVANCING
       ACCEPT MOREINVOICES.

ENTERINVOICELINES.
       DISPLAY "INVOICE TOTAL BEFORE TAX: " WITH NO ADVANCING
       ACCEPT INVOICETOTALENTRY

       MOVE ZERO TO INVOICELINECOUNT
       MOVE ZERO TO INVOICELINESTOTAL
       MOVE "Y" TO MOREINVOICELINES
       PERFORM ENTERONEINVOICELINE UNTIL NOT ENTERANOTHERLINE

       IF INVOICELINESTOTAL NOT = INVOICETOTALENTRY
           MOVE INVOICETOTALENTRY TO PRNINVOICETOTAL
           MOVE INVOICELINESTOTAL TO PRNLINESTOTAL
           DISPLAY "WARNING - LINES TOTAL " PRNLINESTOTAL
               " DOES NOT AGREE TO INVOICE TOTAL " PRNINVOICETOTAL
       END-IF
       PERFORM ENTERINVOICEVAT
       DISPLAY INVOICELINECOUNT " LINE(S) TAKEN FOR INVOICE "
           INVOICENUMBERENTRY.

*>   Keyed from the invoice as printed - the supplier's VAT, not one
*>   worked out here, is what can be reclaimed. No row is written for
*>   an invoice that carries none.
ENTERINVOICEVAT.
       DISPLAY "VAT ON THIS INVOICE OR ZERO FOR NONE: "
           WITH NO ADVANCING
       MOVE ZERO TO INVOICEVATENTRY
       ACCEPT INVOICEVATENTRY
       IF INVOICEVATENTRY > ZERO
           OPEN EXTEND SUPPLIERINVOICEVATFILE
           IF NOT SUPPLIERINVOICEVATFILEOK
               OPEN OUTPUT SUPPLIERINVOICEVATFILE
           END-IF
           MOVE SPACES             TO SUPPLIERINVOICEVATREC
           MOVE SUPPLIERIDENTRY    TO SUPPLIERID-SIV
           MOVE INVOICENUMBERENTRY TO INVOICENUMBER-SIV
           MOVE INVOICEDATE        TO INVOICEDATE-SIV
           MOVE INVOICELINESTOTAL  TO NETAMOUNT-SIV
           MOVE INVOICEVATENTRY    TO VATAMOUNT-SIV
           MOVE ZERO               TO POSTEDDATE-SIV
           MOVE OPERATORID         TO OPERATORID-SIV
           WRITE SUPPLIERINVOICEVATREC
           CLOSE SUPPLIERINVOICEVATFILE
       END-IF.

ENTERONEINVOICELINE.
       MOVE SPACES            TO SUPPLIERINVOICEREC
       MOVE SUPPLIERIDENTRY    TO SUPPLIERID-SIF
       MOVE INVOICENUMBERENTRY TO INVOICENUMBER-SIF
       MOVE INVOICEDATE        TO INVOICEDATE-SIF
       DISPLAY "PO NUMBER: " WITH NO ADVANCING
       ACCEPT PONUMBER-SIF
       DISPLAY "GADGET ID: " WITH NO ADVANCING
       ACCEPT GADGETID-SIF
       DISPLAY "QUANTITY INVOICED: " WITH NO ADVANCING
       ACCEPT QTYINVOICED-SIF
       DISPLAY "UNIT PRICE INVOICED: " WITH NO ADVANCING
       ACCEPT UNITPRICE-SIF
       SET INVOICEUNMATCHED TO TRUE
       MOVE ZERO              TO MATCHDATE-SIF
       MOVE OPERATORID        TO OPERATORID-SIF
       WRITE SUPPLIERINVOICEREC
       ADD 1 TO INVOICELINECOUNT
       COMPUTE INVOICELINESTOTAL = INVOICELINESTOTAL
           + (QTYINVOICED-SIF * UNITPRICE-SIF)

       DISPLAY "ANOTHER LINE ON THIS INVOICE? (Y/N): "
           WITH NO ADVANCING
       ACCEPT MOREINVOICELINES.

*>   A variance the buyer has settled with the supplier - a price rise
*>   agreed after the PO went out, a short delivery they will credit -
*>   is agreed line by line here. The matching run then treats the
*>   agreed line as matched, so it goes forward to be paid.
AGREEHELDVARIANCES.
       PERFORM LOADINVOICELINETABLE
       DISPLAY "SUPPLIER ID: " WITH NO ADVANCING
       ACCEPT SUPPLIERIDENTRY
       DISPLAY "SUPPLIER INVOICE NUMBER: " WITH NO ADVANCING
       ACCEPT INVOICENUMBERENTRY
       MOVE ZERO TO AGREEDLINECOUNT
       PERFORM AGREEONEINVOICELINE
           VARYING INVOICELINEIDX FROM 1 BY 1
           UNTIL INVOICELINEIDX > INVOICELINECOUNTONFILE
       IF AGREEDLINECOUNT = ZERO
           DISPLAY "NO HELD LINES FOUND FOR THAT INVOICE"
       ELSE
           PERFORM REWRITEINVOICELINEFILE
           DISPLAY AGREEDLINECOUNT " LINE(S) AGREED"
       END-IF.

AGREEONEINVOICELINE.
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC
       IF SUPPLIERID-SIF = SUPPLIERIDENTRY
               AND INVOICENUMBER-SIF = INVOICENUMBERENTRY
               AND INVOICEVARIANCEHELD
           SET INVOICEVARIANCEAGREED TO TRUE
           MOVE OPERATORID TO OPERATORID-SIF
           MOVE SUPPLIERINVOICEREC TO INVOICELINEREC(INVOICELINEIDX)
           ADD 1 TO AGREEDLINECOUNT
       END-IF.

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

REWRITEINVOICELINEFILE.
       OPEN OUTPUT SUPPLIERINVOICEFILE
       PERFORM WRITEONEINVOICELINE
           VARYING INVOICELINEIDX FROM 1 BY 1
           UNTIL INVOICELINEIDX > INVOICELINECOUNTONFILE
       CLOSE SUPPLIERINVOICEFILE.

WRITEONEINVOICELINE.
       MOVE INVOICELINEREC(INVOICELINEIDX) TO SUPPLIERINVOICEREC
       WRITE SUPPLIERINVOICEREC.

FINDSUPPLIER.
       MOVE "N" TO SUPPLIERFOUNDSWITCH
       SEARCH ALL SUPPLIER
           AT END CONTINUE
           WHEN SUPPLIERID-ST(SUPIDX) = SUPPLIERIDENTRY
               SET SUPPLIERFOUND TO TRUE
       END-SEARCH.

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
       MOVE SUPPLIERNAME-SMF TO SUPPLIERNAME-ST(SUPPLIERCOUNT)
       READ SUPPLIERMASTERFILE
           AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
       END-READ.

*>   The operator's permitted action codes, loaded once at sign-on.
*>   No permissions file on disk means no enforcement.
LOADOPERATORPERMISSIONS.
       MOVE ZERO TO PERMITTEDACTIONCOUNT
       MOVE "N" TO PERMISSIONSONFILESWITCH
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF OPERATORPERMISSIONSFILEOK
           SET PERMISSIONSENFORCED TO TRUE
           READ OPERATORPERMISSIONSFILE
               AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
           END-READ
           PERFORM STOREONEPERMISSION
               UNTIL ENDOFOPERATORPERMISSIONS
           CLOSE OPERATORPERMISSIONSFILE
       END-IF.

STOREONEPERMISSION.
       IF PERMOPERATORID = OPERATORID
           ADD 1 TO PERMITTEDACTIONCOUNT
           MOVE PERMACTIONCODE
               TO PERMITTEDACTION(PERMITTEDACTIONCOUNT)
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

CHECKACTIONPERMITTED.
       IF NOT PERMISSIONSENFORCED
           MOVE "Y" TO PERMISSIONSWITCH
       ELSE
           MOVE "N" TO PERMISSIONSWITCH
           PERFORM CHECKONEPERMITTEDACTION
               VARYING PERMIDX FROM 1 BY 1
               UNTIL PERMIDX > PERMITTEDACTIONCOUNT
           IF NOT ACTIONPERMITTED
               PERFORM LOGPERMISSIONREFUSAL
           END-IF
       END-IF.

CHECKONEPERMITTEDACTION.
       IF PERMITTEDACTION(PERMIDX) = WORKACTIONCODE
           MOVE "Y" TO PERMISSIONSWITCH
       END-IF.

LOGPERMISSIONREFUSAL.
       DISPLAY "ACTION " WORKACTIONCODE " NOT PERMITTED FOR "
           "OPERATOR " OPERATORID " - REFUSED AND LOGGED"
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE OPERATORID     TO REFUSALOPERATORID
       MOVE WORKACTIONCODE TO REFUSALACTIONCODE
       MOVE "SUPPINVENTRY" TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.

*>   Loaded once at sign-on. Without the file no period is closed.
LOADCLOSEDPERIODS.
       MOVE ZERO TO CLOSEDPERIODCOUNT
       OPEN INPUT GLCLOSEDPERIODFILE
       IF GLCLOSEDPERIODFILEOK
           READ GLCLOSEDPERIODFILE
               AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
           END-READ
           PERFORM STOREONECLOSEDPERIOD UNTIL ENDOFGLCLOSEDPERIODS
           CLOSE GLCLOSEDPERIODFILE
       END-IF
       ACCEPT OPENPERIODDATE FROM DATE YYYYMMDD
       MOVE OPENPERIODDATE TO CHECKEDDATE
       PERFORM CHECKDATEINCLOSEDPERIOD
       IF DATEINCLOSEDPERIOD
           DIVIDE LATESTCLOSEDPERIOD BY 100 GIVING OPENPERIODYEAR
               REMAINDER OPENPERIODMONTH
           IF OPENPERIODMONTH = 12
               ADD 1 TO OPENPERIODYEAR
               MOVE 1 TO OPENPERIODMONTH
           ELSE
               ADD 1 TO OPENPERIODMONTH
           END-IF
           MOVE 1 TO OPENPERIODDAY
       END-IF.

STOREONECLOSEDPERIOD.
       ADD 1 TO CLOSEDPERIODCOUNT
       MOVE CLOSEDPERIOD-GCF TO CLOSEDPERIOD(CLOSEDPERIODCOUNT)
       IF CLOSEDPERIOD-GCF > LATESTCLOSEDPERIOD
           MOVE CLOSEDPERIOD-GCF TO LATESTCLOSEDPERIOD
       END-IF
       READ GLCLOSEDPERIODFILE
           AT END SET ENDOFGLCLOSEDPERIODS TO TRUE
       END-READ.

CHECKDATEINCLOSEDPERIOD.
       MOVE "N" TO CLOSEDPERIODSWITCH
       PERFORM CHECKONECLOSEDPERIOD
           VARYING CLOSEDPERIODIDX FROM 1 BY 1
           UNTIL CLOSEDPERIODIDX > CLOSEDPERIODCOUNT.

CHECKONECLOSEDPERIOD.
       IF CLOSEDPERIOD(CLOSEDPERIODIDX) = CHECKEDPERIOD
           SET DATEINCLOSEDPERIOD TO TRUE
       END-IF.

*>   An entry dated into a closed period is refused unless a supervisor
*>   holding CLOSEDPERIOD signs for moving it into the open period.
*>   The move is written to the refusals trail under the supervisor's
*>   id as CLOSEDOVRIDE, a refused override as CLOSEDPERIOD, so the
*>   trail shows every entry that was kept out of a closed month.
CHECKENTRYDATEOPEN.
       SET ENTRYDATEACCEPTED TO TRUE
       IF CHECKEDDATE IS NOT NUMERIC
           DISPLAY "DATE NOT YYYYMMDD - ENTRY REFUSED"
           SET ENTRYDATEREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKDATEINCLOSEDPERIOD
       IF NOT DATEINCLOSEDPERIOD
           EXIT PARAGRAPH
       END-IF
       DISPLAY "DATE " CHECKEDDATE " IS IN CLOSED PERIOD "
           CHECKEDPERIOD
       DISPLAY "SUPERVISOR ID TO MOVE IT TO " OPENPERIODDATE
           " OR BLANK TO REFUSE: " WITH NO ADVANCING
       MOVE SPACES TO PERIODOVERRIDEOPERATORID
       ACCEPT PERIODOVERRIDEOPERATORID
       IF PERIODOVERRIDEOPERATORID = SPACES
           DISPLAY "ENTRY REFUSED - ITS PERIOD IS CLOSED"
           SET ENTRYDATEREFUSED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECKPERIODOVERRIDEPERMITTED
       IF PERIODOVERRIDEPERMITTED
           MOVE "CLOSEDOVRIDE" TO PERIODTRAILACTIONCODE
           PERFORM LOGPERIODOVERRIDE
           DISPLAY "DATE MOVED TO " OPENPERIODDATE
               " ON THE AUTHORITY OF " PERIODOVERRIDEOPERATORID
           MOVE OPENPERIODDATE TO CHECKEDDATE
       ELSE
           DISPLAY "CLOSED PERIOD OVERRIDE NOT PERMITTED FOR OPERATOR "
               PERIODOVERRIDEOPERATORID " - REFUSED AND LOGGED"
           MOVE "CLOSEDPERIOD" TO PERIODTRAILACTIONCODE
           PERFORM LOGPERIODOVERRIDE
           SET ENTRYDATEREFUSED TO TRUE
       END-IF.

*>   Read straight off the file for the supervisor, who is usually not
*>   the operator signed on. No permissions file on disk means no
*>   enforcement, as for every other action.
CHECKPERIODOVERRIDEPERMITTED.
       MOVE "N" TO PERIODOVERRIDESWITCH
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF NOT OPERATORPERMISSIONSFILEOK
           MOVE "Y" TO PERIODOVERRIDESWITCH
           EXIT PARAGRAPH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ
       PERFORM CHECKONEPERIODOVERRIDE UNTIL ENDOFOPERATORPERMISSIONS
       CLOSE OPERATORPERMISSIONSFILE.

CHECKONEPERIODOVERRIDE.
       IF PERMOPERATORID = PERIODOVERRIDEOPERATORID
               AND PERMACTIONCODE = "CLOSEDPERIOD"
           MOVE "Y" TO PERIODOVERRIDESWITCH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

LOGPERIODOVERRIDE.
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE PERIODOVERRIDEOPERATORID TO REFUSALOPERATORID
       MOVE PERIODTRAILACTIONCODE    TO REFUSALACTIONCODE
       MOVE "SUPPINVENTRY"    TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
