IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPLIERPAYMENTRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PAYABLESLEDGERFILE ASSIGN TO "PayablesLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYABLESLEDGERFILESTATUS.

       SELECT SUPPLIERMASTERFILE ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REMITTANCEFILE ASSIGN TO DYNAMIC REMITTANCEFILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYMENTRUNREPORTFILE ASSIGN TO "SupplierPaymentRun.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Which operators may key which actions - one row per operator and
*>   action code. While the file is absent every action is allowed,
*>   so the control can be introduced a subsystem at a time.
       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     PAYABLESLEDGERFILE.
01     PAYABLESLEDGERREC.
       88 ENDOFPAYABLESLEDGER    VALUE HIGH-VALUES.
       02 SUPPLIERID-PLF         PIC 9(4).
       02 ENTRYTYPE-PLF          PIC X.
        88 PAYABLEINVOICE        VALUE "I".
        88 PAYABLEPAYMENT        VALUE "P".
       02 INVOICENUMBER-PLF      PIC X(12).
       02 AMOUNT-PLF             PIC 9(7)V99.
       02 ENTRYDATE-PLF          PIC 9(8).
       02 DUEDATE-PLF            PIC 9(8).

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       88 ENDOFSUPPLIERMASTERFILE VALUE HIGH-VALUES.
       02 SUPPLIERID-SMF         PIC 9(4).
       02 SUPPLIERNAME-SMF       PIC X(30).
       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     REMITTANCEFILE.
01     REMITTANCELINE            PIC X(80).

FD     PAYMENTRUNREPORTFILE.
01     PAYMENTRUNPRINTLINE       PIC X(80).

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

WORKING-STORAGE SECTION.
01     PAYABLESLEDGERFILESTATUS  PIC XX.
       88 PAYABLESLEDGERFILEOK   VALUE "00".

01     PAYMENTDATEENTRY          PIC X(8)    VALUE SPACES.
01     PAYMENTDATE               PIC 9(8).
01     DUECUTOFFENTRY            PIC X(8)    VALUE SPACES.
01     DUECUTOFFDATE             PIC 9(8).

01     REMITTANCEFILENAME        PIC X(40).
01     REMITSUPPLIERIDTEXT       PIC 9(4).

01     SUPPLIERCOUNT             PIC 9(4)    VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIER OCCURS 0 TO 500 TIMES DEPENDING ON SUPPLIERCOUNT
               ASCENDING KEY IS SUPPLIERID-ST
               INDEXED BY SUPIDX.
           03 SUPPLIERID-ST      PIC 9(4).
           03 SUPPLIERNAME-ST    PIC X(30).
           03 SUPPLIERCONTACT-ST PIC X(30).

*>   Every invoice on the ledger with what earlier payment runs have
*>   already paid against it - rebuilt from the ledger each run, the
*>   way the Aromamora payments entry rebuilds a customer's open bills.
01     OPENINVOICECOUNT          PIC 9(4)    VALUE ZERO.
01     OPENINVOICETABLE.
       02 OPENINVOICE OCCURS 0 TO 5000 TIMES
               DEPENDING ON OPENINVOICECOUNT.
           03 OISUPPLIERID       PIC 9(4).
           03 OIINVOICENUMBER    PIC X(12).
           03 OIDUEDATE          PIC 9(8).
           03 OIAMOUNT           PIC 9(7)V99.
           03 OIAMOUNTPAID       PIC 9(7)V99.
01     OPENINVOICEIDX            PIC 9(4).
01     AMOUNTTOPAY               PIC 9(7)V99.

01     SUPPLIERINVOICESPAID      PIC 9(4)    VALUE ZERO.
01     SUPPLIERAMOUNTPAID        PIC 9(9)V99 VALUE ZERO.
01     SUPPLIERSPAIDCOUNT        PIC 9(4)    VALUE ZERO.
01     INVOICESPAIDCOUNT         PIC 9(5)    VALUE ZERO.
01     TOTALAMOUNTPAID           PIC 9(9)V99 VALUE ZERO.
01     INVOICESNOTYETDUECOUNT    PIC 9(5)    VALUE ZERO.

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

01     REMITHEADINGLINE.
       02 FILLER                 PIC X(30)
               VALUE "REMITTANCE ADVICE".
       02 FILLER                 PIC X(14)  VALUE "PAYMENT DATE: ".
       02 PRNREMITPAYMENTDATE    PIC 9(8).

01     REMITSUPPLIERLINE.
       02 FILLER                 PIC X(4)   VALUE "TO: ".
       02 PRNREMITSUPPLIERID     PIC 9(4).
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNREMITSUPPLIERNAME   PIC X(30).

01     REMITCONTACTLINE.
       02 FILLER                 PIC X(9)   VALUE "CONTACT: ".
       02 PRNREMITCONTACT        PIC X(30).

01     REMITTOPICLINE.
       02 FILLER                 PIC X(14)  VALUE "YOUR INVOICE".
       02 FILLER                 PIC X(10)  VALUE "DUE DATE".
       02 FILLER                 PIC X(16)  VALUE "     AMOUNT PAID".

01     REMITDETAILLINE.
       02 PRNREMITINVOICENUMBER  PIC X(12).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNREMITDUEDATE        PIC 9(8).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNREMITAMOUNT         PIC ZZ,ZZZ,ZZ9.99.

01     REMITFOOTERLINE.
       02 FILLER                 PIC X(24)  VALUE "TOTAL PAID".
       02 PRNREMITTOTAL          PIC ZZZ,ZZZ,ZZ9.99.

01     RUNHEADINGLINE.
       02 FILLER                 PIC X(28)
               VALUE "SUPPLIER PAYMENT RUN - PAID ".
       02 PRNRUNPAYMENTDATE      PIC 9(8).
       02 FILLER                 PIC X(16)  VALUE " - DUE ON/BEFORE".
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNRUNCUTOFFDATE       PIC 9(8).

01     RUNTOPICLINE.
       02 FILLER                 PIC X(6)   VALUE "SUPP".
       02 FILLER                 PIC X(30)  VALUE "SUPPLIER NAME".
       02 FILLER                 PIC X(9)   VALUE " INVOICES".
       02 FILLER                 PIC X(16)  VALUE "     AMOUNT PAID".

01     RUNDETAILLINE.
       02 PRNRUNSUPPLIERID       PIC 9(4).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNRUNSUPPLIERNAME     PIC X(30).
       02 PRNRUNINVOICES         PIC ZZZZZZZZ9.
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNRUNAMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

01     RUNFOOTERLINE.
       02 FILLER                 PIC X(16)  VALUE "SUPPLIERS PAID: ".
       02 PRNRUNSUPPLIERSPAID    PIC ZZZ9.
       02 FILLER                 PIC X(12)  VALUE "  INVOICES: ".
       02 PRNRUNINVOICESPAID     PIC ZZZZ9.
       02 FILLER                 PIC X(9)   VALUE "  TOTAL: ".
       02 PRNRUNTOTALPAID        PIC ZZZ,ZZZ,ZZ9.99.

01     RUNNOTDUELINE.
       02 FILLER                 PIC X(36)
               VALUE "OPEN INVOICES NOT YET DUE, HELD: ".
       02 PRNRUNNOTDUE           PIC ZZZZ9.

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
       MOVE "PAYMENTRUN" TO WORKACTIONCODE
       PERFORM CHECKACTIONPERMITTED
       IF NOT ACTIONPERMITTED
           DISPLAY "RUN ABANDONED - PAYMENT RUN NOT PERMITTED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "PAYMENT DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT PAYMENTDATEENTRY
       IF PAYMENTDATEENTRY = SPACES
           ACCEPT PAYMENTDATE FROM DATE YYYYMMDD
       ELSE
           MOVE PAYMENTDATEENTRY TO PAYMENTDATE
       END-IF
*>   The run is weekly, so by default it pays everything falling due
*>   before the next one - an invoice due on Wednesday is not left to
*>   go overdue because the run happens on Friday.
       DISPLAY "PAY INVOICES DUE ON OR BEFORE (YYYYMMDD) OR BLANK FOR "
           "A WEEK AHEAD - " WITH NO ADVANCING
       ACCEPT DUECUTOFFENTRY
       IF DUECUTOFFENTRY = SPACES
           COMPUTE DUECUTOFFDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PAYMENTDATE) + 7)
       ELSE
           MOVE DUECUTOFFENTRY TO DUECUTOFFDATE
       END-IF

       PERFORM LOADSUPPLIERTABLE
       PERFORM LOADOPENINVOICETABLE

       OPEN OUTPUT PAYMENTRUNREPORTFILE
       MOVE PAYMENTDATE   TO PRNRUNPAYMENTDATE
       MOVE DUECUTOFFDATE TO PRNRUNCUTOFFDATE
       WRITE PAYMENTRUNPRINTLINE FROM RUNHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE PAYMENTRUNPRINTLINE FROM RUNTOPICLINE
           AFTER ADVANCING 2 LINES

       OPEN EXTEND PAYABLESLEDGERFILE
       IF NOT PAYABLESLEDGERFILEOK
           OPEN OUTPUT PAYABLESLEDGERFILE
       END-IF
       PERFORM PAYONESUPPLIER
           VARYING SUPIDX FROM 1 BY 1
           UNTIL SUPIDX > SUPPLIERCOUNT
       CLOSE PAYABLESLEDGERFILE

       PERFORM COUNTONEINVOICENOTYETDUE
           VARYING OPENINVOICEIDX FROM 1 BY 1
           UNTIL OPENINVOICEIDX > OPENINVOICECOUNT

       MOVE SUPPLIERSPAIDCOUNT TO PRNRUNSUPPLIERSPAID
       MOVE INVOICESPAIDCOUNT  TO PRNRUNINVOICESPAID
       MOVE TOTALAMOUNTPAID    TO PRNRUNTOTALPAID
       WRITE PAYMENTRUNPRINTLINE FROM RUNFOOTERLINE
           AFTER ADVANCING 2 LINES
       MOVE INVOICESNOTYETDUECOUNT TO PRNRUNNOTDUE
       WRITE PAYMENTRUNPRINTLINE FROM RUNNOTDUELINE
           AFTER ADVANCING 1 LINE
       CLOSE PAYMENTRUNREPORTFILE

       DISPLAY "PAYMENT RUN COMPLETE - SUPPLIERS PAID: "
           SUPPLIERSPAIDCOUNT " INVOICES PAID: " INVOICESPAIDCOUNT
       STOP RUN.

*>   One remittance advice is cut per supplier being paid, named for
*>   the supplier the way the reorder run names its purchase orders,
*>   so accounts can send each supplier their own advice directly.
*>   Each invoice settled gets a payment entry on the ledger, so it
*>   drops out of the next run and the GL extract sees the cash.
PAYONESUPPLIER.
       MOVE ZERO TO SUPPLIERINVOICESPAID
       MOVE ZERO TO SUPPLIERAMOUNTPAID
       PERFORM COUNTONEDUEINVOICE
           VARYING OPENINVOICEIDX FROM 1 BY 1
           UNTIL OPENINVOICEIDX > OPENINVOICECOUNT
       IF SUPPLIERINVOICESPAID > ZERO
           MOVE SUPPLIERID-ST(SUPIDX) TO REMITSUPPLIERIDTEXT
           MOVE SPACES TO REMITTANCEFILENAME
           STRING "Remittance." REMITSUPPLIERIDTEXT ".dat"
               DELIMITED BY SIZE INTO REMITTANCEFILENAME
           OPEN OUTPUT REMITTANCEFILE
           MOVE PAYMENTDATE                TO PRNREMITPAYMENTDATE
           WRITE REMITTANCELINE FROM REMITHEADINGLINE
           MOVE SUPPLIERID-ST(SUPIDX)      TO PRNREMITSUPPLIERID
           MOVE SUPPLIERNAME-ST(SUPIDX)    TO PRNREMITSUPPLIERNAME
           WRITE REMITTANCELINE FROM REMITSUPPLIERLINE
           MOVE SUPPLIERCONTACT-ST(SUPIDX) TO PRNREMITCONTACT
           WRITE REMITTANCELINE FROM REMITCONTACTLINE
           MOVE SPACES TO REMITTANCELINE
           WRITE REMITTANCELINE
           WRITE REMITTANCELINE FROM REMITTOPICLINE

           PERFORM PAYONEDUEINVOICE
               VARYING OPENINVOICEIDX FROM 1 BY 1
               UNTIL OPENINVOICEIDX > OPENINVOICECOUNT

           MOVE SUPPLIERAMOUNTPAID TO PRNREMITTOTAL
           MOVE SPACES TO REMITTANCELINE
           WRITE REMITTANCELINE
           WRITE REMITTANCELINE FROM REMITFOOTERLINE
           CLOSE REMITTANCEFILE

           MOVE SUPPLIERID-ST(SUPIDX)   TO PRNRUNSUPPLIERID
           MOVE SUPPLIERNAME-ST(SUPIDX) TO PRNRUNSUPPLIERNAME
           MOVE SUPPLIERINVOICESPAID    TO PRNRUNINVOICES
           MOVE SUPPLIERAMOUNTPAID      TO PRNRUNAMOUNT
           WRITE PAYMENTRUNPRINTLINE FROM RUNDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO SUPPLIERSPAIDCOUNT
           ADD SUPPLIERINVOICESPAID TO INVOICESPAIDCOUNT
           ADD SUPPLIERAMOUNTPAID   TO TOTALAMOUNTPAID
       END-IF.

COUNTONEDUEINVOICE.
       IF OISUPPLIERID(OPENINVOICEIDX) = SUPPLIERID-ST(SUPIDX)
               AND OIDUEDATE(OPENINVOICEIDX) NOT > DUECUTOFFDATE
               AND OIAMOUNTPAID(OPENINVOICEIDX)
                   < OIAMOUNT(OPENINVOICEIDX)
           ADD 1 TO SUPPLIERINVOICESPAID
       END-IF.

PAYONEDUEINVOICE.
       IF OISUPPLIERID(OPENINVOICEIDX) = SUPPLIERID-ST(SUPIDX)
               AND OIDUEDATE(OPENINVOICEIDX) NOT > DUECUTOFFDATE
               AND OIAMOUNTPAID(OPENINVOICEIDX)
                   < OIAMOUNT(OPENINVOICEIDX)
           COMPUTE AMOUNTTOPAY = OIAMOUNT(OPENINVOICEIDX)
               - OIAMOUNTPAID(OPENINVOICEIDX)
           MOVE OIINVOICENUMBER(OPENINVOICEIDX) TO PRNREMITINVOICENUMBER
           MOVE OIDUEDATE(OPENINVOICEIDX)       TO PRNREMITDUEDATE
           MOVE AMOUNTTOPAY                     TO PRNREMITAMOUNT
           WRITE REMITTANCELINE FROM REMITDETAILLINE

           MOVE SPACES                          TO PAYABLESLEDGERREC
           MOVE OISUPPLIERID(OPENINVOICEIDX)    TO SUPPLIERID-PLF
           SET PAYABLEPAYMENT                   TO TRUE
           MOVE OIINVOICENUMBER(OPENINVOICEIDX) TO INVOICENUMBER-PLF
           MOVE AMOUNTTOPAY                     TO AMOUNT-PLF
           MOVE PAYMENTDATE                     TO ENTRYDATE-PLF
           MOVE OIDUEDATE(OPENINVOICEIDX)       TO DUEDATE-PLF
           WRITE PAYABLESLEDGERREC

           ADD AMOUNTTOPAY TO OIAMOUNTPAID(OPENINVOICEIDX)
           ADD AMOUNTTOPAY TO SUPPLIERAMOUNTPAID
       END-IF.

COUNTONEINVOICENOTYETDUE.
       IF OIAMOUNTPAID(OPENINVOICEIDX) < OIAMOUNT(OPENINVOICEIDX)
           ADD 1 TO INVOICESNOTYETDUECOUNT
       END-IF.

*>   A missing ledger (no supplier invoice has matched yet) is not an
*>   error - there is simply nothing to pay.
LOADOPENINVOICETABLE.
       OPEN INPUT PAYABLESLEDGERFILE
       IF PAYABLESLEDGERFILEOK
           READ PAYABLESLEDGERFILE
               AT END SET ENDOFPAYABLESLEDGER TO TRUE
           END-READ
           PERFORM STOREONELEDGERENTRY UNTIL ENDOFPAYABLESLEDGER
           CLOSE PAYABLESLEDGERFILE
       END-IF.

STOREONELEDGERENTRY.
       IF PAYABLEINVOICE
           ADD 1 TO OPENINVOICECOUNT
           MOVE SUPPLIERID-PLF    TO OISUPPLIERID(OPENINVOICECOUNT)
           MOVE INVOICENUMBER-PLF TO OIINVOICENUMBER(OPENINVOICECOUNT)
           MOVE DUEDATE-PLF       TO OIDUEDATE(OPENINVOICECOUNT)
           MOVE AMOUNT-PLF        TO OIAMOUNT(OPENINVOICECOUNT)
           MOVE ZERO              TO OIAMOUNTPAID(OPENINVOICECOUNT)
       END-IF
       IF PAYABLEPAYMENT
           PERFORM NETONEPAYMENTOFFINVOICE
               VARYING OPENINVOICEIDX FROM 1 BY 1
               UNTIL OPENINVOICEIDX > OPENINVOICECOUNT
       END-IF
       READ PAYABLESLEDGERFILE
           AT END SET ENDOFPAYABLESLEDGER TO TRUE
       END-READ.

NETONEPAYMENTOFFINVOICE.
       IF OISUPPLIERID(OPENINVOICEIDX) = SUPPLIERID-PLF
               AND OIINVOICENUMBER(OPENINVOICEIDX) = INVOICENUMBER-PLF
           ADD AMOUNT-PLF TO OIAMOUNTPAID(OPENINVOICEIDX)
       END-IF.

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
       MOVE SUPPLIERID-SMF      TO SUPPLIERID-ST(SUPPLIERCOUNT)
       MOVE SUPPLIERNAME-SMF    TO SUPPLIERNAME-ST(SUPPLIERCOUNT)
       MOVE SUPPLIERCONTACT-SMF TO SUPPLIERCONTACT-ST(SUPPLIERCOUNT)
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
       MOVE "SUPPPAYRUN"   TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
