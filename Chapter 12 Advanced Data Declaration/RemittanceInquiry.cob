INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT ALLOCATIONFILE ASSIGN TO "PaymentAllocations.dat"
FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGER VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
        88 RECEIVABLEBILL       VALUE "B".
        88 RECEIVABLEPAYMENT    VALUE "P".
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

FD     ALLOCATIONFILE.
01     ALLOCATIONREC.
       02 AMOUNTALLOCATED-ALF   PIC 9(7)V99.
       02 FILLER                PIC X.
       02 ENTRYTYPE-ALF         PIC X.
       02 FILLER                PIC X.
       02 INVOICENUMBER-ALF     PIC 9(6).

WORKING-STORAGE SECTION.
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
01     BILLOPENAMOUNT           PIC S9(8)V99 VALUE ZERO.
01     WORKBILLDATE             PIC 9(8).
01     WORKBILLTYPE             PIC X VALUE "B".
01     WORKBILLINVOICE          PIC 9(6) VALUE ZERO.
01     ALLOCATIONMATCHSWITCH    PIC X VALUE "N".
       88 ALLOCATIONMATCHESBILL VALUE "Y".
01     LEDGERSCANSWITCH         PIC X VALUE "N".
       88 ENDOFLEDGERSCAN       VALUE "Y".

01     BILLHEADERLINE.
       02 FILLER                PIC X(8)  VALUE "BILL OF ".
       02 PRNBILLAMOUNT         PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(7)  VALUE "  OPEN ".
       02 PRNBILLOPEN           PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNBILLINVOICE        PIC X(14).

01     ALLOCATIONDETAILLINE.
       02 FILLER                PIC X(12) VALUE "   PAID BY  ".
           PERFORM LISTBILLSANDALLOCATIONS
       END-IF.

*>   Only the customer's own entries are read - the ledger is keyed
*>   by customer then entry date.
LISTBILLSANDALLOCATIONS.
       MOVE ZERO TO BILLSSHOWNCOUNT
       MOVE "N" TO LEDGERSCANSWITCH
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF NOT RECEIVABLESLEDGERFILEOK
           DISPLAY "NO RECEIVABLES LEDGER ON DISK"
       ELSE
           MOVE CUSTOMERIDQUERYENTRY TO CUSTOMERID-RLF
           MOVE ZERO TO ENTRYDATE-RLF, ENTRYSEQUENCE-RLF
           START RECEIVABLESLEDGERFILE
                   KEY IS NOT LESS THAN LEDGERKEY-RLF
               INVALID KEY SET ENDOFLEDGERSCAN TO TRUE
           END-START
           IF NOT ENDOFLEDGERSCAN
               PERFORM READNEXTCUSTOMERENTRY
           END-IF
           PERFORM SHOWONEBILL UNTIL ENDOFLEDGERSCAN
           CLOSE RECEIVABLESLEDGERFILE
           IF BILLSSHOWNCOUNT = ZERO
               DISPLAY "NO BILLS ON THE LEDGER FOR "

*>   Interest charges collect exactly like bills, so they show here
*>   with their allocations too - matched on date and entry type,
*>   since a bill and an interest charge can share a date. A numbered
*>   invoice matches its allocations by number, as the payments run
*>   pairs them.
SHOWONEBILL.
       IF RECEIVABLEBILL OR ENTRYTYPE-RLF = "I"
           MOVE ENTRYDATE-RLF TO WORKBILLDATE
           MOVE ENTRYTYPE-RLF TO WORKBILLTYPE
           MOVE ZERO TO WORKBILLINVOICE
           MOVE SPACES TO PRNBILLINVOICE
           IF INVOICENUMBER-RLF IS NUMERIC AND INVOICENUMBER-RLF > ZERO
               MOVE INVOICENUMBER-RLF TO WORKBILLINVOICE
               STRING "INVOICE " INVOICENUMBER-RLF
                   DELIMITED BY SIZE INTO PRNBILLINVOICE
           END-IF
           MOVE ENTRYTYPE-RLF TO PRNBILLTYPE
           MOVE ENTRYDATE-RLF TO PRNBILLDATE
           MOVE AMOUNT-RLF    TO PRNBILLAMOUNT
           PERFORM LISTALLOCATIONSFORBILL
           ADD 1 TO BILLSSHOWNCOUNT
       END-IF
       PERFORM READNEXTCUSTOMERENTRY.

READNEXTCUSTOMERENTRY.
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFLEDGERSCAN TO TRUE
       END-READ
       IF CUSTOMERID-RLF NOT = CUSTOMERIDQUERYENTRY
           SET ENDOFLEDGERSCAN TO TRUE
       END-IF.

SUMALLOCATIONSFORBILL.
       OPEN INPUT ALLOCATIONFILE
       END-IF.

NETONEALLOCATION.
       PERFORM CHECKALLOCATIONMATCH
       IF ALLOCATIONMATCHESBILL
           SUBTRACT AMOUNTALLOCATED-ALF FROM BILLOPENAMOUNT
       END-IF
       READ ALLOCATIONFILE
       END-IF.

SHOWONEALLOCATION.
       PERFORM CHECKALLOCATIONMATCH
       IF ALLOCATIONMATCHESBILL
           MOVE PAYMENTDATE-ALF     TO PRNPAYMENTDATE
           MOVE AMOUNTALLOCATED-ALF TO PRNALLOCATEDAMOUNT
           DISPLAY ALLOCATIONDETAILLINE
       READ ALLOCATIONFILE
           AT END SET ENDOFALLOCATIONFILE TO TRUE
       END-READ.

CHECKALLOCATIONMATCH.
       MOVE "N" TO ALLOCATIONMATCHSWITCH
       IF CUSTOMERID-ALF NOT = CUSTOMERIDQUERYENTRY
           EXIT PARAGRAPH
       END-IF
       IF INVOICENUMBER-ALF IS NUMERIC AND INVOICENUMBER-ALF > ZERO
           IF INVOICENUMBER-ALF = WORKBILLINVOICE
               SET ALLOCATIONMATCHESBILL TO TRUE
           END-IF
       ELSE
           IF WORKBILLINVOICE = ZERO
                   AND BILLDATE-ALF = WORKBILLDATE
                   AND (ENTRYTYPE-ALF = WORKBILLTYPE
                       OR (ENTRYTYPE-ALF = SPACE
                           AND WORKBILLTYPE = "B"))
               SET ALLOCATIONMATCHESBILL TO TRUE
           END-IF
       END-IF.
