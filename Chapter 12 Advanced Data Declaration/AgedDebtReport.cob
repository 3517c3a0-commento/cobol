INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
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

FD     CUSTOMERMASTERFILE.
01     CUSTOMERMASTERREC.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     AGEDDEBTREPORTFILE.
01     AGEDDEBTPRINTLINE        PIC X(100).
           CLOSE RECEIVABLESLEDGERFILE
       END-IF.

*>   The company's debt is aged at home value, so an overseas
*>   customer's items sit alongside everyone else's; rows from before
*>   overseas billing carry no home value and are home currency.
STOREONELEDGERENTRY.
       IF HOMEAMOUNT-RLF IS NOT NUMERIC
           MOVE AMOUNT-RLF TO HOMEAMOUNT-RLF
       END-IF
       ADD 1 TO LEDGERENTRYCOUNT
       MOVE CUSTOMERID-RLF TO LECUSTOMERID(LEDGERENTRYCOUNT)
       MOVE ENTRYTYPE-RLF  TO LEENTRYTYPE(LEDGERENTRYCOUNT)
       MOVE HOMEAMOUNT-RLF TO LEAMOUNT(LEDGERENTRYCOUNT)
       MOVE ENTRYDATE-RLF  TO LEENTRYDATE(LEDGERENTRYCOUNT)
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
