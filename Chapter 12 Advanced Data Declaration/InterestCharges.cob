INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT CUSTOMERMASTERFILE ASSIGN TO "Customers.dat"
       SELECT INTERESTREGISTERFILE ASSIGN TO "InterestRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXCHANGERATEFILE ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGERATEFILESTATUS.

DATA DIVISION.
FILE SECTION.
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
        88 RECEIVABLEINTEREST   VALUE "I".
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

*>   One line: the monthly interest rate percent our terms quote, so
*>   a rate change is a file edit for accounts, not a code change.
FD     INTERESTREGISTERFILE.
01     INTERESTPRINTLINE        PIC X(90).

FD     EXCHANGERATEFILE.
01     EXCHANGERATEREC.
       88 ENDOFEXCHANGERATEFILE VALUE HIGH-VALUES.
       02 RATECURRENCYCODE      PIC X(3).
       02 FILLER                PIC X.
       02 RATEEFFECTIVEDATE     PIC 9(8).
       02 FILLER                PIC X.
       02 RATEVALUE             PIC 9(3)V9(6).

WORKING-STORAGE SECTION.
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK  VALUE "00".
       88 RECEIVABLESLEDGERDUPLICATE VALUE "22".
01     LEDGERWRITTENSWITCH      PIC X VALUE "N".
       88 LEDGERENTRYWRITTEN    VALUE "Y".

01     INTERESTPARAMETERFILESTATUS PIC XX.
       88 INTERESTPARAMETERFILEOK  VALUE "00".
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTCURRENCYCODE    PIC X(3).

01     LEDGERENTRYCOUNT         PIC 9(5) VALUE ZERO.
01     LEDGERTABLE.
01     CUSTOMERSWAIVEDCOUNT     PIC 9(4) VALUE ZERO.
01     TOTALINTERESTCHARGED     PIC 9(9)V99 VALUE ZERO.

*>   Interest is charged in the currency the customer's ledger is
*>   kept in; the ledger row also carries its home value at the rate
*>   on the run date, and the register total is in home currency.
01     EXCHANGERATEFILESTATUS   PIC XX.
       88 EXCHANGERATEFILEOK    VALUE "00".
01     HOMECURRENCYCODE         PIC X(3) VALUE "GBP".
01     CHARGECURRENCYCODE       PIC X(3) VALUE SPACES.
01     EXCHANGERATECOUNT        PIC 9(3) VALUE ZERO.
01     EXCHANGERATETABLE.
       02 EXCHANGERATEENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON EXCHANGERATECOUNT.
           03 ERCURRENCYCODE    PIC X(3).
           03 EREFFECTIVEDATE   PIC 9(8).
           03 ERRATEVALUE       PIC 9(3)V9(6).
01     EXCHANGERATEIDX          PIC 9(3).
01     RATEINFORCE              PIC 9(3)V9(6) VALUE ZERO.
01     BESTRATEDATE             PIC 9(8) VALUE ZERO.
01     RATEFOUNDSWITCH          PIC X VALUE "N".
       88 USABLERATEFOUND       VALUE "Y".
01     INTERESTHOMEVALUE        PIC 9(7)V99 VALUE ZERO.

01     INTERESTHEADINGLINE.
       02 FILLER                PIC X(36)
               VALUE "LATE-PAYMENT INTEREST REGISTER AT   ".
       02 PRNCUSTID             PIC X(5).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCUSTNAME           PIC X(20).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNCURRENCY           PIC X(3).
       02 FILLER                PIC X(10) VALUE "  OVERDUE ".
       02 PRNOVERDUE            PIC ZZ,ZZZ,ZZ9.99.
       02 FILLER                PIC X(11) VALUE "  INTEREST ".
       02 PRNINTEREST           PIC ZZZ,ZZ9.99.

01     WAIVEDNOTELINE.
       02 PRNWAIVEDCUSTID       PIC X(5).
       PERFORM LOADINTERESTRATE
       PERFORM LOADWAIVERLIST
       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADEXCHANGERATES
       PERFORM LOADRECEIVABLESLEDGER
       IF LEDGERENTRYCOUNT = ZERO
           DISPLAY "RECEIVABLES LEDGER IS EMPTY - NOTHING TO CHARGE"
       WRITE INTERESTPRINTLINE FROM INTERESTRATELINE
           AFTER ADVANCING 1 LINE

       OPEN I-O RECEIVABLESLEDGERFILE
       IF NOT RECEIVABLESLEDGERFILEOK
           OPEN OUTPUT RECEIVABLESLEDGERFILE
           CLOSE RECEIVABLESLEDGERFILE
           OPEN I-O RECEIVABLESLEDGERFILE
       END-IF
       PERFORM CHARGEONECUSTOMER
           VARYING DEBTORIDX FROM 1 BY 1 UNTIL DEBTORIDX > DEBTORCOUNT
               IF OVERDUEAMOUNT > ZERO
                   COMPUTE INTERESTAMOUNT ROUNDED =
                       OVERDUEAMOUNT * MONTHLYRATEPCT / 100
                   PERFORM FINDEXCHANGERATEFORCHARGE
                   IF INTERESTAMOUNT > ZERO AND USABLERATEFOUND
                       PERFORM POSTINTERESTENTRY
                       PERFORM PRINTINTERESTLINE
                   END-IF
       SET RECEIVABLEINTEREST TO TRUE
       MOVE INTERESTAMOUNT   TO AMOUNT-RLF
       MOVE RUNDATE          TO ENTRYDATE-RLF
       MOVE ZERO             TO INVOICENUMBER-RLF
       MOVE CHARGECURRENCYCODE TO CURRENCYCODE-RLF
       COMPUTE INTERESTHOMEVALUE ROUNDED = INTERESTAMOUNT * RATEINFORCE
       MOVE INTERESTHOMEVALUE TO HOMEAMOUNT-RLF
       MOVE ZERO TO ENTRYSEQUENCE-RLF
       MOVE "N" TO LEDGERWRITTENSWITCH
       PERFORM TRYONELEDGERWRITE UNTIL LEDGERENTRYWRITTEN
       ADD 1 TO CUSTOMERSCHARGEDCOUNT
       ADD INTERESTHOMEVALUE TO TOTALINTERESTCHARGED.

*>   The sequence number in the key steps up past any entry already
*>   on file for the same customer and day.
TRYONELEDGERWRITE.
       ADD 1 TO ENTRYSEQUENCE-RLF
       WRITE RECEIVABLESLEDGERREC
           INVALID KEY
               IF NOT RECEIVABLESLEDGERDUPLICATE
                   DISPLAY "CANNOT WRITE TO RECEIVABLES LEDGER - STATUS "
                       RECEIVABLESLEDGERFILESTATUS " - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           NOT INVALID KEY
               SET LEDGERENTRYWRITTEN TO TRUE
       END-WRITE.

*>   An overseas customer with no rate on file for the run date is
*>   not charged this run - the charge is picked up on the next run
*>   once the rate has been keyed.
FINDEXCHANGERATEFORCHARGE.
       MOVE HOMECURRENCYCODE TO CHARGECURRENCYCODE
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = WORKCUSTOMERID
               IF CTCURRENCYCODE(CUSTIDX) NOT = SPACES
                   MOVE CTCURRENCYCODE(CUSTIDX) TO CHARGECURRENCYCODE
               END-IF
       END-SEARCH
       MOVE "N" TO RATEFOUNDSWITCH
       MOVE ZERO TO RATEINFORCE, BESTRATEDATE
       IF CHARGECURRENCYCODE = HOMECURRENCYCODE
           MOVE 1 TO RATEINFORCE
           SET USABLERATEFOUND TO TRUE
       ELSE
           PERFORM CHECKONEEXCHANGERATE
               VARYING EXCHANGERATEIDX FROM 1 BY 1
               UNTIL EXCHANGERATEIDX > EXCHANGERATECOUNT
           IF NOT USABLERATEFOUND
               DISPLAY "NO " CHARGECURRENCYCODE " RATE ON " RUNDATE
                   " - CUSTOMER " WORKCUSTOMERID " NOT CHARGED"
           END-IF
       END-IF.

CHECKONEEXCHANGERATE.
       IF ERCURRENCYCODE(EXCHANGERATEIDX) = CHARGECURRENCYCODE
               AND EREFFECTIVEDATE(EXCHANGERATEIDX) NOT > RUNDATE
               AND EREFFECTIVEDATE(EXCHANGERATEIDX) NOT < BESTRATEDATE
               AND ERRATEVALUE(EXCHANGERATEIDX) > ZERO
           MOVE EREFFECTIVEDATE(EXCHANGERATEIDX) TO BESTRATEDATE
           MOVE ERRATEVALUE(EXCHANGERATEIDX)     TO RATEINFORCE
           SET USABLERATEFOUND TO TRUE
       END-IF.

LOADEXCHANGERATES.
       OPEN INPUT EXCHANGERATEFILE
       IF EXCHANGERATEFILEOK
           READ EXCHANGERATEFILE
               AT END SET ENDOFEXCHANGERATEFILE TO TRUE
           END-READ
           PERFORM STOREONEEXCHANGERATE UNTIL ENDOFEXCHANGERATEFILE
           CLOSE EXCHANGERATEFILE
       END-IF.

STOREONEEXCHANGERATE.
       ADD 1 TO EXCHANGERATECOUNT
       MOVE RATECURRENCYCODE  TO ERCURRENCYCODE(EXCHANGERATECOUNT)
       MOVE RATEEFFECTIVEDATE TO EREFFECTIVEDATE(EXCHANGERATECOUNT)
       MOVE RATEVALUE         TO ERRATEVALUE(EXCHANGERATECOUNT)
       READ EXCHANGERATEFILE
           AT END SET ENDOFEXCHANGERATEFILE TO TRUE
       END-READ.

PRINTINTERESTLINE.
       MOVE WORKCUSTOMERID TO PRNCUSTID
       PERFORM LOOKUPCUSTOMERNAME
       MOVE CHARGECURRENCYCODE TO PRNCURRENCY
       MOVE OVERDUEAMOUNT  TO PRNOVERDUE
       MOVE INTERESTAMOUNT TO PRNINTEREST
       WRITE INTERESTPRINTLINE FROM INTERESTDETAILLINE
LOADRECEIVABLESLEDGER.
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF RECEIVABLESLEDGERFILEOK
           READ RECEIVABLESLEDGERFILE NEXT
               AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
           END-READ
           PERFORM STOREONELEDGERENTRY UNTIL ENDOFRECEIVABLESLEDGER
       MOVE ENTRYTYPE-RLF  TO LEENTRYTYPE(LEDGERENTRYCOUNT)
       MOVE AMOUNT-RLF     TO LEAMOUNT(LEDGERENTRYCOUNT)
       MOVE ENTRYDATE-RLF  TO LEENTRYDATE(LEDGERENTRYCOUNT)
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
       END-READ.

       ADD 1 TO CUSTOMERCOUNT
       MOVE CUSTOMERID-CMF   TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE CURRENCYCODE-CMF TO CTCURRENCYCODE(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
