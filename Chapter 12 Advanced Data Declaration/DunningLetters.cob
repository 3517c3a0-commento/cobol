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

*>   Which letter each customer last received and when, so next
*>   month's run escalates from there instead of starting back at
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTCURRENCYCODE    PIC X(3).

*>   Ledger amounts are in the customer's billing currency, so the
*>   letter prints in that currency and says which it is.
01     HOMECURRENCYCODE         PIC X(3) VALUE "GBP".

01     LEDGERENTRYCOUNT         PIC 9(5) VALUE ZERO.
01     LEDGERTABLE.
           03 LEENTRYTYPE       PIC X.
           03 LEAMOUNT          PIC 9(7)V99.
           03 LEENTRYDATE       PIC 9(8).
           03 LEINVOICENUMBER   PIC 9(6).
           03 LEOPENAMOUNT      PIC 9(8)V99.
           03 LEAGEINDAYS       PIC S9(5).
01     LEDGERIDX                PIC 9(5).

01     DEBTORCOUNT              PIC 9(4) VALUE ZERO.
01     LETTERSWRITTENCOUNT      PIC 9(4) VALUE ZERO.

01     OVERDUEAMOUNT            PIC 9(8)V99 VALUE ZERO.

01     LETTERSEPARATORLINE      PIC X(70) VALUE ALL "=".

01     LETTERDATELINE.
       02 FILLER                PIC X(6)  VALUE "DATE: ".
       02 PRNLETTERDATE         PIC 9(8).
       02 FILLER                PIC X(14) VALUE "   AMOUNTS IN ".
       02 PRNLETTERCURRENCY     PIC X(3).

01     LETTERAMOUNTLINE.
       02 FILLER                PIC X(18) VALUE "OVERDUE AMOUNT:   ".
       02 PRNLETTEROVERDUE      PIC ZZ,ZZZ,ZZ9.99.
       02 FILLER                PIC X(18) VALUE "   TOTAL BALANCE: ".
       02 PRNLETTERBALANCE      PIC ZZ,ZZZ,ZZ9.99.

*>   Each overdue item is listed by the invoice number the customer
*>   was given, so the reply can quote it and the remittance is
*>   matched to the right bill.
01     OVERDUEITEMHEADINGLINE   PIC X(40)
               VALUE "OVERDUE ITEMS:".

01     OVERDUEITEMLINE.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNITEMDESCRIPTION    PIC X(16).
       02 FILLER                PIC X(7)  VALUE " DATED ".
       02 PRNITEMDATE           PIC 9(8).
       02 FILLER                PIC X(7)  VALUE "  OPEN ".
       02 PRNITEMOPEN           PIC ZZ,ZZZ,ZZ9.99.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNITEMAGE            PIC ZZZZ9.
       02 FILLER                PIC X(5)  VALUE " DAYS".

01     DUNNINGFOOTERLINE.
       02 FILLER                PIC X(17) VALUE "LETTERS WRITTEN: ".
       END-IF
       WRITE DUNNINGPRINTLINE FROM LETTERAMOUNTLINE
           AFTER ADVANCING 2 LINES
       WRITE DUNNINGPRINTLINE FROM OVERDUEITEMHEADINGLINE
           AFTER ADVANCING 2 LINES
       PERFORM LISTONEOVERDUEITEM
           VARYING LEDGERIDX FROM 1 BY 1
           UNTIL LEDGERIDX > LEDGERENTRYCOUNT
       PERFORM WRITELETTERBODY
       ADD 1 TO LETTERSWRITTENCOUNT.

LISTONEOVERDUEITEM.
       IF LECUSTOMERID(LEDGERIDX) = WORKCUSTOMERID
               AND (LEENTRYTYPE(LEDGERIDX) = "B"
                   OR LEENTRYTYPE(LEDGERIDX) = "I")
               AND LEOPENAMOUNT(LEDGERIDX) > ZERO
               AND LEAGEINDAYS(LEDGERIDX) NOT < 30
           MOVE SPACES TO PRNITEMDESCRIPTION
           EVALUATE TRUE
               WHEN LEENTRYTYPE(LEDGERIDX) = "I"
                   MOVE "INTEREST CHARGE" TO PRNITEMDESCRIPTION
               WHEN LEINVOICENUMBER(LEDGERIDX) > ZERO
                   STRING "INVOICE " LEINVOICENUMBER(LEDGERIDX)
                       DELIMITED BY SIZE INTO PRNITEMDESCRIPTION
               WHEN OTHER
                   MOVE "ACCOUNT BALANCE" TO PRNITEMDESCRIPTION
           END-EVALUATE
           MOVE LEENTRYDATE(LEDGERIDX)  TO PRNITEMDATE
           MOVE LEOPENAMOUNT(LEDGERIDX) TO PRNITEMOPEN
           MOVE LEAGEINDAYS(LEDGERIDX)  TO PRNITEMAGE
           WRITE DUNNINGPRINTLINE FROM OVERDUEITEMLINE
               AFTER ADVANCING 1 LINE
       END-IF.

*>   Three letters, three voices: a nudge at 30 days, a firm demand
*>   at 60, and at 90 the final notice that says the account is now
*>   on credit hold (the aged debt run will have flagged it).
               SUBTRACT PAYMENTSTOAPPLY FROM OPENBILLAMOUNT
               MOVE ZERO TO PAYMENTSTOAPPLY
           END-IF
           MOVE OPENBILLAMOUNT TO LEOPENAMOUNT(LEDGERIDX)
           IF OPENBILLAMOUNT > ZERO
               COMPUTE AGEINDAYS =
                   FUNCTION INTEGER-OF-DATE(RUNDATE) -
                   FUNCTION INTEGER-OF-DATE(LEENTRYDATE(LEDGERIDX))
               MOVE AGEINDAYS TO LEAGEINDAYS(LEDGERIDX)
               EVALUATE TRUE
                   WHEN AGEINDAYS < 30 MOVE 1 TO AGEBUCKETIDX
                   WHEN AGEINDAYS < 60 MOVE 2 TO AGEBUCKETIDX

LOOKUPCUSTOMERNAME.
       MOVE SPACES TO PRNLETTERCUSTNAME
       MOVE HOMECURRENCYCODE TO PRNLETTERCURRENCY
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = WORKCUSTOMERID
               MOVE CUSTOMERNAME-CT(CUSTIDX) TO PRNLETTERCUSTNAME
               IF CTCURRENCYCODE(CUSTIDX) NOT = SPACES
                   MOVE CTCURRENCYCODE(CUSTIDX) TO PRNLETTERCURRENCY
               END-IF
       END-SEARCH.

LOADRECEIVABLESLEDGER.
       MOVE ENTRYTYPE-RLF  TO LEENTRYTYPE(LEDGERENTRYCOUNT)
       MOVE AMOUNT-RLF     TO LEAMOUNT(LEDGERENTRYCOUNT)
       MOVE ENTRYDATE-RLF  TO LEENTRYDATE(LEDGERENTRYCOUNT)
       MOVE ZERO           TO LEINVOICENUMBER(LEDGERENTRYCOUNT)
       IF INVOICENUMBER-RLF IS NUMERIC
           MOVE INVOICENUMBER-RLF TO LEINVOICENUMBER(LEDGERENTRYCOUNT)
       END-IF
       MOVE ZERO           TO LEOPENAMOUNT(LEDGERENTRYCOUNT)
       MOVE ZERO           TO LEAGEINDAYS(LEDGERENTRYCOUNT)
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
       END-READ.
       ADD 1 TO CUSTOMERCOUNT
       MOVE CUSTOMERID-CMF   TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE CURRENCYCODE-CMF TO CTCURRENCYCODE(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
