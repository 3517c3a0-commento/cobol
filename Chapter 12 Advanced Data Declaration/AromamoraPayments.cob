           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT ALLOCATIONFILE ASSIGN TO "PaymentAllocations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATIONFILESTATUS.

       SELECT EXCHANGERATEFILE ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGERATEFILESTATUS.

       SELECT EXCHANGEDIFFERENCEFILE ASSIGN TO "ExchangeDifferences.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGEDIFFERENCEFILESTATUS.

*>   Periods the accounts have closed - an entry dated into one would
*>   change figures already reported. The file is kept with the GL
*>   one directory up.
       SELECT GLCLOSEDPERIODFILE ASSIGN TO "../GlClosedPeriods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLCLOSEDPERIODFILESTATUS.

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
FD     CUSTOMERMASTERFILE.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
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

*>   One line per pairing of a receipt with the bill it cleared, so
*>   "which invoice did my cheque of the 12th pay" has an answer -
*>   REMITTANCEINQUIRY reads these back per customer. A bill with an
*>   invoice number is paired by that number; rows for the unnumbered
*>   bills of earlier years carry no number and pair by date and type.
FD     ALLOCATIONFILE.
01     ALLOCATIONREC.
       02 CUSTOMERID-ALF        PIC X(5).
       02 AMOUNTALLOCATED-ALF   PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 ENTRYTYPE-ALF         PIC X.
       02 FILLER                PIC X      VALUE SPACE.
       02 INVOICENUMBER-ALF     PIC 9(6).

FD     EXCHANGERATEFILE.
01     EXCHANGERATEREC.
       88 ENDOFEXCHANGERATEFILE VALUE HIGH-VALUES.
       02 RATECURRENCYCODE      PIC X(3).
       02 FILLER                PIC X.
       02 RATEEFFECTIVEDATE     PIC 9(8).
       02 FILLER                PIC X.
       02 RATEVALUE             PIC 9(3)V9(6).

*>   One line per foreign-currency receipt that settled bills at a
*>   different rate from the one they were billed at - the home-value
*>   gain (or, signed negative, loss) GLJOURNALEXTRACT posts against
*>   the debtors control on the day of the receipt.
FD     EXCHANGEDIFFERENCEFILE.
01     EXCHANGEDIFFERENCEREC.
       02 CUSTOMERID-XDF        PIC X(5).
       02 FILLER                PIC X      VALUE SPACE.
       02 SETTLEDATE-XDF        PIC 9(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 CURRENCYCODE-XDF      PIC X(3).
       02 FILLER                PIC X      VALUE SPACE.
       02 RECEIPTAMOUNT-XDF     PIC 9(7)V99.
       02 FILLER                PIC X      VALUE SPACE.
       02 DIFFERENCE-XDF        PIC S9(7)V99 SIGN LEADING SEPARATE.

FD     GLCLOSEDPERIODFILE.
01     GLCLOSEDPERIODREC.
       88 ENDOFGLCLOSEDPERIODS  VALUE HIGH-VALUES.
       02 CLOSEDPERIOD-GCF      PIC 9(6).
       02 FILLER                PIC X.
       02 CLOSEDDATE-GCF        PIC 9(8).

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
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK  VALUE "00".
       88 RECEIVABLESLEDGERDUPLICATE VALUE "22".
01     LEDGERWRITTENSWITCH      PIC X VALUE "N".
       88 LEDGERENTRYWRITTEN    VALUE "Y".

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.
               INDEXED BY CUSTIDX.
           03 CUSTOMERID-CT     PIC X(5).
           03 CUSTOMERNAME-CT   PIC X(20).
           03 CTCURRENCYCODE    PIC X(3).

01     CUSTOMERFOUNDSWITCH      PIC X VALUE "N".
       88 CUSTOMERONFILE        VALUE "Y".
01     ALLOCATIONFILESTATUS     PIC XX.
       88 ALLOCATIONFILEOK      VALUE "00".

*>   A receipt is keyed in the currency the customer is billed in.
*>   The bills it clears come off the books at the home value they
*>   were billed at; the receipt is worth its amount at the rate on
*>   the day it arrived, and the two differ by the exchange gain or
*>   loss on settlement.
01     EXCHANGERATEFILESTATUS   PIC XX.
       88 EXCHANGERATEFILEOK    VALUE "00".
01     EXCHANGEDIFFERENCEFILESTATUS PIC XX.
       88 EXCHANGEDIFFERENCEFILEOK VALUE "00".
01     HOMECURRENCYCODE         PIC X(3) VALUE "GBP".
01     RECEIPTCURRENCYCODE      PIC X(3) VALUE SPACES.
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
01     CARRYINGVALUECLEARED     PIC 9(8)V99 VALUE ZERO.
01     CARRYINGVALUETHISBILL    PIC 9(8)V99 VALUE ZERO.
01     RECEIPTHOMEVALUE         PIC 9(8)V99 VALUE ZERO.
01     UNALLOCATEDHOMEVALUE     PIC 9(8)V99 VALUE ZERO.
01     EXCHANGEDIFFERENCE       PIC S9(8)V99 VALUE ZERO.
01     PRNEXCHANGEDIFFERENCE    PIC Z,ZZZ,ZZ9.99-.

*>   The customer's open bills, oldest first, with what earlier
*>   allocations already cleared netted off - rebuilt from the ledger
*>   and the allocation file at the start of each payment.
           03 OBBILLDATE        PIC 9(8).
           03 OBENTRYTYPE       PIC X.
           03 OBOPENAMOUNT      PIC S9(8)V99.
           03 OBBILLEDAMOUNT    PIC 9(7)V99.
           03 OBBILLEDHOMEVALUE PIC 9(7)V99.
           03 OBINVOICENUMBER   PIC 9(6).
01     OPENBILLIDX              PIC 9(3).
01     FOUNDOPENBILLIDX         PIC 9(3).

01     AMOUNTLEFTTOALLOCATE     PIC 9(8)V99 VALUE ZERO.
01     AMOUNTTOTHISBILL         PIC 9(8)V99 VALUE ZERO.
01     ALLOCATIONMODEENTRY      PIC X VALUE "O".
       88 MANUALALLOCATION      VALUE "M" "m".
       88 INVOICEALLOCATION     VALUE "I" "i".
01     QUOTEDINVOICEENTRY       PIC X(6).
01     QUOTEDINVOICENUMBER      PIC 9(6).
01     QUOTEDINVOICESWITCH      PIC X VALUE "N".
       88 NOMOREQUOTEDINVOICES  VALUE "Y".
01     MANUALAMOUNTENTRY        PIC 9(7)V99.
01     PRNOPENAMOUNT            PIC ZZ,ZZZ,ZZ9.99.
01     PRNLEFTAMOUNT            PIC ZZ,ZZZ,ZZ9.99.

01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

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
       END-IF

       PERFORM LOADCUSTOMERTABLE
       PERFORM LOADEXCHANGERATES
       PERFORM LOADCLOSEDPERIODS

       PERFORM ENTERONEPAYMENT UNTIL NOT ENTERANOTHER

       DISPLAY "PAYMENTS ENTERED: " PAYMENTSENTEREDCOUNT
       STOP RUN.

*>   Receipts match to the customer and land on the same open-item
*>   ledger the summary run bills onto - the aged-debt report nets
*>   the two sides off. The receipt is allocated before it is written
*>   so the ledger row can carry the home value of what it cleared.
ENTERONEPAYMENT.
       DISPLAY " "
       DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
       IF CUSTOMERNOTONFILE
           DISPLAY "NO SUCH CUSTOMER ON THE MASTER - NOT RECORDED"
       ELSE
           DISPLAY "AMOUNT RECEIVED IN " RECEIPTCURRENCYCODE ": "
               WITH NO ADVANCING
           ACCEPT PAYMENTAMOUNTENTRY
           DISPLAY "PAYMENT DATE (YYYYMMDD) OR BLANK FOR TODAY: "
               WITH NO ADVANCING
           ELSE
               MOVE PAYMENTDATEENTRY TO PAYMENTDATE
           END-IF
           MOVE PAYMENTDATE TO CHECKEDDATE
           PERFORM CHECKENTRYDATEOPEN
           IF ENTRYDATEREFUSED
               DISPLAY "PAYMENT NOT RECORDED"
           ELSE
               MOVE CHECKEDDATE TO PAYMENTDATE
               PERFORM RECORDONEPAYMENT
           END-IF
       END-IF
       DISPLAY "ENTER ANOTHER PAYMENT? (Y/N): " WITH NO ADVANCING
       ACCEPT MOREPAYMENTS.

*>   The payment date decides the rate the receipt is valued at, so it
*>   is settled first - moved out of a closed period or refused.
RECORDONEPAYMENT.
       PERFORM FINDEXCHANGERATEFORRECEIPT
       IF NOT USABLERATEFOUND
           DISPLAY "NO " RECEIPTCURRENCYCODE " RATE ON "
               PAYMENTDATE " - NOT RECORDED"
       ELSE
           MOVE ZERO TO CARRYINGVALUECLEARED
           PERFORM ALLOCATEPAYMENTTOBILLS
           PERFORM VALUERECEIPTINHOMECURRENCY
           MOVE SPACES             TO RECEIVABLESLEDGERREC
           MOVE CUSTOMERIDENTRY    TO CUSTOMERID-RLF
           SET RECEIVABLEPAYMENT   TO TRUE
           MOVE PAYMENTAMOUNTENTRY TO AMOUNT-RLF
           MOVE PAYMENTDATE        TO ENTRYDATE-RLF
           MOVE ZERO               TO INVOICENUMBER-RLF
           MOVE RECEIPTCURRENCYCODE TO CURRENCYCODE-RLF
           COMPUTE HOMEAMOUNT-RLF =
               CARRYINGVALUECLEARED + UNALLOCATEDHOMEVALUE
           PERFORM WRITEPAYMENTTOLEDGER
           ADD 1 TO PAYMENTSENTEREDCOUNT
           IF EXCHANGEDIFFERENCE NOT = ZERO
               PERFORM WRITEEXCHANGEDIFFERENCE
           END-IF
       END-IF.

*>   Money left unallocated sits on the account at the receipt-date
*>   rate - it has settled nothing yet, so it makes no gain or loss.
*>   Only the part that cleared bills is compared with what those
*>   bills were carried at.
VALUERECEIPTINHOMECURRENCY.
       COMPUTE RECEIPTHOMEVALUE ROUNDED =
           PAYMENTAMOUNTENTRY * RATEINFORCE
       COMPUTE UNALLOCATEDHOMEVALUE ROUNDED =
           AMOUNTLEFTTOALLOCATE * RATEINFORCE
       COMPUTE EXCHANGEDIFFERENCE = RECEIPTHOMEVALUE
           - CARRYINGVALUECLEARED - UNALLOCATEDHOMEVALUE.

WRITEEXCHANGEDIFFERENCE.
       OPEN EXTEND EXCHANGEDIFFERENCEFILE
       IF NOT EXCHANGEDIFFERENCEFILEOK
           OPEN OUTPUT EXCHANGEDIFFERENCEFILE
       END-IF
       MOVE SPACES              TO EXCHANGEDIFFERENCEREC
       MOVE CUSTOMERIDENTRY     TO CUSTOMERID-XDF
       MOVE PAYMENTDATE         TO SETTLEDATE-XDF
       MOVE RECEIPTCURRENCYCODE TO CURRENCYCODE-XDF
       MOVE PAYMENTAMOUNTENTRY  TO RECEIPTAMOUNT-XDF
       MOVE EXCHANGEDIFFERENCE  TO DIFFERENCE-XDF
       WRITE EXCHANGEDIFFERENCEREC
       CLOSE EXCHANGEDIFFERENCEFILE
       MOVE EXCHANGEDIFFERENCE TO PRNEXCHANGEDIFFERENCE
       DISPLAY "EXCHANGE DIFFERENCE ON SETTLEMENT " HOMECURRENCYCODE
           " " PRNEXCHANGEDIFFERENCE.

FINDEXCHANGERATEFORRECEIPT.
       MOVE "N" TO RATEFOUNDSWITCH
       MOVE ZERO TO RATEINFORCE, BESTRATEDATE
       IF RECEIPTCURRENCYCODE = HOMECURRENCYCODE
           MOVE 1 TO RATEINFORCE
           SET USABLERATEFOUND TO TRUE
       ELSE
           PERFORM CHECKONEEXCHANGERATE
               VARYING EXCHANGERATEIDX FROM 1 BY 1
               UNTIL EXCHANGERATEIDX > EXCHANGERATECOUNT
       END-IF.

CHECKONEEXCHANGERATE.
       IF ERCURRENCYCODE(EXCHANGERATEIDX) = RECEIPTCURRENCYCODE
               AND EREFFECTIVEDATE(EXCHANGERATEIDX) NOT > PAYMENTDATE
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

*>   The ledger is only held open for the write - the allocation step
*>   reads it separately to find the customer's open bills. The key
*>   is customer, entry date and a sequence number; the sequence
*>   steps up past any entry already on file for the same customer
*>   and day.
WRITEPAYMENTTOLEDGER.
       OPEN I-O RECEIVABLESLEDGERFILE
       IF NOT RECEIVABLESLEDGERFILEOK
           OPEN OUTPUT RECEIVABLESLEDGERFILE
           CLOSE RECEIVABLESLEDGERFILE
           OPEN I-O RECEIVABLESLEDGERFILE
       END-IF
       MOVE ZERO TO ENTRYSEQUENCE-RLF
       MOVE "N" TO LEDGERWRITTENSWITCH
       PERFORM TRYONELEDGERWRITE UNTIL LEDGERENTRYWRITTEN
       CLOSE RECEIVABLESLEDGERFILE.

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

*>   The receipt is paired to the bills it clears - oldest first by
*>   default, or to the bills the customer named on the remittance
*>   advice when the operator chooses manual, or straight to the
*>   invoice numbers quoted on the remittance. Anything left over
*>   stays unallocated on the ledger as plain credit.
ALLOCATEPAYMENTTOBILLS.
       PERFORM BUILDOPENBILLTABLE
       IF OPENBILLCOUNT = ZERO
           DISPLAY "NO OPEN BILLS - PAYMENT HELD UNALLOCATED"
       ELSE
           DISPLAY "ALLOCATE (O)LDEST FIRST, (M)ANUALLY OR BY "
               "(I)NVOICE NUMBER: " WITH NO ADVANCING
           MOVE "O" TO ALLOCATIONMODEENTRY
           ACCEPT ALLOCATIONMODEENTRY
           EVALUATE TRUE
               WHEN MANUALALLOCATION
                   PERFORM ALLOCATEONEBILLMANUALLY
                       VARYING OPENBILLIDX FROM 1 BY 1
                       UNTIL OPENBILLIDX > OPENBILLCOUNT
                       OR AMOUNTLEFTTOALLOCATE = ZERO
               WHEN INVOICEALLOCATION
                   MOVE "N" TO QUOTEDINVOICESWITCH
                   PERFORM ALLOCATEONEQUOTEDINVOICE
                       UNTIL NOMOREQUOTEDINVOICES
                       OR AMOUNTLEFTTOALLOCATE = ZERO
               WHEN OTHER
                   PERFORM ALLOCATEONEBILLOLDESTFIRST
                       VARYING OPENBILLIDX FROM 1 BY 1
                       UNTIL OPENBILLIDX > OPENBILLCOUNT
                       OR AMOUNTLEFTTOALLOCATE = ZERO
           END-EVALUATE
           IF AMOUNTLEFTTOALLOCATE > ZERO
               MOVE AMOUNTLEFTTOALLOCATE TO PRNLEFTAMOUNT
               DISPLAY "UNALLOCATED REMAINDER " PRNLEFTAMOUNT
       IF OBOPENAMOUNT(OPENBILLIDX) > ZERO
           MOVE OBOPENAMOUNT(OPENBILLIDX) TO PRNOPENAMOUNT
           MOVE AMOUNTLEFTTOALLOCATE      TO PRNLEFTAMOUNT
           IF OBINVOICENUMBER(OPENBILLIDX) > ZERO
               DISPLAY "INVOICE " OBINVOICENUMBER(OPENBILLIDX)
                   " OF " OBBILLDATE(OPENBILLIDX) " OPEN "
                   PRNOPENAMOUNT " - UNAPPLIED " PRNLEFTAMOUNT
           ELSE
               DISPLAY "BILL OF " OBBILLDATE(OPENBILLIDX) " TYPE "
                   OBENTRYTYPE(OPENBILLIDX) " OPEN "
                   PRNOPENAMOUNT " - UNAPPLIED " PRNLEFTAMOUNT
           END-IF
           DISPLAY "AMOUNT TO THIS BILL (0 TO SKIP): "
               WITH NO ADVANCING
           MOVE ZERO TO MANUALAMOUNTENTRY
           END-IF
       END-IF.

*>   The operator keys each invoice number the customer quoted; the
*>   receipt clears each one in turn, up to its open amount, until the
*>   money runs out or a blank number ends the list.
ALLOCATEONEQUOTEDINVOICE.
       MOVE AMOUNTLEFTTOALLOCATE TO PRNLEFTAMOUNT
       DISPLAY "INVOICE NUMBER QUOTED (BLANK TO FINISH) - UNAPPLIED "
           PRNLEFTAMOUNT ": " WITH NO ADVANCING
       MOVE SPACES TO QUOTEDINVOICEENTRY
       ACCEPT QUOTEDINVOICEENTRY
       IF QUOTEDINVOICEENTRY = SPACES
           SET NOMOREQUOTEDINVOICES TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION TEST-NUMVAL(QUOTEDINVOICEENTRY) NOT = ZERO
           DISPLAY "INVOICE NUMBER MUST BE NUMERIC"
           EXIT PARAGRAPH
       END-IF
       COMPUTE QUOTEDINVOICENUMBER = FUNCTION NUMVAL(QUOTEDINVOICEENTRY)
       MOVE ZERO TO FOUNDOPENBILLIDX
       PERFORM FINDQUOTEDINVOICE
           VARYING OPENBILLIDX FROM 1 BY 1
           UNTIL OPENBILLIDX > OPENBILLCOUNT OR FOUNDOPENBILLIDX > ZERO
       IF FOUNDOPENBILLIDX = ZERO
           DISPLAY "INVOICE " QUOTEDINVOICENUMBER
               " IS NOT A BILL ON THIS CUSTOMER'S ACCOUNT"
           EXIT PARAGRAPH
       END-IF
       MOVE FOUNDOPENBILLIDX TO OPENBILLIDX
       IF OBOPENAMOUNT(OPENBILLIDX) NOT > ZERO
           DISPLAY "INVOICE " QUOTEDINVOICENUMBER " IS ALREADY PAID"
           EXIT PARAGRAPH
       END-IF
       IF AMOUNTLEFTTOALLOCATE < OBOPENAMOUNT(OPENBILLIDX)
           MOVE AMOUNTLEFTTOALLOCATE TO AMOUNTTOTHISBILL
       ELSE
           MOVE OBOPENAMOUNT(OPENBILLIDX) TO AMOUNTTOTHISBILL
       END-IF
       PERFORM WRITEONEALLOCATION
       MOVE OBOPENAMOUNT(OPENBILLIDX) TO PRNOPENAMOUNT
       DISPLAY "INVOICE " QUOTEDINVOICENUMBER " NOW OPEN "
           PRNOPENAMOUNT.

FINDQUOTEDINVOICE.
       IF OBINVOICENUMBER(OPENBILLIDX) = QUOTEDINVOICENUMBER
           MOVE OPENBILLIDX TO FOUNDOPENBILLIDX
       END-IF.

WRITEONEALLOCATION.
       OPEN EXTEND ALLOCATIONFILE
       IF NOT ALLOCATIONFILEOK
       MOVE OBBILLDATE(OPENBILLIDX)   TO BILLDATE-ALF
       MOVE AMOUNTTOTHISBILL          TO AMOUNTALLOCATED-ALF
       MOVE OBENTRYTYPE(OPENBILLIDX)  TO ENTRYTYPE-ALF
       MOVE OBINVOICENUMBER(OPENBILLIDX) TO INVOICENUMBER-ALF
       WRITE ALLOCATIONREC
       CLOSE ALLOCATIONFILE
       MOVE AMOUNTTOTHISBILL TO CARRYINGVALUETHISBILL
       IF OBBILLEDAMOUNT(OPENBILLIDX) > ZERO
           COMPUTE CARRYINGVALUETHISBILL ROUNDED = AMOUNTTOTHISBILL
               * OBBILLEDHOMEVALUE(OPENBILLIDX)
               / OBBILLEDAMOUNT(OPENBILLIDX)
       END-IF
       ADD CARRYINGVALUETHISBILL TO CARRYINGVALUECLEARED
       SUBTRACT AMOUNTTOTHISBILL FROM AMOUNTLEFTTOALLOCATE
       SUBTRACT AMOUNTTOTHISBILL FROM OBOPENAMOUNT(OPENBILLIDX).

*>   Only this customer's entries are read - the ledger is keyed by
*>   customer then entry date, so they come back oldest first.
BUILDOPENBILLTABLE.
       MOVE ZERO TO OPENBILLCOUNT
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF RECEIVABLESLEDGERFILEOK
           MOVE CUSTOMERIDENTRY TO CUSTOMERID-RLF
           MOVE ZERO TO ENTRYDATE-RLF, ENTRYSEQUENCE-RLF
           START RECEIVABLESLEDGERFILE
                   KEY IS NOT LESS THAN LEDGERKEY-RLF
               INVALID KEY SET ENDOFLEDGERSCAN TO TRUE
           END-START
           IF NOT ENDOFLEDGERSCAN
               PERFORM READNEXTCUSTOMERENTRY
           END-IF
           PERFORM NOTEONEOPENBILL UNTIL ENDOFLEDGERSCAN
           CLOSE RECEIVABLESLEDGERFILE
       END-IF
*>   payment must be allocatable against them too - otherwise a
*>   receipt clearing an interest charge shows unallocated forever.
NOTEONEOPENBILL.
       IF ENTRYTYPE-RLF = "B" OR ENTRYTYPE-RLF = "I"
           ADD 1 TO OPENBILLCOUNT
           MOVE ENTRYDATE-RLF TO OBBILLDATE(OPENBILLCOUNT)
           MOVE ENTRYTYPE-RLF TO OBENTRYTYPE(OPENBILLCOUNT)
           MOVE AMOUNT-RLF    TO OBOPENAMOUNT(OPENBILLCOUNT)
           MOVE AMOUNT-RLF    TO OBBILLEDAMOUNT(OPENBILLCOUNT)
           MOVE AMOUNT-RLF    TO OBBILLEDHOMEVALUE(OPENBILLCOUNT)
           IF HOMEAMOUNT-RLF IS NUMERIC
               MOVE HOMEAMOUNT-RLF TO OBBILLEDHOMEVALUE(OPENBILLCOUNT)
           END-IF
           MOVE ZERO          TO OBINVOICENUMBER(OPENBILLCOUNT)
           IF INVOICENUMBER-RLF IS NUMERIC
               MOVE INVOICENUMBER-RLF TO OBINVOICENUMBER(OPENBILLCOUNT)
           END-IF
       END-IF
       PERFORM READNEXTCUSTOMERENTRY.

READNEXTCUSTOMERENTRY.
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFLEDGERSCAN TO TRUE
       END-READ
       IF CUSTOMERID-RLF NOT = CUSTOMERIDENTRY
           SET ENDOFLEDGERSCAN TO TRUE
       END-IF.

NETPRIORALLOCATIONS.
       OPEN INPUT ALLOCATIONFILE
*>   can land on the ledger the same day, and a date-only match would
*>   net one receipt off both of them. Allocation rows cut before the
*>   type column are bill allocations, the only kind that existed.
*>   A numbered row pairs with its own invoice and nothing else, and
*>   an unnumbered row only ever pairs with an unnumbered bill.
NETALLOCATIONOFFONEBILL.
       IF INVOICENUMBER-ALF IS NUMERIC AND INVOICENUMBER-ALF > ZERO
           IF OBINVOICENUMBER(OPENBILLIDX) = INVOICENUMBER-ALF
               SUBTRACT AMOUNTALLOCATED-ALF
                   FROM OBOPENAMOUNT(OPENBILLIDX)
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF OBINVOICENUMBER(OPENBILLIDX) = ZERO
               AND OBBILLDATE(OPENBILLIDX) = BILLDATE-ALF
               AND (OBENTRYTYPE(OPENBILLIDX) = ENTRYTYPE-ALF
                   OR (ENTRYTYPE-ALF = SPACE
                       AND OBENTRYTYPE(OPENBILLIDX) = "B"))

LOOKUPCUSTOMER.
       SET CUSTOMERNOTONFILE TO TRUE
       MOVE HOMECURRENCYCODE TO RECEIPTCURRENCYCODE
       SEARCH ALL CUSTOMER AT END CONTINUE
           WHEN CUSTOMERID-CT(CUSTIDX) = CUSTOMERIDENTRY
               SET CUSTOMERONFILE TO TRUE
               IF CTCURRENCYCODE(CUSTIDX) NOT = SPACES
                   MOVE CTCURRENCYCODE(CUSTIDX) TO RECEIPTCURRENCYCODE
               END-IF
       END-SEARCH.

LOADCUSTOMERTABLE.
       ADD 1 TO CUSTOMERCOUNT
       MOVE CUSTOMERID-CMF   TO CUSTOMERID-CT(CUSTOMERCOUNT)
       MOVE CUSTOMERNAME-CMF TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE CURRENCYCODE-CMF TO CTCURRENCYCODE(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.

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
       MOVE "OILPAYMENTS"     TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.
