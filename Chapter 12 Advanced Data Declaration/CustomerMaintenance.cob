           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

       SELECT EXCHANGERATEFILE ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGERATEFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     CUSTOMERMASTERFILE.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     CUSTOMERCHANGELOGFILE.
01     CUSTOMERCHANGELOGREC.
       02 LOGCUSTOMERID         PIC X(5).
       02 FILLER                PIC X.
       02 LOGCUSTOMERNAME       PIC X(20).
       02 FILLER                PIC X.
       02 LOGCURRENCYCODE       PIC X(3).

FD     OPERATORPERMISSIONSFILE.
01     OPERATORPERMISSIONSREC.
       02 FILLER                PIC X.
       02 REFUSALPROGRAM        PIC X(12).

FD     EXCHANGERATEFILE.
01     EXCHANGERATEREC.
       88 ENDOFEXCHANGERATEFILE VALUE HIGH-VALUES.
       02 RATECURRENCYCODE      PIC X(3).
       02 FILLER                PIC X.
       02 RATEEFFECTIVEDATE     PIC 9(8).
       02 FILLER                PIC X.
       02 RATEVALUE             PIC 9(3)V9(6).

WORKING-STORAGE SECTION.
01     CUSTOMERMASTERFILESTATUS PIC XX.
       88 CUSTOMERMASTERFILEOK  VALUE "00".
            88 CTONCREDITHOLD   VALUE "H".
           03 CTTAXEXEMPTFLAG   PIC X.
            88 CTTAXEXEMPT      VALUE "E".
           03 CTCURRENCYCODE    PIC X(3).

01     CUSTIDX                  PIC 9(4).
01     SHIFTIDX                 PIC 9(4).
       88 DELETEACTION          VALUE "D" "d".
       88 HOLDACTION            VALUE "H" "h".
       88 TAXACTION             VALUE "T" "t".
       88 CURRENCYACTION        VALUE "B" "b".
       88 LISTACTION            VALUE "L" "l".
       88 QUITACTION            VALUE "Q" "q".

01     CUSTOMERIDENTRY          PIC X(5) VALUE SPACES.
01     CUSTOMERNAMEENTRY        PIC X(20) VALUE SPACES.
01     CURRENCYCODEENTRY        PIC X(3) VALUE SPACES.
01     CONFIRMENTRY             PIC X VALUE SPACE.
       88 ACTIONCONFIRMED       VALUE "Y" "y".

01     PERMISSIONSWITCH         PIC X VALUE "Y".
       88 ACTIONPERMITTED       VALUE "Y".

*>   A customer billed in the home currency keeps a blank code on the
*>   master; any other billing currency must already have a rate on
*>   the exchange rate file or the billing run could not value a sale.
01     EXCHANGERATEFILESTATUS   PIC XX.
       88 EXCHANGERATEFILEOK    VALUE "00".
01     HOMECURRENCYCODE         PIC X(3) VALUE "GBP".
01     RATEFOUNDSWITCH          PIC X VALUE "N".
       88 USABLERATEFOUND       VALUE "Y".

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
PROCESSONEACTION.
       DISPLAY " "
       DISPLAY "(A)DD, (C)HANGE, (D)ELETE, (H)OLD/RELEASE, (T)AX "
           "EXEMPT, (B)ILLING CURRENCY, (L)IST, OR (Q)UIT - "
           WITH NO ADVANCING
       ACCEPT ACTIONENTRY
*>   Listing and quitting are open to anyone signed on; the actions
*>   that change the master each need their own permission.
           WHEN DELETEACTION  MOVE "CUSTMAINTD" TO WORKACTIONCODE
           WHEN HOLDACTION    MOVE "CUSTMAINTH" TO WORKACTIONCODE
           WHEN TAXACTION     MOVE "CUSTMAINTT" TO WORKACTIONCODE
           WHEN CURRENCYACTION MOVE "CUSTMAINTB" TO WORKACTIONCODE
           WHEN OTHER         CONTINUE
       END-EVALUATE
       MOVE "Y" TO PERMISSIONSWITCH
               WHEN DELETEACTION  PERFORM DELETECUSTOMER
               WHEN HOLDACTION    PERFORM TOGGLECREDITHOLD
               WHEN TAXACTION     PERFORM TOGGLETAXEXEMPT
               WHEN CURRENCYACTION PERFORM CHANGEBILLINGCURRENCY
               WHEN LISTACTION    PERFORM LISTCUSTOMERS
               WHEN QUITACTION    CONTINUE
               WHEN OTHER         DISPLAY "UNRECOGNIZED CHOICE"
           END-IF
       END-IF.

*>   Overseas customers are invoiced, sent statements and pay in
*>   their own currency - the code set here is what the billing run
*>   values their sales in. Keying the home currency (or blank) puts
*>   the customer back on home-currency billing. Entries already on
*>   the ledger stay in the currency they were booked in, so change
*>   it only once the account has been cleared.
CHANGEBILLINGCURRENCY.
       DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
       ACCEPT CUSTOMERIDENTRY
       PERFORM FINDCUSTOMERINTABLE
       IF CUSTOMERNOTFOUND
           DISPLAY "NO SUCH CUSTOMER ON FILE"
           EXIT PARAGRAPH
       END-IF
       MOVE CUSTOMERNAME-CT(FOUNDIDX) TO CUSTOMERNAMEENTRY
       IF CTCURRENCYCODE(FOUNDIDX) = SPACES
           DISPLAY "CUSTOMER IS BILLED IN " HOMECURRENCYCODE
       ELSE
           DISPLAY "CUSTOMER IS BILLED IN " CTCURRENCYCODE(FOUNDIDX)
       END-IF
       DISPLAY "NEW BILLING CURRENCY (BLANK FOR " HOMECURRENCYCODE
           "): " WITH NO ADVANCING
       ACCEPT CURRENCYCODEENTRY
       IF CURRENCYCODEENTRY = HOMECURRENCYCODE
           MOVE SPACES TO CURRENCYCODEENTRY
       END-IF
       IF CURRENCYCODEENTRY NOT = SPACES
           PERFORM CHECKCURRENCYHASRATE
           IF NOT USABLERATEFOUND
               DISPLAY "NO EXCHANGE RATE ON FILE FOR "
                   CURRENCYCODEENTRY " - CURRENCY NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF CURRENCYCODEENTRY = CTCURRENCYCODE(FOUNDIDX)
           DISPLAY "BILLING CURRENCY UNCHANGED"
       ELSE
           MOVE CURRENCYCODEENTRY TO CTCURRENCYCODE(FOUNDIDX)
           MOVE "CURNCY" TO WORKLOGACTION
           PERFORM WRITECHANGELOGENTRY
           ADD 1 TO CHANGESMADECOUNT
       END-IF.

CHECKCURRENCYHASRATE.
       MOVE "N" TO RATEFOUNDSWITCH
       OPEN INPUT EXCHANGERATEFILE
       IF EXCHANGERATEFILEOK
           READ EXCHANGERATEFILE
               AT END SET ENDOFEXCHANGERATEFILE TO TRUE
           END-READ
           PERFORM CHECKONERATEROW UNTIL ENDOFEXCHANGERATEFILE
           CLOSE EXCHANGERATEFILE
       END-IF.

CHECKONERATEROW.
       IF RATECURRENCYCODE = CURRENCYCODEENTRY AND RATEVALUE > ZERO
           SET USABLERATEFOUND TO TRUE
       END-IF
       READ EXCHANGERATEFILE
           AT END SET ENDOFEXCHANGERATEFILE TO TRUE
       END-READ.

LISTCUSTOMERS.
       PERFORM LISTONECUSTOMER
           VARYING CUSTIDX FROM 1 BY 1 UNTIL CUSTIDX > CUSTOMERCOUNT
LISTONECUSTOMER.
       IF CTONCREDITHOLD(CUSTIDX)
           DISPLAY CUSTOMERID-CT(CUSTIDX) " " CUSTOMERNAME-CT(CUSTIDX)
               " " CTCURRENCYCODE(CUSTIDX) " ** CREDIT HOLD **"
       ELSE
           DISPLAY CUSTOMERID-CT(CUSTIDX) " " CUSTOMERNAME-CT(CUSTIDX)
               " " CTCURRENCYCODE(CUSTIDX)
       END-IF.

FINDCUSTOMERINTABLE.
       MOVE CUSTOMERIDENTRY   TO CUSTOMERID-CT(CUSTIDX)
       MOVE CUSTOMERNAMEENTRY TO CUSTOMERNAME-CT(CUSTIDX)
       MOVE SPACE             TO CTHOLDFLAG(CUSTIDX)
       MOVE SPACE             TO CTTAXEXEMPTFLAG(CUSTIDX)
       MOVE SPACES            TO CTCURRENCYCODE(CUSTIDX).

SHIFTONECUSTOMERUP.
       MOVE CUSTOMERID-CT(CUSTIDX - 1)   TO CUSTOMERID-CT(CUSTIDX)
       MOVE CUSTOMERNAME-CT(CUSTIDX - 1) TO CUSTOMERNAME-CT(CUSTIDX)
       MOVE CTHOLDFLAG(CUSTIDX - 1)      TO CTHOLDFLAG(CUSTIDX)
       MOVE CTTAXEXEMPTFLAG(CUSTIDX - 1) TO CTTAXEXEMPTFLAG(CUSTIDX)
       MOVE CTCURRENCYCODE(CUSTIDX - 1)  TO CTCURRENCYCODE(CUSTIDX)
       SUBTRACT 1 FROM CUSTIDX.

REMOVECUSTOMERFROMTABLE.
       MOVE CUSTOMERID-CT(SHIFTIDX + 1)   TO CUSTOMERID-CT(SHIFTIDX)
       MOVE CUSTOMERNAME-CT(SHIFTIDX + 1) TO CUSTOMERNAME-CT(SHIFTIDX)
       MOVE CTHOLDFLAG(SHIFTIDX + 1)      TO CTHOLDFLAG(SHIFTIDX)
       MOVE CTTAXEXEMPTFLAG(SHIFTIDX + 1) TO CTTAXEXEMPTFLAG(SHIFTIDX)
       MOVE CTCURRENCYCODE(SHIFTIDX + 1)  TO CTCURRENCYCODE(SHIFTIDX).

LOADCUSTOMERTABLE.
       OPEN INPUT CUSTOMERMASTERFILE
       MOVE CUSTOMERNAME-CMF   TO CUSTOMERNAME-CT(CUSTOMERCOUNT)
       MOVE CREDITHOLDFLAG-CMF TO CTHOLDFLAG(CUSTOMERCOUNT)
       MOVE TAXEXEMPTFLAG-CMF  TO CTTAXEXEMPTFLAG(CUSTOMERCOUNT)
       MOVE CURRENCYCODE-CMF   TO CTCURRENCYCODE(CUSTOMERCOUNT)
       READ CUSTOMERMASTERFILE
           AT END SET ENDOFCUSTOMERMASTERFILE TO TRUE
       END-READ.
       MOVE CUSTOMERNAME-CT(CUSTIDX) TO CUSTOMERNAME-CMF
       MOVE CTHOLDFLAG(CUSTIDX)      TO CREDITHOLDFLAG-CMF
       MOVE CTTAXEXEMPTFLAG(CUSTIDX) TO TAXEXEMPTFLAG-CMF
       MOVE CTCURRENCYCODE(CUSTIDX)  TO CURRENCYCODE-CMF
       WRITE CUSTOMERMASTERREC.

*>   The operator's permitted action codes, loaded once at sign-on.
       MOVE WORKLOGACTION     TO LOGACTION
       MOVE CUSTOMERIDENTRY   TO LOGCUSTOMERID
       MOVE CUSTOMERNAMEENTRY TO LOGCUSTOMERNAME
       IF WORKLOGACTION = "CURNCY"
           MOVE CURRENCYCODEENTRY TO LOGCURRENCYCODE
       END-IF
       WRITE CUSTOMERCHANGELOGREC
       CLOSE CUSTOMERCHANGELOGFILE.
