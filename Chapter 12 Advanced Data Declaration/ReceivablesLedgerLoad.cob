IDENTIFICATION DIVISION.
PROGRAM-ID. RECEIVABLESLEDGERLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   The flat text ledger as it stood before the receivables ledger
*>   went indexed - one line per entry in the order the runs appended
*>   them. Rename ReceivablesLedger.dat to this name before loading.
       SELECT FLATLEDGERFILE ASSIGN TO "ReceivablesLedgerFlat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FLATLEDGERFILESTATUS.

       SELECT RECEIVABLESLEDGERFILE ASSIGN TO "ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

DATA DIVISION.
FILE SECTION.
*>   Entries written before overseas billing stop after the invoice
*>   number, and the oldest stop after the entry date - the missing
*>   columns read as spaces and are filled in on the way through.
FD     FLATLEDGERFILE.
01     FLATLEDGERREC.
       88 ENDOFFLATLEDGERFILE   VALUE HIGH-VALUES.
       02 CUSTOMERID-FLF        PIC X(5).
       02 ENTRYTYPE-FLF         PIC X.
       02 AMOUNT-FLF            PIC 9(7)V99.
       02 ENTRYDATE-FLF         PIC 9(8).
       02 INVOICENUMBER-FLF     PIC 9(6).
       02 CURRENCYCODE-FLF      PIC X(3).
       02 HOMEAMOUNT-FLF        PIC 9(7)V99.

FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

WORKING-STORAGE SECTION.
01     FLATLEDGERFILESTATUS     PIC XX.
       88 FLATLEDGERFILEOK      VALUE "00".
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK  VALUE "00".
       88 RECEIVABLESLEDGERDUPLICATE VALUE "22".

01     HOMECURRENCYCODE         PIC X(3) VALUE "GBP".

01     LEDGERWRITTENSWITCH      PIC X VALUE "N".
       88 LEDGERENTRYWRITTEN    VALUE "Y".

01     ENTRIESREAD              PIC 9(7) VALUE ZERO.
01     ENTRIESLOADED            PIC 9(7) VALUE ZERO.
01     ENTRIESREJECTED          PIC 9(7) VALUE ZERO.
01     FLATDEBITTOTAL           PIC 9(11)V99 VALUE ZERO.
01     FLATCREDITTOTAL          PIC 9(11)V99 VALUE ZERO.
01     LOADEDDEBITTOTAL         PIC 9(11)V99 VALUE ZERO.
01     LOADEDCREDITTOTAL        PIC 9(11)V99 VALUE ZERO.
01     PRNLOADTOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
*>   One-off migration: builds the indexed receivables ledger every
*>   Aromamora program opens, keyed on customer, entry date and a
*>   sequence number, from the flat text file that preceded it - the
*>   same flat-in, indexed-out step the subscriber master went
*>   through. The flat file is in posting order, not key order, so
*>   each entry is written by key and takes the next free sequence
*>   number for its customer and day. It refuses to run over a
*>   ledger that already exists, and proves the debits and credits
*>   loaded equal the debits and credits read.
BEGIN.
       OPEN INPUT RECEIVABLESLEDGERFILE
       IF RECEIVABLESLEDGERFILEOK
           CLOSE RECEIVABLESLEDGERFILE
           DISPLAY "ReceivablesLedger.dat ALREADY EXISTS AS AN INDEXED "
               "LEDGER - LOAD REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT FLATLEDGERFILE
       IF NOT FLATLEDGERFILEOK
           DISPLAY "NO ReceivablesLedgerFlat.dat ON DISK - NOTHING TO "
               "LOAD"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT RECEIVABLESLEDGERFILE
       IF NOT RECEIVABLESLEDGERFILEOK
           DISPLAY "CANNOT CREATE INDEXED LEDGER - STATUS "
               RECEIVABLESLEDGERFILESTATUS
           CLOSE FLATLEDGERFILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       READ FLATLEDGERFILE
           AT END SET ENDOFFLATLEDGERFILE TO TRUE
       END-READ
       PERFORM LOADONELEDGERENTRY UNTIL ENDOFFLATLEDGERFILE

       CLOSE FLATLEDGERFILE, RECEIVABLESLEDGERFILE
       DISPLAY "ENTRIES READ:     " ENTRIESREAD
       DISPLAY "ENTRIES LOADED:   " ENTRIESLOADED
       DISPLAY "ENTRIES REJECTED: " ENTRIESREJECTED
       MOVE FLATDEBITTOTAL TO PRNLOADTOTAL
       DISPLAY "DEBITS READ       " PRNLOADTOTAL
       MOVE LOADEDDEBITTOTAL TO PRNLOADTOTAL
       DISPLAY "DEBITS LOADED     " PRNLOADTOTAL
       MOVE FLATCREDITTOTAL TO PRNLOADTOTAL
       DISPLAY "CREDITS READ      " PRNLOADTOTAL
       MOVE LOADEDCREDITTOTAL TO PRNLOADTOTAL
       DISPLAY "CREDITS LOADED    " PRNLOADTOTAL
       IF ENTRIESREJECTED > ZERO
               OR FLATDEBITTOTAL NOT = LOADEDDEBITTOTAL
               OR FLATCREDITTOTAL NOT = LOADEDCREDITTOTAL
           DISPLAY "LOAD DOES NOT PROVE - FIX THE FLAT FILE, DELETE "
               "ReceivablesLedger.dat AND RERUN THE LOAD"
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

*>   Payments and credit notes are the credit side, every other entry
*>   type the debit side, as the year-end close counts them. An entry
*>   without a numeric amount or date cannot be keyed or totalled and
*>   is rejected with its line shown, not silently dropped.
LOADONELEDGERENTRY.
       ADD 1 TO ENTRIESREAD
       IF AMOUNT-FLF IS NOT NUMERIC OR ENTRYDATE-FLF IS NOT NUMERIC
           ADD 1 TO ENTRIESREJECTED
           DISPLAY "REJECTED (AMOUNT OR DATE NOT NUMERIC): "
               FLATLEDGERREC
       ELSE
           IF ENTRYTYPE-FLF = "P" OR ENTRYTYPE-FLF = "C"
               ADD AMOUNT-FLF TO FLATCREDITTOTAL
           ELSE
               ADD AMOUNT-FLF TO FLATDEBITTOTAL
           END-IF
           PERFORM BUILDINDEXEDENTRY
           MOVE ZERO TO ENTRYSEQUENCE-RLF
           MOVE "N" TO LEDGERWRITTENSWITCH
           PERFORM TRYONELEDGERWRITE UNTIL LEDGERENTRYWRITTEN
           ADD 1 TO ENTRIESLOADED
           IF ENTRYTYPE-RLF = "P" OR ENTRYTYPE-RLF = "C"
               ADD AMOUNT-RLF TO LOADEDCREDITTOTAL
           ELSE
               ADD AMOUNT-RLF TO LOADEDDEBITTOTAL
           END-IF
       END-IF
       READ FLATLEDGERFILE
           AT END SET ENDOFFLATLEDGERFILE TO TRUE
       END-READ.

*>   Entries from before invoice numbering, or before overseas
*>   billing, are filled in the way the programs already read them:
*>   no invoice number, home currency, home value equal to amount.
BUILDINDEXEDENTRY.
       MOVE SPACES           TO RECEIVABLESLEDGERREC
       MOVE CUSTOMERID-FLF   TO CUSTOMERID-RLF
       MOVE ENTRYDATE-FLF    TO ENTRYDATE-RLF
       MOVE ENTRYTYPE-FLF    TO ENTRYTYPE-RLF
       MOVE AMOUNT-FLF       TO AMOUNT-RLF
       MOVE ZERO             TO INVOICENUMBER-RLF
       IF INVOICENUMBER-FLF IS NUMERIC
           MOVE INVOICENUMBER-FLF TO INVOICENUMBER-RLF
       END-IF
       MOVE HOMECURRENCYCODE TO CURRENCYCODE-RLF
       IF CURRENCYCODE-FLF NOT = SPACES
           MOVE CURRENCYCODE-FLF TO CURRENCYCODE-RLF
       END-IF
       MOVE AMOUNT-FLF       TO HOMEAMOUNT-RLF
       IF HOMEAMOUNT-FLF IS NUMERIC
           MOVE HOMEAMOUNT-FLF TO HOMEAMOUNT-RLF
       END-IF.

TRYONELEDGERWRITE.
       ADD 1 TO ENTRYSEQUENCE-RLF
       WRITE RECEIVABLESLEDGERREC
           INVALID KEY
               IF NOT RECEIVABLESLEDGERDUPLICATE
                   DISPLAY "CANNOT WRITE TO INDEXED LEDGER - STATUS "
                       RECEIVABLESLEDGERFILESTATUS " - LOAD ABANDONED"
                   CLOSE FLATLEDGERFILE, RECEIVABLESLEDGERFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           NOT INVALID KEY
               SET LEDGERENTRYWRITTEN TO TRUE
       END-WRITE.
