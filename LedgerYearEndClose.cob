FILE-CONTROL.
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT SUBSCRIBERLEDGERFILE ASSIGN TO "SubscriberLedger.dat"
FD     RECEIVABLESLEDGERFILE.
01     RECEIVABLESLEDGERREC.
       88 ENDOFRECEIVABLESLEDGER VALUE HIGH-VALUES.
       02 LEDGERKEY-RLF.
           03 CUSTOMERID-RLF    PIC X(5).
           03 ENTRYDATE-RLF     PIC 9(8).
           03 ENTRYSEQUENCE-RLF PIC 9(4).
       02 ENTRYTYPE-RLF         PIC X.
       02 AMOUNT-RLF            PIC 9(7)V99.
       02 INVOICENUMBER-RLF     PIC 9(6).
       02 CURRENCYCODE-RLF      PIC X(3).
       02 HOMEAMOUNT-RLF        PIC 9(7)V99.

FD     SUBSCRIBERLEDGERFILE.
01     SUBSCRIBERLEDGERREC.
       02 ENTRYDATE-SLF         PIC 9(8).

FD     LEDGERARCHIVEFILE.
01     LEDGERARCHIVEREC         PIC X(45).

FD     YEARENDREPORTFILE.
01     YEARENDPRINTLINE         PIC X(110).
WORKING-STORAGE SECTION.
01     RECEIVABLESLEDGERFILESTATUS PIC XX.
       88 RECEIVABLESLEDGERFILEOK  VALUE "00".
       88 RECEIVABLESLEDGERDUPLICATE VALUE "22".
01     LEDGERWRITTENSWITCH         PIC X VALUE "N".
       88 LEDGERENTRYWRITTEN       VALUE "Y".
01     SUBSCRIBERLEDGERFILESTATUS  PIC XX.
       88 SUBSCRIBERLEDGERFILEOK   VALUE "00".
01     LEDGERARCHIVEFILESTATUS     PIC XX.
01     WORKENTRYTYPE            PIC X.
01     WORKENTRYAMOUNT          PIC 9(7)V99.
01     WORKENTRYDATE            PIC 9(8).
01     WORKENTRYHOMEAMOUNT      PIC 9(7)V99.
01     WORKCURRENCYCODE         PIC X(3).

*>   Open position per account over the entries being archived -
*>   debits (bills, interest, reversals, refunds paid) less credits
*>   (payments, credit notes). What is left open is what carries
*>   forward into the new year. An overseas customer's position is
*>   in their billing currency, with its home value held alongside so
*>   the carry-forward entry keeps the value the debt is carried at.
01     ACCOUNTCOUNT             PIC 9(5) VALUE ZERO.
01     ACCOUNTTABLE.
       02 ACCOUNTENTRY OCCURS 0 TO 10000 TIMES
               DEPENDING ON ACCOUNTCOUNT.
           03 ACCOUNTID-AT      PIC X(10).
           03 OPENPOSITION-AT   PIC S9(9)V99.
           03 OPENHOMEPOSITION-AT PIC S9(9)V99.
           03 ACCOUNTCURRENCY-AT PIC X(3).
01     ACCOUNTIDX               PIC 9(5).
01     FOUNDACCOUNTIDX          PIC 9(5).

*>   Only the entries dated after the cutoff are held in storage for
*>   the rewrite - the year being closed streams straight to its
*>   archive file, so a busy year can no longer outgrow a table the
*>   way the full-ledger rewrites would. The receivables ledger is
*>   indexed and is closed in place, so only the subscriber ledger
*>   uses the table.
01     KEPTENTRYCOUNT           PIC 9(5) VALUE ZERO.
01     KEPTENTRYTABLE.
       02 KEPTENTRY             PIC X(41) OCCURS 0 TO 20000 TIMES
               DEPENDING ON KEPTENTRYCOUNT.
01     KEPTIDX                  PIC 9(5).

       WRITE YEARENDPRINTLINE FROM LEDGERNAMELINE
           AFTER ADVANCING 2 LINES

       OPEN I-O RECEIVABLESLEDGERFILE
       IF NOT RECEIVABLESLEDGERFILEOK
           MOVE "NO LEDGER FILE - NOTHING TO CLOSE"
               TO PRNDETAILCAPTION
               "ReceivablesLedger." FISCALYEARENTRY ".dat"
               DELIMITED BY SIZE INTO LEDGERARCHIVEFILENAME
           OPEN OUTPUT LEDGERARCHIVEFILE
           MOVE LOW-VALUES TO LEDGERKEY-RLF
           START RECEIVABLESLEDGERFILE
                   KEY IS NOT LESS THAN LEDGERKEY-RLF
               INVALID KEY SET ENDOFRECEIVABLESLEDGER TO TRUE
           END-START
           IF NOT ENDOFRECEIVABLESLEDGER
               READ RECEIVABLESLEDGERFILE NEXT
                   AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
               END-READ
           END-IF
           PERFORM JUDGEONERECEIVABLESENTRY
               UNTIL ENDOFRECEIVABLESLEDGER
           CLOSE LEDGERARCHIVEFILE

           PERFORM SUMCARRYFORWARDPOSITIONS
           PERFORM WRITEONERECEIVABLESCARRY
               VARYING ACCOUNTIDX FROM 1 BY 1
               UNTIL ACCOUNTIDX > ACCOUNTCOUNT
           CLOSE RECEIVABLESLEDGERFILE

           PERFORM REPORTONELEDGERCLOSE
       END-IF.

*>   An entry inside the closed year is archived and deleted from the
*>   ledger as it is passed; later entries are left where they are.
JUDGEONERECEIVABLESENTRY.
       IF ENTRYDATE-RLF NOT > CLOSECUTOFFDATE
           MOVE RECEIVABLESLEDGERREC TO LEDGERARCHIVEREC
           MOVE CUSTOMERID-RLF TO WORKACCOUNTID
           MOVE ENTRYTYPE-RLF  TO WORKENTRYTYPE
           MOVE AMOUNT-RLF     TO WORKENTRYAMOUNT
           MOVE AMOUNT-RLF     TO WORKENTRYHOMEAMOUNT
           IF HOMEAMOUNT-RLF IS NUMERIC
               MOVE HOMEAMOUNT-RLF TO WORKENTRYHOMEAMOUNT
           END-IF
           MOVE CURRENCYCODE-RLF TO WORKCURRENCYCODE
           PERFORM POSTWORKENTRYTOPOSITION
           DELETE RECEIVABLESLEDGERFILE RECORD
               INVALID KEY
                   DISPLAY "CANNOT DELETE CLOSED-YEAR ENTRY - STATUS "
                       RECEIVABLESLEDGERFILESTATUS " - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-DELETE
       END-IF
       READ RECEIVABLESLEDGERFILE NEXT
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
       END-READ.

                   ZERO - OPENPOSITION-AT(ACCOUNTIDX)
           END-IF
           MOVE CARRYFORWARDDATE TO ENTRYDATE-RLF
           MOVE ZERO TO INVOICENUMBER-RLF
           MOVE ACCOUNTCURRENCY-AT(ACCOUNTIDX) TO CURRENCYCODE-RLF
           COMPUTE HOMEAMOUNT-RLF =
               FUNCTION ABS(OPENHOMEPOSITION-AT(ACCOUNTIDX))
           MOVE ZERO TO ENTRYSEQUENCE-RLF
           MOVE "N" TO LEDGERWRITTENSWITCH
           PERFORM TRYONELEDGERWRITE UNTIL LEDGERENTRYWRITTEN
       END-IF.

*>   The sequence number in the key steps up past any entry already
*>   on file for the same customer on the new year's first day.
TRYONELEDGERWRITE.
       ADD 1 TO ENTRYSEQUENCE-RLF
       WRITE RECEIVABLESLEDGERREC
           INVALID KEY
               IF NOT RECEIVABLESLEDGERDUPLICATE
                   DISPLAY "CANNOT WRITE CARRY-FORWARD ENTRY - STATUS "
                       RECEIVABLESLEDGERFILESTATUS " - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           NOT INVALID KEY
               SET LEDGERENTRYWRITTEN TO TRUE
       END-WRITE.

*> ======================================================================
*>   Billing subscriber ledger
           MOVE SUBSCRIBERID-SLF TO WORKACCOUNTID
           MOVE ENTRYTYPE-SLF    TO WORKENTRYTYPE
           MOVE AMOUNT-SLF       TO WORKENTRYAMOUNT
           MOVE AMOUNT-SLF       TO WORKENTRYHOMEAMOUNT
           MOVE SPACES           TO WORKCURRENCYCODE
           PERFORM POSTWORKENTRYTOPOSITION
       ELSE
           ADD 1 TO KEPTENTRYCOUNT
           ADD WORKENTRYAMOUNT TO ARCHIVEDDEBITTOTAL
       END-IF
       PERFORM FINDWORKACCOUNTENTRY
       IF WORKCURRENCYCODE NOT = SPACES
           MOVE WORKCURRENCYCODE TO ACCOUNTCURRENCY-AT(FOUNDACCOUNTIDX)
       END-IF
       IF WORKENTRYTYPE = "P" OR WORKENTRYTYPE = "C"
           SUBTRACT WORKENTRYAMOUNT
               FROM OPENPOSITION-AT(FOUNDACCOUNTIDX)
           SUBTRACT WORKENTRYHOMEAMOUNT
               FROM OPENHOMEPOSITION-AT(FOUNDACCOUNTIDX)
       ELSE
           ADD WORKENTRYAMOUNT TO OPENPOSITION-AT(FOUNDACCOUNTIDX)
           ADD WORKENTRYHOMEAMOUNT
               TO OPENHOMEPOSITION-AT(FOUNDACCOUNTIDX)
       END-IF.

FINDWORKACCOUNTENTRY.
           ADD 1 TO ACCOUNTCOUNT
           MOVE WORKACCOUNTID TO ACCOUNTID-AT(ACCOUNTCOUNT)
           MOVE ZERO TO OPENPOSITION-AT(ACCOUNTCOUNT)
           MOVE ZERO TO OPENHOMEPOSITION-AT(ACCOUNTCOUNT)
           MOVE SPACES TO ACCOUNTCURRENCY-AT(ACCOUNTCOUNT)
           MOVE ACCOUNTCOUNT TO FOUNDACCOUNTIDX
       END-IF.

