        88 CREDITNOTE-SR       VALUE "C".
       02  ORIGSALEDATE-SR     PIC 9(8).
       02  SALESREPCODE-SR     PIC X(3).
       02  QUOTENUMBER-SR      PIC 9(6).
       02  QUOTEDUNITPRICE-SR  PIC 99V99.
       02  QUOTEDDISCOUNTPCT-SR PIC 99V9.
       02  ORDERNUMBER-SR      PIC 9(6).
       02  ORDERLINENUM-SR     PIC 99.

*>   The first record (oil number 00) is the control record carrying
*>   the date sales have been posted through - it is what stops the
       02  LOTNUMBER-OLF       PIC X(10).
       02  RECEIPTDATE-OLF     PIC 9(8).
       02  QTYREMAINING-OLF    PIC 9(5).
       02  BESTBEFOREDATE-OLF  PIC 9(8).

*>   The permanent record of which lot each sale's units came from -
*>   appended and never truncated, so RECALLREPORT can take a lot
           03 OLLOTNUMBER       PIC X(10).
           03 OLRECEIPTDATE     PIC 9(8).
           03 OLQTYREMAINING    PIC S9(6).
           03 OLBESTBEFOREDATE  PIC 9(8).
01     OILLOTIDX                PIC 9(4).
01     OLDESTLOTIDX             PIC 9(4).
*>   A lot with no best-before date (received before dates were kept)
*>   sorts after every dated lot, as if it never expired.
01     CANDIDATEEXPIRY          PIC 9(8).
01     CHOSENEXPIRY             PIC 9(8).
01     QTYLEFTTOCONSUME         PIC 9(5).
01     QTYFROMTHISLOT           PIC 9(5).
01     SALESWITHNOLOTCOVER      PIC 9(5) VALUE ZERO.
           SET STOCKLINEFOUND TO TRUE
       END-IF.

*>   A sale draws its units from the lots of its oil and size that
*>   expire first, and each draw is written to the permanent
*>   consumption record under the lot it came from. A lot past its
*>   best-before on the sale date was never picked - it waits for the
*>   expiry report's write-off. Units sold past what the lots cover
*>   are counted - a gap there means a receipt was keyed without its
*>   lot.
CONSUMELOTSFORSALE.
       MOVE UNITSOLD TO QTYLEFTTOCONSUME
       PERFORM FINDOLDESTOPENLOT
           VARYING OILLOTIDX FROM 1 BY 1 UNTIL OILLOTIDX > OILLOTCOUNT.

CHECKONELOTFOROLDEST.
       IF OLBESTBEFOREDATE(OILLOTIDX) = ZERO
           MOVE 99999999 TO CANDIDATEEXPIRY
       ELSE
           MOVE OLBESTBEFOREDATE(OILLOTIDX) TO CANDIDATEEXPIRY
       END-IF
       IF OLOILNUM(OILLOTIDX) = OILNUM
               AND OLUNITSIZE(OILLOTIDX) = UNITSIZE
               AND OLQTYREMAINING(OILLOTIDX) > ZERO
               AND CANDIDATEEXPIRY NOT < SALESDATE
           IF OLDESTLOTIDX = ZERO
               MOVE OILLOTIDX TO OLDESTLOTIDX
               MOVE CANDIDATEEXPIRY TO CHOSENEXPIRY
           ELSE
               IF CANDIDATEEXPIRY < CHOSENEXPIRY
                       OR (CANDIDATEEXPIRY = CHOSENEXPIRY
                           AND OLRECEIPTDATE(OILLOTIDX)
                               < OLRECEIPTDATE(OLDESTLOTIDX))
                   MOVE OILLOTIDX TO OLDESTLOTIDX
                   MOVE CANDIDATEEXPIRY TO CHOSENEXPIRY
               END-IF
           END-IF
       END-IF.
       MOVE LOTNUMBER-OLF    TO OLLOTNUMBER(OILLOTCOUNT)
       MOVE RECEIPTDATE-OLF  TO OLRECEIPTDATE(OILLOTCOUNT)
       MOVE QTYREMAINING-OLF TO OLQTYREMAINING(OILLOTCOUNT)
       IF BESTBEFOREDATE-OLF IS NUMERIC
           MOVE BESTBEFOREDATE-OLF TO OLBESTBEFOREDATE(OILLOTCOUNT)
       ELSE
           MOVE ZERO TO OLBESTBEFOREDATE(OILLOTCOUNT)
       END-IF
       READ OILLOTFILE
           AT END SET ENDOFOILLOTFILE TO TRUE
       END-READ.
           MOVE OLLOTNUMBER(OILLOTIDX)    TO LOTNUMBER-OLF
           MOVE OLRECEIPTDATE(OILLOTIDX)  TO RECEIPTDATE-OLF
           MOVE OLQTYREMAINING(OILLOTIDX) TO QTYREMAINING-OLF
           MOVE OLBESTBEFOREDATE(OILLOTIDX) TO BESTBEFOREDATE-OLF
           WRITE OILLOTREC
       END-IF.

