*>   Per-type counts for the batch summary, subscripted directly by
*>   the two-digit transaction type code.
01     TYPEMIXTABLE.
       02 TYPEMIXCOUNT          PIC 9(5) OCCURS 18 TIMES.
01     TYPEMIXIDX               PIC 9(2).
01     WORKTYPECODE             PIC 9(2).
01     TOTALQUANTITIES          PIC 9(7).
       02 FILLER                PIC X(14) VALUE "NAME CHANGES".
       02 FILLER                PIC X(14) VALUE "SUPPLR CHANGES".
       02 FILLER                PIC X(14) VALUE "CATEG CHANGES".
       02 FILLER                PIC X(14) VALUE "SERIAL FLAGS".
       02 FILLER                PIC X(14) VALUE "LIFECYCLE".
01     FILLER REDEFINES TYPENAMETABLE.
       02 TYPENAME              PIC X(14) OCCURS 18 TIMES.

01     DECISIONENTRY            PIC X VALUE SPACE.
       88 APPROVEBATCH          VALUE "A" "a".

TALLYONEBATCHLINE.
       MOVE PENDTYPECODE(SCANIDX) TO WORKTYPECODE
       IF WORKTYPECODE >= 1 AND WORKTYPECODE <= 18
           ADD 1 TO TYPEMIXCOUNT(WORKTYPECODE)
       END-IF
       EVALUATE WORKTYPECODE
               ADD 1 TO BATCHDETAILCOUNT
           WHEN 11
               ADD 1 TO BATCHDETAILCOUNT
           WHEN 14 THRU 18
               ADD 1 TO BATCHDETAILCOUNT
           WHEN OTHER
               CONTINUE
           " - " BATCHDETAILCOUNT " TRANSACTIONS, TOTAL QUANTITIES "
           TOTALQUANTITIES
       PERFORM SHOWONETYPEMIXLINE
           VARYING TYPEMIXIDX FROM 1 BY 1 UNTIL TYPEMIXIDX > 18
       DISPLAY "(A)PPROVE AND RELEASE, (R)EJECT, OR (S)KIP - "
           WITH NO ADVANCING
       ACCEPT DECISIONENTRY.
