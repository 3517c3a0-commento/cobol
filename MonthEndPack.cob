
       SELECT RECEIVABLESLEDGERFILE ASSIGN TO
           "Chapter 12 Advanced Data Declaration/ReceivablesLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LEDGERKEY-RLF
           FILE STATUS IS RECEIVABLESLEDGERFILESTATUS.

       SELECT SHOPSALESEXTRACT ASSIGN TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MONTHENDHISTORYFILESTATUS.

*>   Budget against actual per GL account, as last written by the
*>   period balance run.
       SELECT BUDGETVARIANCEFILE ASSIGN TO "GlBudgetVariances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGETVARIANCEFILESTATUS.

       SELECT MANAGEMENTPACKFILE ASSIGN TO "MonthEndPack.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

FD     SHOPSALESEXTRACT.
01     SHOPSALESEXTRACTREC.
       02 HISTORYBILLINGTOTAL   PIC 9(9)V99.
       02 HISTORYREJECTS        PIC 9(7).

FD     BUDGETVARIANCEFILE.
01     BUDGETVARIANCEREC.
       88 ENDOFBUDGETVARIANCES  VALUE HIGH-VALUES.
       02 PERIOD-BVX            PIC 9(6).
       02 FILLER                PIC X.
       02 ACCOUNTCODE-BVX       PIC X(6).
       02 FILLER                PIC X.
       02 SUBSYSTEM-BVX         PIC X(8).
       02 FILLER                PIC X.
       02 DESCRIPTION-BVX       PIC X(24).
       02 FILLER                PIC X.
       02 MONTHACTUAL-BVX       PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 MONTHBUDGET-BVX       PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 MONTHVARIANCE-BVX     PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 YTDACTUAL-BVX         PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 YTDBUDGET-BVX         PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 YTDVARIANCE-BVX       PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER                PIC X.
       02 FLAGGED-BVX           PIC X.

FD     MANAGEMENTPACKFILE.
01     PACKPRINTLINE            PIC X(80).

       88 OPERATIONSLOGFILEOK   VALUE "00".
01     MONTHENDHISTORYFILESTATUS PIC XX.
       88 MONTHENDHISTORYFILEOK VALUE "00".
01     BUDGETVARIANCEFILESTATUS PIC XX.
       88 BUDGETVARIANCEFILEOK  VALUE "00".

01     PACKMONTHENTRY           PIC X(6) VALUE SPACES.
01     PACKMONTH                PIC 9(6).

01     MOVEMENTAMOUNT           PIC S9(9)V99 VALUE ZERO.

*>   The month's budget variances, ranked by size either way - an
*>   overspend and a revenue shortfall are both worth the question.
01     WORSTVARIANCESSHOWN      PIC 9(2) VALUE 10.
01     VARIANCECOUNT            PIC 9(3) VALUE ZERO.
01     VARIANCETABLE.
       02 VARIANCEENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON VARIANCECOUNT.
           03 VTACCOUNTCODE     PIC X(6).
           03 VTDESCRIPTION     PIC X(24).
           03 VTSUBSYSTEM       PIC X(8).
           03 VTACTUAL          PIC S9(9)V99.
           03 VTBUDGET          PIC S9(9)V99.
           03 VTVARIANCE        PIC S9(9)V99.
           03 VTVARIANCESIZE    PIC 9(9)V99.
           03 VTFLAGGED         PIC X.
           03 VTPRINTED         PIC X.
01     VARIANCEIDX              PIC 9(3).
01     WORSTVARIANCEIDX         PIC 9(3).
01     VARIANCERANK             PIC 9(2).
01     FLAGGEDVARIANCECOUNT     PIC 9(3) VALUE ZERO.

01     VARIANCETOPICLINE.
       02 FILLER                PIC X(28) VALUE "ACCOUNT DESCRIPTION".
       02 FILLER                PIC X(9)  VALUE "SUBSYSTEM".
       02 FILLER                PIC X(14) VALUE "        ACTUAL".
       02 FILLER                PIC X(14) VALUE "        BUDGET".
       02 FILLER                PIC X(14) VALUE "      VARIANCE".

01     VARIANCEDETAILLINE.
       02 PRNVARACCOUNT         PIC X(6).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNVARDESCRIPTION     PIC X(20).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNVARSUBSYSTEM       PIC X(8).
       02 PRNVARACTUAL          PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNVARBUDGET          PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNVARVARIANCE        PIC ZZ,ZZZ,ZZ9.99-.
       02 PRNVARFLAG            PIC X.

01     PACKPAGEHEADING.
       02 PRNPAGETITLE          PIC X(40).
       02 FILLER                PIC X(10) VALUE " FOR MONTH".
       MOVE MONTHREJECTSTOTAL TO PRNUNITSAMOUNT
       WRITE PACKPRINTLINE FROM PACKUNITSLINE AFTER ADVANCING 2 LINES

       PERFORM PRINTBUDGETVARIANCEPAGE
       PERFORM PRINTCOMBINEDSUMMARYPAGE

       CLOSE MANAGEMENTPACKFILE
           WRITE PACKPRINTLINE AFTER ADVANCING 2 LINES
       END-IF.

*>   The largest month variances from the period balance run's
*>   budget-versus-actual, biggest first. The full account list is on
*>   BudgetVsActual.rpt; a figure over the run's flag percentage is
*>   marked *.
PRINTBUDGETVARIANCEPAGE.
       MOVE "BUDGET - WORST VARIANCES" TO PRNPAGETITLE
       WRITE PACKPRINTLINE FROM PACKPAGEHEADING AFTER ADVANCING PAGE
       PERFORM LOADMONTHVARIANCES
       IF VARIANCECOUNT = ZERO
           MOVE SPACES TO PACKPRINTLINE
           STRING "NO BUDGET-VERSUS-ACTUAL RUN FOR " PACKMONTH
               " - RUN THE GL PERIOD BALANCE FIRST" DELIMITED BY SIZE
               INTO PACKPRINTLINE
           END-STRING
           WRITE PACKPRINTLINE AFTER ADVANCING 2 LINES
           EXIT PARAGRAPH
       END-IF
       WRITE PACKPRINTLINE FROM VARIANCETOPICLINE
           AFTER ADVANCING 2 LINES
       PERFORM PRINTNEXTWORSTVARIANCE
           VARYING VARIANCERANK FROM 1 BY 1
           UNTIL VARIANCERANK > WORSTVARIANCESSHOWN
           OR VARIANCERANK > VARIANCECOUNT
       MOVE "ACCOUNTS FLAGGED OVER BUDGET:" TO PRNUNITSLABEL
       MOVE FLAGGEDVARIANCECOUNT TO PRNUNITSAMOUNT
       WRITE PACKPRINTLINE FROM PACKUNITSLINE AFTER ADVANCING 2 LINES.

PRINTNEXTWORSTVARIANCE.
       MOVE ZERO TO WORSTVARIANCEIDX
       PERFORM CHECKONEVARIANCESIZE
           VARYING VARIANCEIDX FROM 1 BY 1
           UNTIL VARIANCEIDX > VARIANCECOUNT
       MOVE "Y" TO VTPRINTED(WORSTVARIANCEIDX)
       MOVE VTACCOUNTCODE(WORSTVARIANCEIDX) TO PRNVARACCOUNT
       MOVE VTDESCRIPTION(WORSTVARIANCEIDX) TO PRNVARDESCRIPTION
       MOVE VTSUBSYSTEM(WORSTVARIANCEIDX)   TO PRNVARSUBSYSTEM
       MOVE VTACTUAL(WORSTVARIANCEIDX)      TO PRNVARACTUAL
       MOVE VTBUDGET(WORSTVARIANCEIDX)      TO PRNVARBUDGET
       MOVE VTVARIANCE(WORSTVARIANCEIDX)    TO PRNVARVARIANCE
       MOVE SPACE TO PRNVARFLAG
       IF VTFLAGGED(WORSTVARIANCEIDX) = "Y"
           MOVE "*" TO PRNVARFLAG
       END-IF
       WRITE PACKPRINTLINE FROM VARIANCEDETAILLINE
           AFTER ADVANCING 1 LINE.

CHECKONEVARIANCESIZE.
       IF VTPRINTED(VARIANCEIDX) = "N"
           IF WORSTVARIANCEIDX = ZERO
               MOVE VARIANCEIDX TO WORSTVARIANCEIDX
           ELSE
               IF VTVARIANCESIZE(VARIANCEIDX)
                       > VTVARIANCESIZE(WORSTVARIANCEIDX)
                   MOVE VARIANCEIDX TO WORSTVARIANCEIDX
               END-IF
           END-IF
       END-IF.

LOADMONTHVARIANCES.
       OPEN INPUT BUDGETVARIANCEFILE
       IF BUDGETVARIANCEFILEOK
           READ BUDGETVARIANCEFILE
               AT END SET ENDOFBUDGETVARIANCES TO TRUE
           END-READ
           PERFORM STOREONEMONTHVARIANCE UNTIL ENDOFBUDGETVARIANCES
           CLOSE BUDGETVARIANCEFILE
       END-IF.

STOREONEMONTHVARIANCE.
       IF PERIOD-BVX = PACKMONTH
           ADD 1 TO VARIANCECOUNT
           MOVE ACCOUNTCODE-BVX   TO VTACCOUNTCODE(VARIANCECOUNT)
           MOVE DESCRIPTION-BVX   TO VTDESCRIPTION(VARIANCECOUNT)
           MOVE SUBSYSTEM-BVX     TO VTSUBSYSTEM(VARIANCECOUNT)
           MOVE MONTHACTUAL-BVX   TO VTACTUAL(VARIANCECOUNT)
           MOVE MONTHBUDGET-BVX   TO VTBUDGET(VARIANCECOUNT)
           MOVE MONTHVARIANCE-BVX TO VTVARIANCE(VARIANCECOUNT)
           MOVE MONTHVARIANCE-BVX TO VTVARIANCESIZE(VARIANCECOUNT)
           MOVE FLAGGED-BVX       TO VTFLAGGED(VARIANCECOUNT)
           MOVE "N"               TO VTPRINTED(VARIANCECOUNT)
           IF FLAGGED-BVX = "Y"
               ADD 1 TO FLAGGEDVARIANCECOUNT
           END-IF
       END-IF
       READ BUDGETVARIANCEFILE
           AT END SET ENDOFBUDGETVARIANCES TO TRUE
       END-READ.

PRINTONEMOVEMENTLINE.
       MOVE "   MOVEMENT ON PRIOR MONTH:" TO PRNMOVEMENTLABEL
       MOVE MOVEMENTAMOUNT TO PRNMOVEMENTAMOUNT
           CLOSE RECEIVABLESLEDGERFILE
       END-IF.

*>   At the home value billed - rows from before overseas billing
*>   carry no home value and are home currency already.
SUMONEOILSBILL.
       IF HOMEAMOUNT-RLF IS NOT NUMERIC
           MOVE AMOUNT-RLF TO HOMEAMOUNT-RLF
       END-IF
       IF ENTRYTYPE-RLF = "B" AND ENTRYDATE-RLF(1:6) = PACKMONTH
           ADD HOMEAMOUNT-RLF TO OILSNETTOTAL
       END-IF
       READ RECEIVABLESLEDGERFILE
           AT END SET ENDOFRECEIVABLESLEDGER TO TRUE
