IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPLIERREBATEACCRUAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   The volume rebate terms agreed with each supplier - one row per
*>   supplier, agreement year and tier. Accounts key it from the
*>   signed agreement; a supplier with no rows earns no rebate.
       SELECT REBATEAGREEMENTFILE ASSIGN TO "RebateAgreements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REBATEAGREEMENTFILESTATUS.

*>   Every accrual this run has raised - one entry per supplier per
*>   run whose earned-to-date moved. The entries for an agreement year
*>   add up to what is booked so far, and GLJOURNALEXTRACT posts each
*>   run's movement on its date.
       SELECT REBATEACCRUALFILE ASSIGN TO "RebateAccruals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REBATEACCRUALFILESTATUS.

       SELECT DELIVERYHISTORYFILE ASSIGN TO "DeliveryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELIVERYHISTORYFILESTATUS.

       SELECT POREGISTERFILE ASSIGN TO "PurchaseOrderRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POREGISTERFILESTATUS.

       SELECT POREGISTERARCHIVEFILE ASSIGN TO "PoRegisterArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POREGISTERARCHIVEFILESTATUS.

       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWSTOCKFILESTATUS.

       SELECT SUPPLIERMASTERFILE ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CLAIMSTATEMENTFILE ASSIGN TO DYNAMIC CLAIMSTATEMENTFILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REBATEREPORTFILE ASSIGN TO "SupplierRebateAccrual.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD     REBATEAGREEMENTFILE.
01     REBATEAGREEMENTREC.
       88 ENDOFREBATEAGREEMENTS  VALUE HIGH-VALUES.
       02 SUPPLIERID-RAF         PIC 9(4).
       02 AGREEMENTYEAR-RAF      PIC 9(4).
       02 THRESHOLD-RAF          PIC 9(7)V99.
       02 REBATEPERCENT-RAF      PIC 9(2)V99.

FD     REBATEACCRUALFILE.
01     REBATEACCRUALREC.
       88 ENDOFREBATEACCRUALS    VALUE HIGH-VALUES.
       02 SUPPLIERID-RAC         PIC 9(4).
       02 AGREEMENTYEAR-RAC      PIC 9(4).
       02 ACCRUALDATE-RAC        PIC 9(8).
       02 PURCHASEVALUE-RAC      PIC 9(9)V99.
       02 REBATEPERCENT-RAC      PIC 9(2)V99.
       02 EARNEDTODATE-RAC       PIC 9(7)V99.
       02 ACCRUALAMOUNT-RAC      PIC S9(7)V99 SIGN LEADING SEPARATE.

FD     DELIVERYHISTORYFILE.
01     DELIVERYHISTORYREC.
       88 ENDOFDELIVERYHISTORY   VALUE HIGH-VALUES.
       02 SUPPLIERID-DHF         PIC 9(4).
       02 FILLER                 PIC X.
       02 PONUMBER-DHF           PIC 9(6).
       02 FILLER                 PIC X.
       02 GADGETID-DHF           PIC 9(6).
       02 FILLER                 PIC X.
       02 ORDERDATE-DHF          PIC 9(8).
       02 FILLER                 PIC X.
       02 RECEIVEDDATE-DHF       PIC 9(8).
       02 FILLER                 PIC X.
       02 QTYDUE-DHF             PIC 9(4).
       02 FILLER                 PIC X.
       02 QTYDELIVERED-DHF       PIC 9(4).

FD     POREGISTERFILE.
01     POREGISTERREC.
       88 ENDOFPOREGISTERFILE    VALUE HIGH-VALUES.
       02 PONUMBER-POR           PIC 9(6).
       02 GADGETID-POR           PIC 9(6).
       02 SUPPLIERID-POR         PIC 9(4).
       02 QTYORDERED-POR         PIC 9(4).
       02 QTYRECEIVED-POR        PIC 9(4).
       02 ORDERDATE-POR          PIC 9(8).
       02 POSTATUS-POR           PIC X.
       02 UNITCOST-POR           PIC 9(4)V99.

*>   Archived lines are register lines the stock update closed and
*>   moved out - same layout, so they load through the register
*>   record.
FD     POREGISTERARCHIVEFILE.
01     POREGISTERARCHIVEREC      PIC X(39).
       88 ENDOFPOREGISTERARCHIVE VALUE HIGH-VALUES.

FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       88 ENDOFNEWSTOCKFILE      VALUE HIGH-VALUES.
       02 GADGETID-NSF           PIC 9(6).
       02 GADGETNAME-NSF         PIC X(30).
       02 QTYINSTOCK-NSF         PIC 9(4).
       02 PRICE-NSF              PIC 9(4)V99.
       02 SUPPLIERID-NSF         PIC 9(4).
       02 QTYATLOCATION-NSF      PIC 9(4) OCCURS 3 TIMES.
       02 CATEGORYCODE-NSF       PIC X(3).
       02 COSTPRICE-NSF          PIC 9(4)V99.
       02 EAN-NSF                PIC 9(13).
       02 SERIALCONTROL-NSF      PIC X.
       02 LIFECYCLESTATUS-NSF    PIC X.

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       88 ENDOFSUPPLIERMASTERFILE VALUE HIGH-VALUES.
       02 SUPPLIERID-SMF         PIC 9(4).
       02 SUPPLIERNAME-SMF       PIC X(30).
       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     CLAIMSTATEMENTFILE.
01     CLAIMSTATEMENTLINE        PIC X(80).

FD     REBATEREPORTFILE.
01     REBATEPRINTLINE           PIC X(132).

WORKING-STORAGE SECTION.
01     REBATEAGREEMENTFILESTATUS PIC XX.
       88 REBATEAGREEMENTFILEOK  VALUE "00".
01     REBATEACCRUALFILESTATUS   PIC XX.
       88 REBATEACCRUALFILEOK    VALUE "00".
01     DELIVERYHISTORYFILESTATUS PIC XX.
       88 DELIVERYHISTORYFILEOK  VALUE "00".
01     POREGISTERFILESTATUS      PIC XX.
       88 POREGISTERFILEOK       VALUE "00".
01     POREGISTERARCHIVEFILESTATUS PIC XX.
       88 POREGISTERARCHIVEFILEOK  VALUE "00".
01     NEWSTOCKFILESTATUS        PIC XX.
       88 NEWSTOCKFILEOK         VALUE "00".

01     RUNDATEENTRY              PIC X(8)    VALUE SPACES.
01     RUNDATE                   PIC 9(8).
01     AGREEMENTYEARENTRY        PIC X(4)    VALUE SPACES.
01     AGREEMENTYEAR             PIC 9(4).
01     CLAIMENTRY                PIC X       VALUE SPACE.
01     CLAIMSWITCH               PIC X       VALUE "N".
       88 CLAIMSREQUESTED        VALUE "Y".

*>   Receipts count toward the agreement year they were booked in, up
*>   to the run date - a run for a year already ended takes the whole
*>   year.
01     CUTOFFDATE                PIC 9(8).

*>   Each tier row for the agreement year, and one entry per supplier
*>   holding an agreement with where that supplier stands.
01     TIERCOUNT                 PIC 9(3)    VALUE ZERO.
01     TIERTABLE.
       02 TIER OCCURS 0 TO 200 TIMES DEPENDING ON TIERCOUNT.
           03 TIERSUPPLIERID     PIC 9(4).
           03 TIERTHRESHOLD      PIC 9(7)V99.
           03 TIERPERCENT        PIC 9(2)V99.
01     TIERIDX                   PIC 9(3).
01     TIERSREJECTEDCOUNT        PIC 9(3)    VALUE ZERO.

01     AGREEMENTCOUNT            PIC 9(3)    VALUE ZERO.
01     AGREEMENTTABLE.
       02 AGREEMENT OCCURS 0 TO 100 TIMES DEPENDING ON AGREEMENTCOUNT.
           03 AGSUPPLIERID       PIC 9(4).
           03 AGPURCHASEVALUE    PIC 9(9)V99.
           03 AGREBATEPERCENT    PIC 9(2)V99.
           03 AGNEXTTHRESHOLD    PIC 9(7)V99.
           03 AGEARNEDTODATE     PIC 9(7)V99.
           03 AGPREVACCRUED      PIC S9(7)V99.
           03 AGACCRUALAMOUNT    PIC S9(7)V99.
01     AGREEMENTIDX              PIC 9(3).
01     FOUNDAGREEMENTIDX         PIC 9(3).
01     AGREEMENTFOUNDSWITCH      PIC X VALUE "N".
       88 AGREEMENTFOUND         VALUE "Y".
01     FINDSUPPLIERID            PIC 9(4).

*>   Every PO line ever raised, open from the register and closed from
*>   the archive, for the price each receipt was bought at.
01     POLINECOUNT               PIC 9(4)    VALUE ZERO.
01     POLINETABLE.
       02 POLINE OCCURS 0 TO 5000 TIMES DEPENDING ON POLINECOUNT.
           03 POLPONUMBER        PIC 9(6).
           03 POLGADGETID        PIC 9(6).
           03 POLUNITCOST        PIC 9(4)V99.
01     POLINEIDX                 PIC 9(4).
01     FOUNDPOLINEIDX            PIC 9(4).
01     POLINEFOUNDSWITCH         PIC X VALUE "N".
       88 POLINEFOUND            VALUE "Y".
01     FINDPONUMBER              PIC 9(6).
01     FINDGADGETID              PIC 9(6).

01     GADGETCOUNT               PIC 9(4)    VALUE ZERO.
01     GADGETCOSTTABLE.
       02 GADGETCOST OCCURS 0 TO 2000 TIMES DEPENDING ON GADGETCOUNT
               ASCENDING KEY IS GADGETID-GCT
               INDEXED BY GCTIDX.
           03 GADGETID-GCT       PIC 9(6).
           03 COSTPRICE-GCT      PIC 9(4)V99.

01     SUPPLIERCOUNT             PIC 9(4)    VALUE ZERO.
01     SUPPLIERTABLE.
       02 SUPPLIER OCCURS 0 TO 500 TIMES DEPENDING ON SUPPLIERCOUNT
               ASCENDING KEY IS SUPPLIERID-ST
               INDEXED BY SUPIDX.
           03 SUPPLIERID-ST      PIC 9(4).
           03 SUPPLIERNAME-ST    PIC X(30).
           03 SUPPLIERCONTACT-ST PIC X(30).
01     SUPPLIERNAME              PIC X(30).
01     SUPPLIERCONTACT           PIC X(30).

01     RECEIPTUNITCOST           PIC 9(4)V99.
01     RECEIPTVALUE              PIC 9(7)V99.
01     UNPRICEDRECEIPTCOUNT      PIC 9(5)    VALUE ZERO.
01     TONEXTTIER                PIC 9(9)V99.

01     CLAIMSTATEMENTFILENAME    PIC X(40).
01     CLAIMSUPPLIERIDTEXT       PIC 9(4).
01     CLAIMSTATEMENTCOUNT       PIC 9(3)    VALUE ZERO.

01     ACCRUALSWRITTENCOUNT      PIC 9(3)    VALUE ZERO.
01     TOTALPURCHASEVALUE        PIC 9(10)V99 VALUE ZERO.
01     TOTALEARNED               PIC 9(9)V99 VALUE ZERO.
01     TOTALACCRUED              PIC S9(9)V99 VALUE ZERO.

01     REBATEHEADINGLINE.
       02 FILLER                 PIC X(36)
               VALUE "SUPPLIER REBATE ACCRUAL - RUN DATE ".
       02 PRNRUNDATE             PIC 9(8).
       02 FILLER                 PIC X(17)  VALUE "  AGREEMENT YEAR ".
       02 PRNAGREEMENTYEAR       PIC 9(4).

01     REBATETOPICLINE.
       02 FILLER                 PIC X(6)   VALUE "SUPP".
       02 FILLER                 PIC X(31)  VALUE "SUPPLIER NAME".
       02 FILLER                 PIC X(15)  VALUE " PURCHASES YTD".
       02 FILLER                 PIC X(8)   VALUE "  RATE%".
       02 FILLER                 PIC X(15)  VALUE " TO NEXT TIER".
       02 FILLER                 PIC X(14)  VALUE "  EARNED YTD".
       02 FILLER                 PIC X(14)  VALUE "  PRV ACCRUED".
       02 FILLER                 PIC X(14)  VALUE "   THIS RUN".

01     REBATEDETAILLINE.
       02 PRNSUPPLIERID          PIC 9(4).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNSUPPLIERNAME        PIC X(30).
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNPURCHASEVALUE       PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(3)   VALUE SPACES.
       02 PRNREBATEPERCENT       PIC Z9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNTONEXTTIER          PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNEARNED              PIC Z,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNPREVACCRUED         PIC -,---,--9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNACCRUALAMOUNT       PIC -,---,--9.99.

01     REBATEFOOTERLINE.
       02 FILLER                 PIC X(17)  VALUE "PURCHASES TOTAL: ".
       02 PRNTOTALPURCHASES      PIC Z,ZZZ,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(10)  VALUE "  EARNED: ".
       02 PRNTOTALEARNED         PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(20)  VALUE "  ACCRUED THIS RUN: ".
       02 PRNTOTALACCRUED        PIC -ZZZ,ZZZ,ZZ9.99.

01     UNPRICEDFOOTERLINE.
       02 FILLER                 PIC X(40)
               VALUE "RECEIPTS WITH NO PO OR MASTER COST: ".
       02 PRNUNPRICEDCOUNT       PIC ZZZZ9.

01     CLAIMSFOOTERLINE.
       02 FILLER                 PIC X(40)
               VALUE "CLAIM STATEMENTS WRITTEN: ".
       02 PRNCLAIMCOUNT          PIC ZZ9.

01     CLAIMHEADINGLINE.
       02 FILLER                 PIC X(30)
               VALUE "VOLUME REBATE CLAIM STATEMENT".
       02 FILLER                 PIC X(16)  VALUE "AGREEMENT YEAR: ".
       02 PRNCLAIMYEAR           PIC 9(4).

01     CLAIMSUPPLIERLINE.
       02 FILLER                 PIC X(4)   VALUE "TO: ".
       02 PRNCLAIMSUPPLIERID     PIC 9(4).
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNCLAIMSUPPLIERNAME   PIC X(30).

01     CLAIMCONTACTLINE.
       02 FILLER                 PIC X(9)   VALUE "CONTACT: ".
       02 PRNCLAIMCONTACT        PIC X(30).

01     CLAIMDATELINE.
       02 FILLER                 PIC X(30)
               VALUE "PURCHASES RECEIVED TO: ".
       02 PRNCLAIMCUTOFF         PIC 9(8).

01     CLAIMTOPICLINE.
       02 FILLER                 PIC X(10)  VALUE "RECEIVED".
       02 FILLER                 PIC X(8)   VALUE "PO NO".
       02 FILLER                 PIC X(8)   VALUE "GADGET".
       02 FILLER                 PIC X(6)   VALUE "   QTY".
       02 FILLER                 PIC X(11)  VALUE "  UNIT COST".
       02 FILLER                 PIC X(14)  VALUE "         VALUE".

01     CLAIMDETAILLINE.
       02 PRNCLAIMRECEIVEDDATE   PIC 9(8).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNCLAIMPONUMBER       PIC 9(6).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNCLAIMGADGETID       PIC 9(6).
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNCLAIMQTY            PIC ZZZ9.
       02 FILLER                 PIC X(3)   VALUE SPACES.
       02 PRNCLAIMUNITCOST       PIC Z,ZZ9.99.
       02 FILLER                 PIC X(2)   VALUE SPACES.
       02 PRNCLAIMVALUE          PIC Z,ZZZ,ZZ9.99.

01     CLAIMTIERLINE.
       02 FILLER                 PIC X(21)  VALUE "TIER: PURCHASES OVER ".
       02 PRNCLAIMTHRESHOLD      PIC Z,ZZZ,ZZ9.99.
       02 FILLER                 PIC X(3)   VALUE SPACES.
       02 PRNCLAIMTIERPERCENT    PIC Z9.99.
       02 FILLER                 PIC X      VALUE "%".
       02 PRNCLAIMTIERREACHED    PIC X(12).

01     CLAIMTOTALLINE.
       02 FILLER                 PIC X(30)
               VALUE "TOTAL PURCHASES IN YEAR".
       02 PRNCLAIMPURCHASES      PIC ZZZ,ZZZ,ZZ9.99.

01     CLAIMDUELINE.
       02 FILLER                 PIC X(17)  VALUE "REBATE CLAIMED AT".
       02 FILLER                 PIC X      VALUE SPACE.
       02 PRNCLAIMPERCENT        PIC Z9.99.
       02 FILLER                 PIC X(7)   VALUE "%".
       02 PRNCLAIMAMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF
       DISPLAY "AGREEMENT YEAR (YYYY) OR BLANK FOR THE RUN DATE'S - "
           WITH NO ADVANCING
       ACCEPT AGREEMENTYEARENTRY
       IF AGREEMENTYEARENTRY = SPACES
           MOVE RUNDATE(1:4) TO AGREEMENTYEAR
       ELSE
           MOVE AGREEMENTYEARENTRY TO AGREEMENTYEAR
       END-IF
       IF AGREEMENTYEAR > RUNDATE(1:4)
           DISPLAY "AGREEMENT YEAR " AGREEMENTYEAR " HAS NOT STARTED - "
               "RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF AGREEMENTYEAR < RUNDATE(1:4)
           COMPUTE CUTOFFDATE = AGREEMENTYEAR * 10000 + 1231
       ELSE
           MOVE RUNDATE TO CUTOFFDATE
       END-IF

*>   Claim statements go out once the agreement year is over - the
*>   December run, or a run for a year already ended. Accounts can
*>   ask for them on any run to check a supplier's position.
       IF AGREEMENTYEAR < RUNDATE(1:4) OR RUNDATE(5:2) = "12"
           MOVE "Y" TO CLAIMSWITCH
       END-IF
       DISPLAY "PRINT CLAIM STATEMENTS (Y/N) OR BLANK FOR "
           CLAIMSWITCH " - " WITH NO ADVANCING
       ACCEPT CLAIMENTRY
       IF CLAIMENTRY = "Y" OR CLAIMENTRY = "N"
           MOVE CLAIMENTRY TO CLAIMSWITCH
       END-IF

       PERFORM LOADREBATEAGREEMENTS
       IF AGREEMENTCOUNT = ZERO
           DISPLAY "NO REBATE AGREEMENTS ON FILE FOR " AGREEMENTYEAR
               " - NOTHING TO ACCRUE"
           STOP RUN
       END-IF
       PERFORM LOADSUPPLIERTABLE
       PERFORM LOADGADGETCOSTTABLE
       PERFORM LOADPOLINETABLE
       PERFORM TALLYDELIVERYHISTORY
       PERFORM TALLYPREVIOUSACCRUALS

       OPEN OUTPUT REBATEREPORTFILE
       MOVE RUNDATE       TO PRNRUNDATE
       MOVE AGREEMENTYEAR TO PRNAGREEMENTYEAR
       WRITE REBATEPRINTLINE FROM REBATEHEADINGLINE
           AFTER ADVANCING 1 LINE
       WRITE REBATEPRINTLINE FROM REBATETOPICLINE
           AFTER ADVANCING 2 LINES

       OPEN EXTEND REBATEACCRUALFILE
       IF NOT REBATEACCRUALFILEOK
           OPEN OUTPUT REBATEACCRUALFILE
       END-IF
       PERFORM ACCRUEONESUPPLIER
           VARYING AGREEMENTIDX FROM 1 BY 1
           UNTIL AGREEMENTIDX > AGREEMENTCOUNT
       CLOSE REBATEACCRUALFILE

       MOVE TOTALPURCHASEVALUE TO PRNTOTALPURCHASES
       MOVE TOTALEARNED        TO PRNTOTALEARNED
       MOVE TOTALACCRUED       TO PRNTOTALACCRUED
       WRITE REBATEPRINTLINE FROM REBATEFOOTERLINE
           AFTER ADVANCING 2 LINES
       IF UNPRICEDRECEIPTCOUNT > ZERO
           MOVE UNPRICEDRECEIPTCOUNT TO PRNUNPRICEDCOUNT
           WRITE REBATEPRINTLINE FROM UNPRICEDFOOTERLINE
               AFTER ADVANCING 1 LINE
       END-IF

       IF CLAIMSREQUESTED
           PERFORM WRITEONECLAIMSTATEMENT
               VARYING AGREEMENTIDX FROM 1 BY 1
               UNTIL AGREEMENTIDX > AGREEMENTCOUNT
           MOVE CLAIMSTATEMENTCOUNT TO PRNCLAIMCOUNT
           WRITE REBATEPRINTLINE FROM CLAIMSFOOTERLINE
               AFTER ADVANCING 1 LINE
       END-IF
       CLOSE REBATEREPORTFILE

       DISPLAY "REBATE ACCRUAL COMPLETE - SUPPLIERS: " AGREEMENTCOUNT
           " ACCRUALS WRITTEN: " ACCRUALSWRITTENCOUNT
           " CLAIM STATEMENTS: " CLAIMSTATEMENTCOUNT
       STOP RUN.

*>   The rebate is retrospective: once purchases pass a tier's
*>   threshold, that tier's percentage applies to the whole year's
*>   purchases, not just the part above it. The accrual raised is the
*>   movement in what has been earned since the last run, so a rerun
*>   on the same date raises nothing and a fall in purchases (a tier
*>   lost to a correction) reverses what was over-accrued.
ACCRUEONESUPPLIER.
       MOVE ZERO TO AGREBATEPERCENT(AGREEMENTIDX)
       MOVE ZERO TO AGNEXTTHRESHOLD(AGREEMENTIDX)
       PERFORM APPLYONETIER
           VARYING TIERIDX FROM 1 BY 1
           UNTIL TIERIDX > TIERCOUNT
       COMPUTE AGEARNEDTODATE(AGREEMENTIDX) ROUNDED =
           AGPURCHASEVALUE(AGREEMENTIDX) * AGREBATEPERCENT(AGREEMENTIDX)
           / 100
       COMPUTE AGACCRUALAMOUNT(AGREEMENTIDX) =
           AGEARNEDTODATE(AGREEMENTIDX) - AGPREVACCRUED(AGREEMENTIDX)

       IF AGACCRUALAMOUNT(AGREEMENTIDX) NOT = ZERO
           MOVE SPACES                        TO REBATEACCRUALREC
           MOVE AGSUPPLIERID(AGREEMENTIDX)    TO SUPPLIERID-RAC
           MOVE AGREEMENTYEAR                 TO AGREEMENTYEAR-RAC
           MOVE RUNDATE                       TO ACCRUALDATE-RAC
           MOVE AGPURCHASEVALUE(AGREEMENTIDX) TO PURCHASEVALUE-RAC
           MOVE AGREBATEPERCENT(AGREEMENTIDX) TO REBATEPERCENT-RAC
           MOVE AGEARNEDTODATE(AGREEMENTIDX)  TO EARNEDTODATE-RAC
           MOVE AGACCRUALAMOUNT(AGREEMENTIDX) TO ACCRUALAMOUNT-RAC
           WRITE REBATEACCRUALREC
           ADD 1 TO ACCRUALSWRITTENCOUNT
       END-IF

       MOVE AGSUPPLIERID(AGREEMENTIDX) TO FINDSUPPLIERID
       PERFORM FINDSUPPLIERNAME
       MOVE ZERO TO TONEXTTIER
       IF AGNEXTTHRESHOLD(AGREEMENTIDX) > ZERO
           COMPUTE TONEXTTIER = AGNEXTTHRESHOLD(AGREEMENTIDX)
               - AGPURCHASEVALUE(AGREEMENTIDX)
       END-IF
       MOVE AGSUPPLIERID(AGREEMENTIDX)    TO PRNSUPPLIERID
       MOVE SUPPLIERNAME                  TO PRNSUPPLIERNAME
       MOVE AGPURCHASEVALUE(AGREEMENTIDX) TO PRNPURCHASEVALUE
       MOVE AGREBATEPERCENT(AGREEMENTIDX) TO PRNREBATEPERCENT
       MOVE TONEXTTIER                    TO PRNTONEXTTIER
       MOVE AGEARNEDTODATE(AGREEMENTIDX)  TO PRNEARNED
       MOVE AGPREVACCRUED(AGREEMENTIDX)   TO PRNPREVACCRUED
       MOVE AGACCRUALAMOUNT(AGREEMENTIDX) TO PRNACCRUALAMOUNT
       WRITE REBATEPRINTLINE FROM REBATEDETAILLINE
           AFTER ADVANCING 1 LINE
       ADD AGPURCHASEVALUE(AGREEMENTIDX) TO TOTALPURCHASEVALUE
       ADD AGEARNEDTODATE(AGREEMENTIDX)  TO TOTALEARNED
       ADD AGACCRUALAMOUNT(AGREEMENTIDX) TO TOTALACCRUED.

*>   The highest threshold passed sets the rate; the lowest threshold
*>   not yet passed is the next tier to chase.
APPLYONETIER.
       IF TIERSUPPLIERID(TIERIDX) = AGSUPPLIERID(AGREEMENTIDX)
           IF TIERTHRESHOLD(TIERIDX) NOT > AGPURCHASEVALUE(AGREEMENTIDX)
               IF TIERPERCENT(TIERIDX) > AGREBATEPERCENT(AGREEMENTIDX)
                   MOVE TIERPERCENT(TIERIDX)
                       TO AGREBATEPERCENT(AGREEMENTIDX)
               END-IF
           ELSE
               IF AGNEXTTHRESHOLD(AGREEMENTIDX) = ZERO
                       OR TIERTHRESHOLD(TIERIDX)
                           < AGNEXTTHRESHOLD(AGREEMENTIDX)
                   MOVE TIERTHRESHOLD(TIERIDX)
                       TO AGNEXTTHRESHOLD(AGREEMENTIDX)
               END-IF
           END-IF
       END-IF.

*>   One statement per supplier with a rebate to claim, named for the
*>   supplier the way the payment run names its remittance advices,
*>   listing every receipt counted so the supplier can agree the
*>   figure against their own sales ledger.
WRITEONECLAIMSTATEMENT.
       IF AGEARNEDTODATE(AGREEMENTIDX) > ZERO
           MOVE AGSUPPLIERID(AGREEMENTIDX) TO FINDSUPPLIERID
           PERFORM FINDSUPPLIERNAME
           MOVE AGSUPPLIERID(AGREEMENTIDX) TO CLAIMSUPPLIERIDTEXT
           MOVE SPACES TO CLAIMSTATEMENTFILENAME
           STRING "RebateClaim." CLAIMSUPPLIERIDTEXT ".dat"
               DELIMITED BY SIZE INTO CLAIMSTATEMENTFILENAME
           OPEN OUTPUT CLAIMSTATEMENTFILE
           MOVE AGREEMENTYEAR              TO PRNCLAIMYEAR
           WRITE CLAIMSTATEMENTLINE FROM CLAIMHEADINGLINE
           MOVE AGSUPPLIERID(AGREEMENTIDX) TO PRNCLAIMSUPPLIERID
           MOVE SUPPLIERNAME               TO PRNCLAIMSUPPLIERNAME
           WRITE CLAIMSTATEMENTLINE FROM CLAIMSUPPLIERLINE
           MOVE SUPPLIERCONTACT            TO PRNCLAIMCONTACT
           WRITE CLAIMSTATEMENTLINE FROM CLAIMCONTACTLINE
           MOVE CUTOFFDATE                 TO PRNCLAIMCUTOFF
           WRITE CLAIMSTATEMENTLINE FROM CLAIMDATELINE
           MOVE SPACES TO CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE FROM CLAIMTOPICLINE

           OPEN INPUT DELIVERYHISTORYFILE
           IF DELIVERYHISTORYFILEOK
               READ DELIVERYHISTORYFILE
                   AT END SET ENDOFDELIVERYHISTORY TO TRUE
               END-READ
               PERFORM LISTONECLAIMRECEIPT UNTIL ENDOFDELIVERYHISTORY
               CLOSE DELIVERYHISTORYFILE
           END-IF

           MOVE AGPURCHASEVALUE(AGREEMENTIDX) TO PRNCLAIMPURCHASES
           MOVE SPACES TO CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE FROM CLAIMTOTALLINE
           MOVE SPACES TO CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE
           PERFORM LISTONECLAIMTIER
               VARYING TIERIDX FROM 1 BY 1
               UNTIL TIERIDX > TIERCOUNT
           MOVE AGREBATEPERCENT(AGREEMENTIDX) TO PRNCLAIMPERCENT
           MOVE AGEARNEDTODATE(AGREEMENTIDX)  TO PRNCLAIMAMOUNT
           MOVE SPACES TO CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE
           WRITE CLAIMSTATEMENTLINE FROM CLAIMDUELINE
           CLOSE CLAIMSTATEMENTFILE
           ADD 1 TO CLAIMSTATEMENTCOUNT
       END-IF.

LISTONECLAIMRECEIPT.
       IF SUPPLIERID-DHF = AGSUPPLIERID(AGREEMENTIDX)
               AND RECEIVEDDATE-DHF(1:4) = AGREEMENTYEAR
               AND RECEIVEDDATE-DHF NOT > CUTOFFDATE
           PERFORM PRICEONERECEIPT
           MOVE RECEIVEDDATE-DHF TO PRNCLAIMRECEIVEDDATE
           MOVE PONUMBER-DHF     TO PRNCLAIMPONUMBER
           MOVE GADGETID-DHF     TO PRNCLAIMGADGETID
           MOVE QTYDELIVERED-DHF TO PRNCLAIMQTY
           MOVE RECEIPTUNITCOST  TO PRNCLAIMUNITCOST
           MOVE RECEIPTVALUE     TO PRNCLAIMVALUE
           WRITE CLAIMSTATEMENTLINE FROM CLAIMDETAILLINE
       END-IF
       READ DELIVERYHISTORYFILE
           AT END SET ENDOFDELIVERYHISTORY TO TRUE
       END-READ.

LISTONECLAIMTIER.
       IF TIERSUPPLIERID(TIERIDX) = AGSUPPLIERID(AGREEMENTIDX)
           MOVE TIERTHRESHOLD(TIERIDX) TO PRNCLAIMTHRESHOLD
           MOVE TIERPERCENT(TIERIDX)   TO PRNCLAIMTIERPERCENT
           MOVE SPACES                 TO PRNCLAIMTIERREACHED
           IF TIERTHRESHOLD(TIERIDX) NOT > AGPURCHASEVALUE(AGREEMENTIDX)
               MOVE "  - REACHED" TO PRNCLAIMTIERREACHED
           END-IF
           WRITE CLAIMSTATEMENTLINE FROM CLAIMTIERLINE
       END-IF.

*>   Only rows for the year being accrued are kept; a row that is not
*>   numeric throughout is skipped and counted rather than guessed at.
LOADREBATEAGREEMENTS.
       OPEN INPUT REBATEAGREEMENTFILE
       IF REBATEAGREEMENTFILEOK
           READ REBATEAGREEMENTFILE
               AT END SET ENDOFREBATEAGREEMENTS TO TRUE
           END-READ
           PERFORM STOREONEREBATETIER UNTIL ENDOFREBATEAGREEMENTS
           CLOSE REBATEAGREEMENTFILE
       END-IF
       IF TIERSREJECTEDCOUNT > ZERO
           DISPLAY "REBATE AGREEMENT ROWS SKIPPED AS NOT NUMERIC: "
               TIERSREJECTEDCOUNT
       END-IF.

STOREONEREBATETIER.
       IF SUPPLIERID-RAF IS NOT NUMERIC
               OR AGREEMENTYEAR-RAF IS NOT NUMERIC
               OR THRESHOLD-RAF IS NOT NUMERIC
               OR REBATEPERCENT-RAF IS NOT NUMERIC
           ADD 1 TO TIERSREJECTEDCOUNT
       ELSE
           IF AGREEMENTYEAR-RAF = AGREEMENTYEAR
               ADD 1 TO TIERCOUNT
               MOVE SUPPLIERID-RAF    TO TIERSUPPLIERID(TIERCOUNT)
               MOVE THRESHOLD-RAF     TO TIERTHRESHOLD(TIERCOUNT)
               MOVE REBATEPERCENT-RAF TO TIERPERCENT(TIERCOUNT)
               MOVE SUPPLIERID-RAF    TO FINDSUPPLIERID
               PERFORM FINDAGREEMENT
               IF NOT AGREEMENTFOUND
                   ADD 1 TO AGREEMENTCOUNT
                   MOVE SUPPLIERID-RAF TO AGSUPPLIERID(AGREEMENTCOUNT)
                   MOVE ZERO TO AGPURCHASEVALUE(AGREEMENTCOUNT)
                   MOVE ZERO TO AGPREVACCRUED(AGREEMENTCOUNT)
               END-IF
           END-IF
       END-IF
       READ REBATEAGREEMENTFILE
           AT END SET ENDOFREBATEAGREEMENTS TO TRUE
       END-READ.

FINDAGREEMENT.
       MOVE "N" TO AGREEMENTFOUNDSWITCH
       MOVE ZERO TO FOUNDAGREEMENTIDX
       PERFORM CHECKONEAGREEMENT
           VARYING AGREEMENTIDX FROM 1 BY 1
           UNTIL AGREEMENTIDX > AGREEMENTCOUNT OR AGREEMENTFOUND.

CHECKONEAGREEMENT.
       IF AGSUPPLIERID(AGREEMENTIDX) = FINDSUPPLIERID
           SET AGREEMENTFOUND TO TRUE
           MOVE AGREEMENTIDX TO FOUNDAGREEMENTIDX
       END-IF.

*>   A missing delivery history (no PO-quoting receipt has been booked
*>   yet) is not an error - nothing has been bought toward a rebate.
TALLYDELIVERYHISTORY.
       OPEN INPUT DELIVERYHISTORYFILE
       IF DELIVERYHISTORYFILEOK
           READ DELIVERYHISTORYFILE
               AT END SET ENDOFDELIVERYHISTORY TO TRUE
           END-READ
           PERFORM TALLYONEDELIVERY UNTIL ENDOFDELIVERYHISTORY
           CLOSE DELIVERYHISTORYFILE
       END-IF.

TALLYONEDELIVERY.
       IF RECEIVEDDATE-DHF(1:4) = AGREEMENTYEAR
               AND RECEIVEDDATE-DHF NOT > CUTOFFDATE
           MOVE SUPPLIERID-DHF TO FINDSUPPLIERID
           PERFORM FINDAGREEMENT
           IF AGREEMENTFOUND
               PERFORM PRICEONERECEIPT
               IF RECEIPTUNITCOST = ZERO
                   ADD 1 TO UNPRICEDRECEIPTCOUNT
               END-IF
               ADD RECEIPTVALUE TO AGPURCHASEVALUE(FOUNDAGREEMENTIDX)
           END-IF
       END-IF
       READ DELIVERYHISTORYFILE
           AT END SET ENDOFDELIVERYHISTORY TO TRUE
       END-READ.

*>   A receipt is valued at the price on its PO line; lines raised
*>   before the register carried a price fall back to the gadget's
*>   cost on the stock master.
PRICEONERECEIPT.
       MOVE ZERO TO RECEIPTUNITCOST
       MOVE PONUMBER-DHF TO FINDPONUMBER
       MOVE GADGETID-DHF TO FINDGADGETID
       PERFORM FINDPOLINE
       IF POLINEFOUND
           MOVE POLUNITCOST(FOUNDPOLINEIDX) TO RECEIPTUNITCOST
       END-IF
       IF RECEIPTUNITCOST = ZERO
           SEARCH ALL GADGETCOST
               AT END CONTINUE
               WHEN GADGETID-GCT(GCTIDX) = GADGETID-DHF
                   MOVE COSTPRICE-GCT(GCTIDX) TO RECEIPTUNITCOST
           END-SEARCH
       END-IF
       COMPUTE RECEIPTVALUE = QTYDELIVERED-DHF * RECEIPTUNITCOST.

*>   What earlier runs booked for the year - a missing accruals file
*>   is simply the first run of the scheme.
TALLYPREVIOUSACCRUALS.
       OPEN INPUT REBATEACCRUALFILE
       IF REBATEACCRUALFILEOK
           READ REBATEACCRUALFILE
               AT END SET ENDOFREBATEACCRUALS TO TRUE
           END-READ
           PERFORM TALLYONEACCRUAL UNTIL ENDOFREBATEACCRUALS
           CLOSE REBATEACCRUALFILE
       END-IF.

TALLYONEACCRUAL.
       IF AGREEMENTYEAR-RAC = AGREEMENTYEAR
           MOVE SUPPLIERID-RAC TO FINDSUPPLIERID
           PERFORM FINDAGREEMENT
           IF AGREEMENTFOUND
               ADD ACCRUALAMOUNT-RAC TO AGPREVACCRUED(FOUNDAGREEMENTIDX)
           END-IF
       END-IF
       READ REBATEACCRUALFILE
           AT END SET ENDOFREBATEACCRUALS TO TRUE
       END-READ.

FINDPOLINE.
       MOVE "N" TO POLINEFOUNDSWITCH
       MOVE ZERO TO FOUNDPOLINEIDX
       PERFORM CHECKONEPOLINE
           VARYING POLINEIDX FROM 1 BY 1
           UNTIL POLINEIDX > POLINECOUNT OR POLINEFOUND.

CHECKONEPOLINE.
       IF POLPONUMBER(POLINEIDX) = FINDPONUMBER
               AND POLGADGETID(POLINEIDX) = FINDGADGETID
           SET POLINEFOUND TO TRUE
           MOVE POLINEIDX TO FOUNDPOLINEIDX
       END-IF.

LOADPOLINETABLE.
       OPEN INPUT POREGISTERFILE
       IF POREGISTERFILEOK
           READ POREGISTERFILE
               AT END SET ENDOFPOREGISTERFILE TO TRUE
           END-READ
           PERFORM STOREONEREGISTERLINE UNTIL ENDOFPOREGISTERFILE
           CLOSE POREGISTERFILE
       END-IF
       OPEN INPUT POREGISTERARCHIVEFILE
       IF POREGISTERARCHIVEFILEOK
           READ POREGISTERARCHIVEFILE
               AT END SET ENDOFPOREGISTERARCHIVE TO TRUE
           END-READ
           PERFORM STOREONEARCHIVELINE UNTIL ENDOFPOREGISTERARCHIVE
           CLOSE POREGISTERARCHIVEFILE
       END-IF.

STOREONEREGISTERLINE.
       PERFORM STOREONEPOLINE
       READ POREGISTERFILE
           AT END SET ENDOFPOREGISTERFILE TO TRUE
       END-READ.

STOREONEARCHIVELINE.
       MOVE POREGISTERARCHIVEREC TO POREGISTERREC
       PERFORM STOREONEPOLINE
       READ POREGISTERARCHIVEFILE
           AT END SET ENDOFPOREGISTERARCHIVE TO TRUE
       END-READ.

STOREONEPOLINE.
       ADD 1 TO POLINECOUNT
       MOVE PONUMBER-POR    TO POLPONUMBER(POLINECOUNT)
       MOVE GADGETID-POR    TO POLGADGETID(POLINECOUNT)
       IF UNITCOST-POR IS NUMERIC
           MOVE UNITCOST-POR TO POLUNITCOST(POLINECOUNT)
       ELSE
           MOVE ZERO         TO POLUNITCOST(POLINECOUNT)
       END-IF.

*>   SEARCH ALL needs the cost table in ascending GADGETID-GCT order,
*>   which the sequential master already guarantees.
LOADGADGETCOSTTABLE.
       OPEN INPUT NEWSTOCKFILE
       IF NEWSTOCKFILEOK
           READ NEWSTOCKFILE
               AT END SET ENDOFNEWSTOCKFILE TO TRUE
           END-READ
           PERFORM STOREONEGADGETCOST UNTIL ENDOFNEWSTOCKFILE
           CLOSE NEWSTOCKFILE
       END-IF.

STOREONEGADGETCOST.
       ADD 1 TO GADGETCOUNT
       MOVE GADGETID-NSF  TO GADGETID-GCT(GADGETCOUNT)
       MOVE COSTPRICE-NSF TO COSTPRICE-GCT(GADGETCOUNT)
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

*>   A supplier since dropped from the master still accrues; the
*>   report and statement just go without the name.
FINDSUPPLIERNAME.
       MOVE SPACES TO SUPPLIERNAME
       MOVE SPACES TO SUPPLIERCONTACT
       SEARCH ALL SUPPLIER
           AT END CONTINUE
           WHEN SUPPLIERID-ST(SUPIDX) = FINDSUPPLIERID
               MOVE SUPPLIERNAME-ST(SUPIDX)    TO SUPPLIERNAME
               MOVE SUPPLIERCONTACT-ST(SUPIDX) TO SUPPLIERCONTACT
       END-SEARCH.

*> SEARCH ALL requires SUPPLIER to stay in ascending SUPPLIERID-ST
*> order, so the supplier master must already be maintained in
*> ascending SUPPLIERID order on disk.
LOADSUPPLIERTABLE.
       OPEN INPUT SUPPLIERMASTERFILE
       READ SUPPLIERMASTERFILE
           AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
       END-READ
       PERFORM STORESUPPLIER UNTIL ENDOFSUPPLIERMASTERFILE
       CLOSE SUPPLIERMASTERFILE.

STORESUPPLIER.
       ADD 1 TO SUPPLIERCOUNT
       MOVE SUPPLIERID-SMF      TO SUPPLIERID-ST(SUPPLIERCOUNT)
       MOVE SUPPLIERNAME-SMF    TO SUPPLIERNAME-ST(SUPPLIERCOUNT)
       MOVE SUPPLIERCONTACT-SMF TO SUPPLIERCONTACT-ST(SUPPLIERCOUNT)
       READ SUPPLIERMASTERFILE
           AT END SET ENDOFSUPPLIERMASTERFILE TO TRUE
       END-READ.
