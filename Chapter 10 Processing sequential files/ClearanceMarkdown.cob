IDENTIFICATION DIVISION.
PROGRAM-ID. CLEARANCEMARKDOWN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Read only - STOCKAGEINGREPORT folds each night's sales into the
*>   last-sale dates, so the bands here are the bands it printed.
       SELECT LASTMOVEMENTFILE ASSIGN TO "LastMovement.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LASTMOVEMENTFILESTATUS.

       SELECT PROPOSALREPORTFILE ASSIGN TO "ClearanceProposals.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   Accepted markdowns land in PendingTransactions.dat as one pending
*>   batch of price changes; nothing reaches the master until a
*>   supervisor releases it with BATCHRELEASE.
       SELECT TRANSACTIONFILE ASSIGN TO "PendingTransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTIONFILESTATUS.

       SELECT BATCHREFERENCESEQFILE ASSIGN TO "NextBatchReference.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCHREFERENCESEQFILESTATUS.

       SELECT OPERATORPERMISSIONSFILE ASSIGN TO "OperatorPermissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATORPERMISSIONSFILESTATUS.

       SELECT PERMISSIONREFUSALFILE ASSIGN TO "PermissionRefusals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMISSIONREFUSALFILESTATUS.

DATA DIVISION.
FILE SECTION.
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

FD     LASTMOVEMENTFILE.
01     LASTMOVEMENTREC.
       88 ENDOFLASTMOVEMENTFILE VALUE HIGH-VALUES.
       02 GADGETID-LMF          PIC 9(6).
       02 LASTSALEDATE-LMF      PIC 9(8).

FD     PROPOSALREPORTFILE.
01     PROPOSALPRINTLINE        PIC X(120).

*>   The transaction record layouts match TRANSACTIONENTRY's exactly so
*>   the markdowns go through the stock update's own price-change
*>   validation, audit and shelf-label path.
FD     TRANSACTIONFILE.
01     PRICECHANGEREC.
       02 TYPECODE-TF          PIC 9(2).
        88 UPDATEPRICE         VALUE 3.
        88 BATCHHEADER         VALUE 8.
        88 BATCHFOOTER         VALUE 9.
       02 GADGETID-TF          PIC 9(6).
       02 PRICE-PCR            PIC 9(4)V99.
       02 EFFECTIVEDATE-PCR    PIC 9(8).

01     BATCHHEADERREC.
       02 FILLER               PIC 9(2).
       02 BATCHHEADERDATE      PIC 9(8).
       02 BATCHREFERENCE-BH    PIC 9(6).
       02 BATCHOPERATORID-BH   PIC X(8).

01     BATCHFOOTERREC.
       02 FILLER               PIC 9(2).
       02 BATCHRECCOUNT-TF     PIC 9(5).

FD     BATCHREFERENCESEQFILE.
01     BATCHREFERENCESEQREC.
       02 NEXTBATCHREFERENCE    PIC 9(6).

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
01     LASTMOVEMENTFILESTATUS   PIC XX.
       88 LASTMOVEMENTFILEOK    VALUE "00".

01     TRANSACTIONFILESTATUS    PIC XX.
       88 TRANSACTIONFILEOK     VALUE "00".

01     BATCHREFERENCESEQFILESTATUS PIC XX.
       88 BATCHREFERENCESEQFILEOK VALUE "00".
01     BATCHREFERENCE           PIC 9(6) VALUE ZERO.

01     OPERATORPERMISSIONSFILESTATUS PIC XX.
       88 OPERATORPERMISSIONSFILEOK  VALUE "00".
01     PERMISSIONREFUSALFILESTATUS   PIC XX.
       88 PERMISSIONREFUSALFILEOK    VALUE "00".

01     OPERATORID               PIC X(8) VALUE SPACES.
01     WRITEDOWNOPERATORID      PIC X(8) VALUE SPACES.

01     RUNDATEENTRY             PIC X(8)    VALUE SPACES.
01     RUNDATE                  PIC 9(8).

01     MARKDOWNENTRY            PIC X(3)    VALUE SPACES.
01     WRITEDOWNENTRY           PIC X       VALUE SPACES.
01     REVIEWMODEENTRY          PIC X       VALUE SPACES.
01     ACCEPTENTRY              PIC X       VALUE SPACES.

01     WRITEDOWNSWITCH          PIC X VALUE "N".
       88 WRITEDOWNAUTHORISED   VALUE "Y".

01     WRITEDOWNPERMITSWITCH    PIC X VALUE "N".
       88 WRITEDOWNPERMITTED    VALUE "Y".

01     REVIEWMODESWITCH         PIC X VALUE "A".
       88 REVIEWEACHPROPOSAL    VALUE "R".
       88 ACCEPTALLPROPOSALS    VALUE "A".

01     PRICEBATCHSWITCH         PIC X VALUE "N".
       88 PRICEBATCHOPEN        VALUE "Y".

01     PROPOSALSTATUS           PIC X(16).

*>   The nightly stock update refuses a price change bigger than its
*>   run threshold (25% unless the operator enters another), so deep
*>   markdowns are flagged on the register for whoever runs it.
01     NIGHTLYPRICELIMITPCT     PIC 9(3)    VALUE 025.

01     MOVEMENTCOUNT            PIC 9(4)    VALUE ZERO.
01     LASTMOVEMENTTABLE.
       02 MOVEMENTENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON MOVEMENTCOUNT.
           03 LMGADGETID        PIC 9(6).
           03 LMLASTSALEDATE    PIC 9(8).
01     MOVEMENTIDX              PIC 9(4).

01     MOVEMENTFOUNDSWITCH      PIC X VALUE "N".
       88 MOVEMENTFOUND         VALUE "Y".
       88 MOVEMENTNOTFOUND      VALUE "N".

01     LASTSALEDATE             PIC 9(8).
01     WORKGADGETID             PIC 9(6).

01     DAYSSINCELASTSALE        PIC S9(5).
01     AGEBANDIDX               PIC 9.
01     MARKDOWNAMOUNT           PIC 9(4)V99.
01     PROPOSEDPRICE            PIC 9(4)V99.
01     EFFECTIVEMARKDOWNPCT     PIC 9(3)V9.
01     STOCKVALUE               PIC 9(8)V99.
01     MARKDOWNVALUE            PIC 9(8)V99.

01     GADGETSREADCOUNT         PIC 9(5) VALUE ZERO.
01     PROPOSALCOUNT            PIC 9(5) VALUE ZERO.
01     ACCEPTEDCOUNT            PIC 9(5) VALUE ZERO.
01     DECLINEDCOUNT            PIC 9(5) VALUE ZERO.
01     FLOOREDCOUNT             PIC 9(5) VALUE ZERO.

*>   The same bands as STOCKAGEINGREPORT: 1 = sold in the last 30
*>   days, 2 = 31-60, 3 = 61-90, 4 = 91-180, 5 = over 180 days, 6 = no
*>   sale on record.  The default markdowns leave moving stock and
*>   never-sold (usually newly ranged) stock alone and stay inside
*>   the nightly price limit; the buyer can enter different
*>   percentages at the start of the run.
01     BANDMARKDOWNDEFAULTS.
       02 FILLER                PIC 9(3) VALUE 000.
       02 FILLER                PIC 9(3) VALUE 000.
       02 FILLER                PIC 9(3) VALUE 010.
       02 FILLER                PIC 9(3) VALUE 020.
       02 FILLER                PIC 9(3) VALUE 025.
       02 FILLER                PIC 9(3) VALUE 000.
01     FILLER REDEFINES BANDMARKDOWNDEFAULTS.
       02 BANDMARKDOWNPCT       PIC 9(3) OCCURS 6 TIMES.

01     AGEBANDTOTALS.
       02 AGEBANDENTRY OCCURS 6 TIMES.
           03 BANDPROPOSALCOUNT PIC 9(4).
           03 BANDSTOCKVALUE    PIC 9(8)V99.
           03 BANDMARKDOWNVALUE PIC 9(8)V99.

01     AGEBANDNAMETABLE.
       02 FILLER                PIC X(18) VALUE "SOLD LAST 30 DAYS".
       02 FILLER                PIC X(18) VALUE "31 - 60 DAYS".
       02 FILLER                PIC X(18) VALUE "61 - 90 DAYS".
       02 FILLER                PIC X(18) VALUE "91 - 180 DAYS".
       02 FILLER                PIC X(18) VALUE "OVER 180 DAYS".
       02 FILLER                PIC X(18) VALUE "NO SALE ON RECORD".
01     FILLER REDEFINES AGEBANDNAMETABLE.
       02 AGEBANDNAME           PIC X(18) OCCURS 6 TIMES.

01     TOTALSTOCKVALUE          PIC 9(9)V99 VALUE ZERO.
01     TOTALMARKDOWNVALUE       PIC 9(9)V99 VALUE ZERO.
01     ACCEPTEDMARKDOWNVALUE    PIC 9(9)V99 VALUE ZERO.

01     PROPOSALHEADINGLINE.
       02 FILLER                PIC X(40)
               VALUE "CLEARANCE MARKDOWN PROPOSALS FOR DATE ".
       02 PRNRUNDATE            PIC 9(8).
       02 FILLER                PIC X(12)  VALUE "  OPERATOR ".
       02 PRNOPERATORID         PIC X(8).

01     WRITEDOWNNOTELINE.
       02 PRNWRITEDOWNNOTE      PIC X(60).

01     PROPOSALTOPICLINE.
       02 FILLER                PIC X(8)   VALUE "GADGETID".
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 FILLER                PIC X(24)  VALUE "GADGET NAME".
       02 FILLER                PIC X(9)   VALUE "LAST SALE".
       02 FILLER                PIC X(5)   VALUE " QTY ".
       02 FILLER                PIC X(9)   VALUE "   PRICE ".
       02 FILLER                PIC X(9)   VALUE "    COST ".
       02 FILLER                PIC X(10)  VALUE "     NEW  ".
       02 FILLER                PIC X(7)   VALUE "MKDN%  ".
       02 FILLER                PIC X(15)  VALUE "VALUE AT RISK  ".
       02 FILLER                PIC X(6)   VALUE "STATUS".

01     PROPOSALDETAILLINE.
       02 PRNGADGETID           PIC 9(6).
       02 FILLER                PIC X(4)   VALUE SPACES.
       02 PRNGADGETNAME         PIC X(24).
       02 PRNLASTSALEDATE       PIC X(8).
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNQTY                PIC ZZZ9.
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNPRICE              PIC Z,ZZ9.99.
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNCOSTPRICE          PIC Z,ZZ9.99.
       02 FILLER                PIC X      VALUE SPACE.
       02 PRNPROPOSEDPRICE      PIC Z,ZZ9.99.
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNMARKDOWNPCT        PIC ZZ9.9.
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNSTOCKVALUE         PIC $$,$$$,$$9.99.
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 PRNPROPOSALSTATUS     PIC X(16).

01     OVERLIMITLINE.
       02 FILLER                PIC X(10)  VALUE SPACES.
       02 FILLER                PIC X(44)
               VALUE "** MARKDOWN EXCEEDS THE NIGHTLY PRICE LIMIT ".
       02 FILLER                PIC X(33)
               VALUE "- RAISE THE RUN THRESHOLD TO POST".

01     BANDSUBHEADING           PIC X(30)
           VALUE "PROPOSALS BY AGEING BAND".

01     BANDTOTALLINE.
       02 PRNBANDNAME           PIC X(18).
       02 FILLER                PIC X(7)   VALUE " MKDN: ".
       02 PRNBANDMARKDOWNPCT    PIC ZZ9.
       02 FILLER                PIC X(14)  VALUE "%  PROPOSALS: ".
       02 PRNBANDCOUNT          PIC ZZZ9.
       02 FILLER                PIC X(17)  VALUE "  VALUE AT RISK: ".
       02 PRNBANDSTOCKVALUE     PIC $$$,$$$,$$9.99.
       02 FILLER                PIC X(12)  VALUE "  MARKDOWN: ".
       02 PRNBANDMARKDOWNVALUE  PIC $$$,$$$,$$9.99.

01     GRANDTOTALLINE.
       02 FILLER                PIC X(46)
               VALUE "TOTAL STOCK VALUE AT RISK:                    ".
       02 PRNTOTALSTOCKVALUE    PIC $$$$,$$$,$$9.99.

01     MARKDOWNTOTALLINE.
       02 FILLER                PIC X(46)
               VALUE "TOTAL MARKDOWN PROPOSED:                      ".
       02 PRNTOTALMARKDOWNVALUE PIC $$$$,$$$,$$9.99.

01     ACCEPTEDTOTALLINE.
       02 FILLER                PIC X(46)
               VALUE "MARKDOWN ACCEPTED FOR RELEASE:                ".
       02 PRNACCEPTEDVALUE      PIC $$$$,$$$,$$9.99.

01     PROPOSALFOOTERLINE.
       02 FILLER                PIC X(16)  VALUE "GADGETS READ:   ".
       02 PRNGADGETSREAD        PIC ZZZZ9.
       02 FILLER                PIC X(13)  VALUE "  PROPOSALS: ".
       02 PRNPROPOSALS          PIC ZZZZ9.
       02 FILLER                PIC X(12)  VALUE "  ACCEPTED: ".
       02 PRNACCEPTED           PIC ZZZZ9.
       02 FILLER                PIC X(12)  VALUE "  DECLINED: ".
       02 PRNDECLINED           PIC ZZZZ9.
       02 FILLER                PIC X(12)  VALUE "  FLOORED: ".
       02 PRNFLOORED            PIC ZZZZ9.

01     BATCHREFERENCELINE.
       02 FILLER                PIC X(33)
               VALUE "ACCEPTED MARKDOWNS PENDING BATCH ".
       02 PRNBATCHREFERENCE     PIC 9(6).
       02 FILLER                PIC X(30)
               VALUE " - RELEASE WITH BATCHRELEASE".

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           MOVE RUNDATEENTRY TO RUNDATE
       END-IF

       PERFORM PROMPTFORBANDMARKDOWN
           VARYING AGEBANDIDX FROM 1 BY 1 UNTIL AGEBANDIDX > 6

       DISPLAY "AUTHORISE MARKDOWN BELOW COST PRICE (WRITE-DOWN)? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WRITEDOWNENTRY
       IF WRITEDOWNENTRY = "Y" OR WRITEDOWNENTRY = "y"
           PERFORM CHECKWRITEDOWNPERMITTED
       END-IF

       DISPLAY "(R)EVIEW EACH PROPOSAL OR (A)CCEPT ALL - "
           WITH NO ADVANCING
       ACCEPT REVIEWMODEENTRY
       IF REVIEWMODEENTRY = "R" OR REVIEWMODEENTRY = "r"
           SET REVIEWEACHPROPOSAL TO TRUE
       ELSE
           SET ACCEPTALLPROPOSALS TO TRUE
       END-IF

       INITIALIZE AGEBANDTOTALS
       PERFORM LOADLASTMOVEMENTTABLE

       OPEN INPUT NEWSTOCKFILE
       OPEN OUTPUT PROPOSALREPORTFILE

       MOVE RUNDATE    TO PRNRUNDATE
       MOVE OPERATORID TO PRNOPERATORID
       WRITE PROPOSALPRINTLINE FROM PROPOSALHEADINGLINE
           AFTER ADVANCING 1 LINE
       IF WRITEDOWNAUTHORISED
           MOVE "WRITE-DOWN BELOW COST AUTHORISED BY " TO PRNWRITEDOWNNOTE
           MOVE WRITEDOWNOPERATORID TO PRNWRITEDOWNNOTE(37:8)
       ELSE
           MOVE "PROPOSED PRICES FLOORED AT COST PRICE"  TO PRNWRITEDOWNNOTE
       END-IF
       WRITE PROPOSALPRINTLINE FROM WRITEDOWNNOTELINE
           AFTER ADVANCING 1 LINE
       WRITE PROPOSALPRINTLINE FROM PROPOSALTOPICLINE
           AFTER ADVANCING 2 LINES

       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ
       PERFORM PROPOSEONEGADGET UNTIL ENDOFNEWSTOCKFILE

       IF PRICEBATCHOPEN
           SET BATCHFOOTER TO TRUE
           MOVE ACCEPTEDCOUNT TO BATCHRECCOUNT-TF
           WRITE BATCHFOOTERREC
           CLOSE TRANSACTIONFILE
       END-IF

       WRITE PROPOSALPRINTLINE FROM BANDSUBHEADING AFTER ADVANCING 2 LINES
       PERFORM PRINTONEBANDTOTAL
           VARYING AGEBANDIDX FROM 1 BY 1 UNTIL AGEBANDIDX > 6

       MOVE TOTALSTOCKVALUE       TO PRNTOTALSTOCKVALUE
       WRITE PROPOSALPRINTLINE FROM GRANDTOTALLINE AFTER ADVANCING 2 LINES
       MOVE TOTALMARKDOWNVALUE    TO PRNTOTALMARKDOWNVALUE
       WRITE PROPOSALPRINTLINE FROM MARKDOWNTOTALLINE AFTER ADVANCING 1 LINE
       MOVE ACCEPTEDMARKDOWNVALUE TO PRNACCEPTEDVALUE
       WRITE PROPOSALPRINTLINE FROM ACCEPTEDTOTALLINE AFTER ADVANCING 1 LINE

       MOVE GADGETSREADCOUNT TO PRNGADGETSREAD
       MOVE PROPOSALCOUNT    TO PRNPROPOSALS
       MOVE ACCEPTEDCOUNT    TO PRNACCEPTED
       MOVE DECLINEDCOUNT    TO PRNDECLINED
       MOVE FLOOREDCOUNT     TO PRNFLOORED
       WRITE PROPOSALPRINTLINE FROM PROPOSALFOOTERLINE
           AFTER ADVANCING 2 LINES
       IF PRICEBATCHOPEN
           MOVE BATCHREFERENCE TO PRNBATCHREFERENCE
           WRITE PROPOSALPRINTLINE FROM BATCHREFERENCELINE
               AFTER ADVANCING 1 LINE
       END-IF

       CLOSE NEWSTOCKFILE, PROPOSALREPORTFILE

       DISPLAY "PROPOSALS: " PROPOSALCOUNT
           " ACCEPTED: " ACCEPTEDCOUNT " DECLINED: " DECLINEDCOUNT
       IF PRICEBATCHOPEN
           DISPLAY "PRICE BATCH " BATCHREFERENCE
               " PENDING RELEASE WITH BATCHRELEASE"
       END-IF
       STOP RUN.

PROMPTFORBANDMARKDOWN.
       DISPLAY "MARKDOWN PCT FOR " AGEBANDNAME(AGEBANDIDX)
           " OR BLANK FOR " BANDMARKDOWNPCT(AGEBANDIDX) " - "
           WITH NO ADVANCING
       ACCEPT MARKDOWNENTRY
       IF MARKDOWNENTRY NOT = SPACES
           MOVE MARKDOWNENTRY TO BANDMARKDOWNPCT(AGEBANDIDX)
       END-IF
       IF BANDMARKDOWNPCT(AGEBANDIDX) > 99
           DISPLAY "MARKDOWN MUST BE UNDER 100 PCT - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

*>   Pricing below cost is a write-down and needs the WRITEDOWN
*>   permission, the same control as the stock lock override.  A
*>   refusal is logged and the run carries on with every proposal
*>   floored at cost.  No permissions file on disk means no
*>   enforcement, as everywhere else.
CHECKWRITEDOWNPERMITTED.
       MOVE OPERATORID TO WRITEDOWNOPERATORID
       OPEN INPUT OPERATORPERMISSIONSFILE
       IF OPERATORPERMISSIONSFILEOK
           DISPLAY "OPERATOR ID AUTHORISING THE WRITE-DOWN: "
               WITH NO ADVANCING
           ACCEPT WRITEDOWNOPERATORID
           MOVE "N" TO WRITEDOWNPERMITSWITCH
           READ OPERATORPERMISSIONSFILE
               AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
           END-READ
           PERFORM CHECKONEWRITEDOWNPERMISSION
               UNTIL ENDOFOPERATORPERMISSIONS
           CLOSE OPERATORPERMISSIONSFILE
           IF WRITEDOWNPERMITTED
               SET WRITEDOWNAUTHORISED TO TRUE
           ELSE
               DISPLAY "WRITE-DOWN NOT PERMITTED FOR OPERATOR "
                   WRITEDOWNOPERATORID " - REFUSED AND LOGGED"
               DISPLAY "PROPOSALS WILL BE FLOORED AT COST PRICE"
               PERFORM LOGWRITEDOWNREFUSAL
           END-IF
       ELSE
           SET WRITEDOWNAUTHORISED TO TRUE
       END-IF.

CHECKONEWRITEDOWNPERMISSION.
       IF PERMOPERATORID = WRITEDOWNOPERATORID
               AND PERMACTIONCODE = "WRITEDOWN"
           MOVE "Y" TO WRITEDOWNPERMITSWITCH
       END-IF
       READ OPERATORPERMISSIONSFILE
           AT END SET ENDOFOPERATORPERMISSIONS TO TRUE
       END-READ.

LOGWRITEDOWNREFUSAL.
       OPEN EXTEND PERMISSIONREFUSALFILE
       IF NOT PERMISSIONREFUSALFILEOK
           OPEN OUTPUT PERMISSIONREFUSALFILE
       END-IF
       MOVE SPACES TO PERMISSIONREFUSALREC
       MOVE FUNCTION CURRENT-DATE(1:14) TO REFUSALSTAMP
       MOVE WRITEDOWNOPERATORID TO REFUSALOPERATORID
       MOVE "WRITEDOWN"         TO REFUSALACTIONCODE
       MOVE "CLEARANCEMKD"      TO REFUSALPROGRAM
       WRITE PERMISSIONREFUSALREC
       CLOSE PERMISSIONREFUSALFILE.

*>   Batch references are allocated from the shared
*>   NextBatchReference.dat sequence so every batch written by any of
*>   the entry programs carries a reference the stock update's
*>   applied-batch register can check for duplicates.
GETNEXTBATCHREFERENCE.
       OPEN INPUT BATCHREFERENCESEQFILE
       IF BATCHREFERENCESEQFILEOK
           READ BATCHREFERENCESEQFILE
               AT END MOVE 1 TO NEXTBATCHREFERENCE
           END-READ
           CLOSE BATCHREFERENCESEQFILE
       ELSE
           MOVE 1 TO NEXTBATCHREFERENCE
       END-IF
       MOVE NEXTBATCHREFERENCE TO BATCHREFERENCE
       OPEN OUTPUT BATCHREFERENCESEQFILE
       ADD 1 TO NEXTBATCHREFERENCE
       WRITE BATCHREFERENCESEQREC
       CLOSE BATCHREFERENCESEQFILE.

*>   A missing last-movement file means the ageing report has never
*>   run; every gadget then falls in the no-sale band, which carries
*>   no markdown by default.
LOADLASTMOVEMENTTABLE.
       OPEN INPUT LASTMOVEMENTFILE
       IF LASTMOVEMENTFILEOK
           READ LASTMOVEMENTFILE
               AT END SET ENDOFLASTMOVEMENTFILE TO TRUE
           END-READ
           PERFORM STOREONEMOVEMENT UNTIL ENDOFLASTMOVEMENTFILE
           CLOSE LASTMOVEMENTFILE
       END-IF.

STOREONEMOVEMENT.
       ADD 1 TO MOVEMENTCOUNT
       MOVE GADGETID-LMF     TO LMGADGETID(MOVEMENTCOUNT)
       MOVE LASTSALEDATE-LMF TO LMLASTSALEDATE(MOVEMENTCOUNT)
       READ LASTMOVEMENTFILE
           AT END SET ENDOFLASTMOVEMENTFILE TO TRUE
       END-READ.

*>   Only gadgets with stock on hand in a band that carries a markdown
*>   are proposed.  A proposal that would take the price below cost
*>   is held at cost unless a write-down was authorised; a gadget
*>   already selling at or below cost then has nothing to propose.
PROPOSEONEGADGET.
       ADD 1 TO GADGETSREADCOUNT
       PERFORM BANDONEGADGET
       IF QTYINSTOCK-NSF > ZERO AND PRICE-NSF > ZERO
               AND BANDMARKDOWNPCT(AGEBANDIDX) > ZERO
           COMPUTE MARKDOWNAMOUNT ROUNDED =
               PRICE-NSF * BANDMARKDOWNPCT(AGEBANDIDX) / 100
           SUBTRACT MARKDOWNAMOUNT FROM PRICE-NSF GIVING PROPOSEDPRICE
           MOVE SPACES TO PROPOSALSTATUS
           IF PROPOSEDPRICE < COSTPRICE-NSF AND NOT WRITEDOWNAUTHORISED
               MOVE COSTPRICE-NSF TO PROPOSEDPRICE
               MOVE "FLOORED AT COST" TO PROPOSALSTATUS
           END-IF
           IF PROPOSEDPRICE < PRICE-NSF
               PERFORM PRESENTONEPROPOSAL
           END-IF
       END-IF
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

BANDONEGADGET.
       MOVE GADGETID-NSF TO WORKGADGETID
       SET MOVEMENTNOTFOUND TO TRUE
       MOVE ZERO TO LASTSALEDATE
       PERFORM FINDONEMOVEMENTENTRY
           VARYING MOVEMENTIDX FROM 1 BY 1 UNTIL MOVEMENTIDX > MOVEMENTCOUNT

       IF MOVEMENTFOUND
           COMPUTE DAYSSINCELASTSALE =
               FUNCTION INTEGER-OF-DATE(RUNDATE) -
               FUNCTION INTEGER-OF-DATE(LASTSALEDATE)
           EVALUATE TRUE
               WHEN DAYSSINCELASTSALE NOT > 30  MOVE 1 TO AGEBANDIDX
               WHEN DAYSSINCELASTSALE NOT > 60  MOVE 2 TO AGEBANDIDX
               WHEN DAYSSINCELASTSALE NOT > 90  MOVE 3 TO AGEBANDIDX
               WHEN DAYSSINCELASTSALE NOT > 180 MOVE 4 TO AGEBANDIDX
               WHEN OTHER                       MOVE 5 TO AGEBANDIDX
           END-EVALUATE
           MOVE LASTSALEDATE TO PRNLASTSALEDATE
       ELSE
           MOVE 6 TO AGEBANDIDX
           MOVE "NONE" TO PRNLASTSALEDATE
       END-IF.

FINDONEMOVEMENTENTRY.
       IF LMGADGETID(MOVEMENTIDX) = WORKGADGETID
           SET MOVEMENTFOUND TO TRUE
           MOVE LMLASTSALEDATE(MOVEMENTIDX) TO LASTSALEDATE
       END-IF.

PRESENTONEPROPOSAL.
       ADD 1 TO PROPOSALCOUNT
       IF PROPOSALSTATUS = "FLOORED AT COST"
           ADD 1 TO FLOOREDCOUNT
       END-IF
       COMPUTE STOCKVALUE = QTYINSTOCK-NSF * PRICE-NSF
       COMPUTE MARKDOWNVALUE =
           QTYINSTOCK-NSF * (PRICE-NSF - PROPOSEDPRICE)
       COMPUTE EFFECTIVEMARKDOWNPCT ROUNDED =
           (PRICE-NSF - PROPOSEDPRICE) / PRICE-NSF * 100
       ADD 1             TO BANDPROPOSALCOUNT(AGEBANDIDX)
       ADD STOCKVALUE    TO BANDSTOCKVALUE(AGEBANDIDX)
       ADD MARKDOWNVALUE TO BANDMARKDOWNVALUE(AGEBANDIDX)
       ADD STOCKVALUE    TO TOTALSTOCKVALUE
       ADD MARKDOWNVALUE TO TOTALMARKDOWNVALUE

       MOVE "Y" TO ACCEPTENTRY
       IF REVIEWEACHPROPOSAL
           DISPLAY GADGETID-NSF " " GADGETNAME-NSF " QTY " QTYINSTOCK-NSF
           DISPLAY "    PRICE " PRICE-NSF " COST " COSTPRICE-NSF
               " PROPOSED " PROPOSEDPRICE
           DISPLAY "    ACCEPT THIS MARKDOWN? (Y/N): " WITH NO ADVANCING
           ACCEPT ACCEPTENTRY
       END-IF

       IF ACCEPTENTRY = "Y" OR ACCEPTENTRY = "y"
           PERFORM WRITEPRICETRANSACTION
           ADD MARKDOWNVALUE TO ACCEPTEDMARKDOWNVALUE
           IF PROPOSALSTATUS = SPACES
               MOVE "ACCEPTED" TO PROPOSALSTATUS
           ELSE
               MOVE "ACCEPTED/FLOORED" TO PROPOSALSTATUS
           END-IF
       ELSE
           ADD 1 TO DECLINEDCOUNT
           MOVE "DECLINED" TO PROPOSALSTATUS
       END-IF
       PERFORM PRINTPROPOSALDETAIL.

*>   The batch is opened on the first accepted markdown so a run where
*>   the buyer declines everything leaves nothing pending for release.
*>   The effective date is the run date - the next stock update
*>   applies it straight away.
WRITEPRICETRANSACTION.
       IF NOT PRICEBATCHOPEN
           OPEN EXTEND TRANSACTIONFILE
           IF NOT TRANSACTIONFILEOK
               OPEN OUTPUT TRANSACTIONFILE
           END-IF
           PERFORM GETNEXTBATCHREFERENCE
           SET BATCHHEADER TO TRUE
           MOVE RUNDATE        TO BATCHHEADERDATE
           MOVE BATCHREFERENCE TO BATCHREFERENCE-BH
           MOVE OPERATORID     TO BATCHOPERATORID-BH
           WRITE BATCHHEADERREC
           SET PRICEBATCHOPEN TO TRUE
       END-IF
       SET UPDATEPRICE TO TRUE
       MOVE GADGETID-NSF  TO GADGETID-TF
       MOVE PROPOSEDPRICE TO PRICE-PCR
       MOVE RUNDATE       TO EFFECTIVEDATE-PCR
       WRITE PRICECHANGEREC
       ADD 1 TO ACCEPTEDCOUNT.

PRINTPROPOSALDETAIL.
       MOVE GADGETID-NSF         TO PRNGADGETID
       MOVE GADGETNAME-NSF       TO PRNGADGETNAME
       MOVE QTYINSTOCK-NSF       TO PRNQTY
       MOVE PRICE-NSF            TO PRNPRICE
       MOVE COSTPRICE-NSF        TO PRNCOSTPRICE
       MOVE PROPOSEDPRICE        TO PRNPROPOSEDPRICE
       MOVE EFFECTIVEMARKDOWNPCT TO PRNMARKDOWNPCT
       MOVE STOCKVALUE           TO PRNSTOCKVALUE
       MOVE PROPOSALSTATUS       TO PRNPROPOSALSTATUS
       WRITE PROPOSALPRINTLINE FROM PROPOSALDETAILLINE
           AFTER ADVANCING 1 LINE
       IF EFFECTIVEMARKDOWNPCT > NIGHTLYPRICELIMITPCT
               AND PROPOSALSTATUS NOT = "DECLINED"
           WRITE PROPOSALPRINTLINE FROM OVERLIMITLINE
               AFTER ADVANCING 1 LINE
       END-IF.

PRINTONEBANDTOTAL.
       MOVE AGEBANDNAME(AGEBANDIDX)       TO PRNBANDNAME
       MOVE BANDMARKDOWNPCT(AGEBANDIDX)   TO PRNBANDMARKDOWNPCT
       MOVE BANDPROPOSALCOUNT(AGEBANDIDX) TO PRNBANDCOUNT
       MOVE BANDSTOCKVALUE(AGEBANDIDX)    TO PRNBANDSTOCKVALUE
       MOVE BANDMARKDOWNVALUE(AGEBANDIDX) TO PRNBANDMARKDOWNVALUE
       WRITE PROPOSALPRINTLINE FROM BANDTOTALLINE AFTER ADVANCING 1 LINE.
