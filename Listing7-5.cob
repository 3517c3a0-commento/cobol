           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATIONSLOGFILESTATUS.

       SELECT NEWSTOCKFILE ASSIGN TO "Listing10-4NewMast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEWSTOCKFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     GADGETSTOCKFILE.
       02  COSTPRICE     PIC 9(4)V99.

FD     STOCKVALUATIONREPORT.
01     VALUATIONPRINTLINE       PIC X(60).

FD     DUPLICATESFILE.
01     DUPLICATEREC.
       02 FILLER                PIC X.
       02 OPLOGRETURNCODE       PIC 9(2).

FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       88 ENDOFNEWSTOCKFILE     VALUE HIGH-VALUES.
       02 GADGETID-NSF          PIC 9(6).
       02 GADGETNAME-NSF        PIC X(30).
       02 QTYINSTOCK-NSF        PIC 9(4).
       02 PRICE-NSF             PIC 9(4)V99.
       02 SUPPLIERID-NSF        PIC 9(4).
       02 QTYATLOCATION-NSF     PIC 9(4) OCCURS 3 TIMES.
       02 CATEGORYCODE-NSF      PIC X(3).
       02 COSTPRICE-NSF         PIC 9(4)V99.
       02 EAN-NSF               PIC 9(13).
       02 SERIALCONTROL-NSF     PIC X.
       02 LIFECYCLESTATUS-NSF   PIC X.
        88 GADGETDISCONTINUED-NSF VALUE "D".

WORKING-STORAGE SECTION.
01     GLINVENTORYACCOUNTCODE   PIC X(6)    VALUE "142000".
01     GLMARGINUPLIFTACCOUNTCODE PIC X(6)   VALUE "142500".
       02 FILLER                PIC X(30)  VALUE "GADGET NAME".
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 FILLER                PIC X(12)  VALUE "STOCK VALUE".
       02 FILLER                PIC X(2)   VALUE SPACES.
       02 FILLER                PIC X(12)  VALUE "STATUS".

01     PRNSTOCKVALUE.
       02 PRNGADGETNAME    PIC X(30).
       02 FILLER           PIC XX VALUE SPACES.
       02 PRNVALUE         PIC $$$,$$9.99.
       02 FILLER           PIC X(4) VALUE SPACES.
       02 PRNLIFECYCLEFLAG PIC X(12).

01     PRNFINALSTOCKTOTAL.
       02 FILLER           PIC X(16) VALUE SPACES.
               OCCURS 0 TO 500 TIMES DEPENDING ON EXISTINGIDCOUNT
               INDEXED BY EXISTIDX.

*>   Gadgets the stock master has marked discontinued are flagged on
*>   the valuation so finance can see how much value is being sold off.
01     NEWSTOCKFILESTATUS    PIC XX.
       88 NEWSTOCKFILEOK     VALUE "00".
01     DISCONTINUEDIDCOUNT   PIC 9(4) VALUE ZERO.
01     DISCONTINUEDIDTABLE.
       02 DISCONTINUEDID     PIC 9(6)
               OCCURS 0 TO 2000 TIMES DEPENDING ON DISCONTINUEDIDCOUNT
               INDEXED BY DISCIDX.

01     DUPLICATESWITCH       PIC X VALUE "N".
       88 ISDUPLICATEID      VALUE "Y".
       88 ISNOTDUPLICATEID   VALUE "N".
       END-IF

       PERFORM LOADEXISTINGIDS
       PERFORM LOADDISCONTINUEDIDS

       OPEN EXTEND GADGETSTOCKFILE
       OPEN OUTPUT DUPLICATESFILE
           PERFORM ADDVALUETOCATEGORYTOTAL
           MOVE GADGETNAME TO PRNGADGETNAME
           MOVE STOCKVALUE TO PRNVALUE
           PERFORM SETLIFECYCLEFLAG
           WRITE VALUATIONPRINTLINE FROM PRNSTOCKVALUE AFTER ADVANCING 1 LINE
       END-IF
       ADD 1 TO STOCKRECORDSVALUATED
           MOVE GADGETID TO EXISTINGID(EXISTINGIDCOUNT)
       END-IF.

*>   A missing stock master (the stock update has not yet run) is not
*>   an error - nothing is flagged.
LOADDISCONTINUEDIDS.
       OPEN INPUT NEWSTOCKFILE
       IF NEWSTOCKFILEOK
           READ NEWSTOCKFILE
               AT END SET ENDOFNEWSTOCKFILE TO TRUE
           END-READ
           PERFORM RECORDDISCONTINUEDID UNTIL ENDOFNEWSTOCKFILE
           CLOSE NEWSTOCKFILE
       END-IF.

RECORDDISCONTINUEDID.
       IF GADGETDISCONTINUED-NSF AND DISCONTINUEDIDCOUNT < 2000
           ADD 1 TO DISCONTINUEDIDCOUNT
           MOVE GADGETID-NSF TO DISCONTINUEDID(DISCONTINUEDIDCOUNT)
       END-IF
       READ NEWSTOCKFILE
           AT END SET ENDOFNEWSTOCKFILE TO TRUE
       END-READ.

SETLIFECYCLEFLAG.
       MOVE SPACES TO PRNLIFECYCLEFLAG
       SET DISCIDX TO 1
       SEARCH DISCONTINUEDID
           AT END CONTINUE
           WHEN DISCONTINUEDID(DISCIDX) = GADGETID
               MOVE "DISCONTINUED" TO PRNLIFECYCLEFLAG
       END-SEARCH.

CHECKFORDUPLICATEID.
       SET ISNOTDUPLICATEID TO TRUE
       SET EXISTIDX TO 1
