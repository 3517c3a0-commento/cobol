       SELECT REFUNDREGISTERFILE ASSIGN TO "RefundRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

*>   A credit on a debt the collection agency is still working comes
*>   from money they collected; it is settled with the agency, not
*>   refunded by us.
       SELECT PLACEMENTREGISTERFILE ASSIGN TO "DebtPlacements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLACEMENTREGISTERFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SUBSCRIBERLEDGERFILE.
FD     REFUNDREGISTERFILE.
01     REFUNDPRINTLINE          PIC X(100).

FD     PLACEMENTREGISTERFILE.
01     PLACEMENTREGISTERREC.
       88 ENDOFPLACEMENTREGISTER VALUE HIGH-VALUES.
       02 DPSUBSCRIBERID        PIC 9(10).
       02 DPPLACEDDATE          PIC 9(8).
       02 DPPLACEDAMOUNT        PIC 9(7)V99.
       02 DPOLDESTBILLDATE      PIC 9(8).
       02 DPRECOVEREDTOTAL      PIC 9(7)V99.
       02 DPCOMMISSIONTOTAL     PIC 9(7)V99.
       02 DPSTATUS              PIC X.
        88 DPPLACED             VALUE "P".
        88 DPRECOVERED          VALUE "R".
        88 DPUNCOLLECTABLE      VALUE "U".
       02 DPCLOSEDDATE          PIC 9(8).

WORKING-STORAGE SECTION.
01     SUBSCRIBERLEDGERFILESTATUS PIC XX.
       88 SUBSCRIBERLEDGERFILEOK VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     PLACEMENTREGISTERFILESTATUS PIC XX.
       88 PLACEMENTREGISTERFILEOK  VALUE "00".

01     RUNDATEENTRY             PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).
       88 REFUNDCONFIRMED       VALUE "Y" "y".
01     AUTHCODEENTRY            PIC X(6) VALUE SPACES.

01     PLACEDCOUNT              PIC 9(5) VALUE ZERO.
01     PLACEDTABLE.
       02 PLACEDSUBSCRIBERID    PIC 9(10)
               OCCURS 0 TO 9000 TIMES DEPENDING ON PLACEDCOUNT.
01     PLACEDIDX                PIC 9(5).
01     ALREADYPLACEDSWITCH      PIC X.
       88 ALREADYWITHAGENCY     VALUE "Y".
       88 NOTWITHAGENCY         VALUE "N".

01     REFUNDHEADINGLINE.
       02 FILLER                PIC X(34)
               VALUE "SUBSCRIBER REFUND REGISTER AT     ".
           DISPLAY "SUBSCRIBER LEDGER IS EMPTY - NOTHING IN CREDIT"
           STOP RUN
       END-IF
       PERFORM LOADPLACEMENTREGISTER

       OPEN OUTPUT REFUNDREGISTERFILE
       MOVE RUNDATE TO PRNRUNDATE
               ADD 1 TO CANDIDATECOUNT
               MOVE BALSUBSCRIBERID(BALANCEIDX) TO WORKSUBSCRIBERID
               PERFORM LOOKUPSUBSCRIBERNAME
               SET NOTWITHAGENCY TO TRUE
               PERFORM CHECKONEPLACEDACCOUNT
                   VARYING PLACEDIDX FROM 1 BY 1
                   UNTIL PLACEDIDX > PLACEDCOUNT
               EVALUATE TRUE
                   WHEN ALREADYWITHAGENCY
                       MOVE "HELD - AT DEBT AGENCY" TO PRNOUTCOME
                       PERFORM WRITEREGISTERLINE
                   WHEN PAYINGREFUNDS
                       PERFORM OFFERONEREFUND
                   WHEN OTHER
                       MOVE "CANDIDATE - NOT PAID" TO PRNOUTCOME
                       PERFORM WRITEREGISTERLINE
               END-EVALUATE
           END-IF
       END-IF.

       END-IF
       PERFORM WRITEREGISTERLINE.

CHECKONEPLACEDACCOUNT.
       IF PLACEDSUBSCRIBERID(PLACEDIDX) = WORKSUBSCRIBERID
           SET ALREADYWITHAGENCY TO TRUE
       END-IF.

POSTONEREFUND.
       MOVE SPACES           TO SUBSCRIBERLEDGERREC
       MOVE WORKSUBSCRIBERID TO SUBSCRIBERID-SLF
           MOVE BALANCECOUNT     TO BALANCEIDX
       END-IF.

LOADPLACEMENTREGISTER.
       OPEN INPUT PLACEMENTREGISTERFILE
       IF PLACEMENTREGISTERFILEOK
           READ PLACEMENTREGISTERFILE
               AT END SET ENDOFPLACEMENTREGISTER TO TRUE
           END-READ
           PERFORM STOREONEPLACEMENT UNTIL ENDOFPLACEMENTREGISTER
           CLOSE PLACEMENTREGISTERFILE
       END-IF.

STOREONEPLACEMENT.
       IF DPPLACED
           ADD 1 TO PLACEDCOUNT
           MOVE DPSUBSCRIBERID TO PLACEDSUBSCRIBERID(PLACEDCOUNT)
       END-IF
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ.
