IDENTIFICATION DIVISION.
PROGRAM-ID. DEBTRECOVERYREPORT.

*>   The month's picture of the debt placed with the collection agency:
*>   what went to them in the month, what they recovered for us (gross,
*>   their commission and what reached us), what they handed back as
*>   uncollectable, and what is still with them at the end of it.
*>   Built from the placement register and the agency return history
*>   that DEBTPLACEMENTRUN and AGENCYRETURNLOAD keep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PLACEMENTREGISTERFILE ASSIGN TO "DebtPlacements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLACEMENTREGISTERFILESTATUS.

       SELECT RECOVERYHISTORYFILE ASSIGN TO "DebtRecoveries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECOVERYHISTORYFILESTATUS.

       SELECT SUBSCRIBERMASTERFILE ASSIGN TO "Subscribers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBSCRIBERID-SMF
           FILE STATUS IS SUBSCRIBERMASTERFILESTATUS.

       SELECT CORPORATEACCOUNTFILE ASSIGN TO "CorporateAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORPORATEACCOUNTFILESTATUS.

       SELECT RECOVERYREPORTFILE ASSIGN TO "DebtRecovery.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD     RECOVERYHISTORYFILE.
01     RECOVERYHISTORYREC.
       88 ENDOFRECOVERYHISTORY  VALUE HIGH-VALUES.
       02 DRAGENCYREFERENCE     PIC X(12).
       02 DRTYPE                PIC X.
        88 DRRECOVERY           VALUE "R".
       02 DRSUBSCRIBERID        PIC 9(10).
       02 DRCOLLECTED           PIC 9(7)V99.
       02 DRCOMMISSION          PIC 9(7)V99.
       02 DRTRANSACTIONDATE     PIC 9(8).
       02 DRLOADEDDATE          PIC 9(8).

FD     SUBSCRIBERMASTERFILE.
01     SUBSCRIBERMASTERREC.
       88  ENDOFSUBSCRIBERMASTERFILE VALUE HIGH-VALUES.
       02  SUBSCRIBERID-SMF        PIC 9(10).
       02  SUBSCRIBERNAME-SMF      PIC X(25).
       02  SUBSCRIBERADDRESS-SMF   PIC X(40).
       02  PLANCODE-SMF            PIC X(4).
       02  SUBSCRIBERSTATUS-SMF    PIC X.
       02  JOINDATE-SMF            PIC 9(8).
       02  LEAVEDATE-SMF           PIC 9(8).
       02  BILLCYCLE-SMF           PIC 9(2).
       02  PAYMETHOD-SMF           PIC X.
       02  BANKSORTCODE-SMF        PIC 9(6).
       02  BANKACCOUNT-SMF         PIC 9(8).

FD     CORPORATEACCOUNTFILE.
01     CORPORATEACCOUNTREC.
       88 ENDOFCORPORATEACCOUNTS VALUE HIGH-VALUES.
       02 ACCOUNTID-CAF         PIC 9(10).
       02 ACCOUNTNAME-CAF       PIC X(25).
       02 BILLINGADDRESS-CAF    PIC X(40).
       02 ACCOUNTMANAGER-CAF    PIC X(8).
       02 PAYMETHOD-CAF         PIC X.
       02 BANKSORTCODE-CAF      PIC 9(6).
       02 BANKACCOUNT-CAF       PIC 9(8).
       02 OPENEDDATE-CAF        PIC 9(8).
       02 ACCOUNTSTATUS-CAF     PIC X.

FD     RECOVERYREPORTFILE.
01     RECOVERYPRINTLINE        PIC X(100).

WORKING-STORAGE SECTION.
01     PLACEMENTREGISTERFILESTATUS PIC XX.
       88 PLACEMENTREGISTERFILEOK  VALUE "00".
01     RECOVERYHISTORYFILESTATUS PIC XX.
       88 RECOVERYHISTORYFILEOK VALUE "00".
01     SUBSCRIBERMASTERFILESTATUS PIC XX.
       88 SUBSCRIBERMASTERFILEOK VALUE "00".
01     CORPORATEACCOUNTFILESTATUS PIC XX.
       88 CORPORATEACCOUNTFILEOK VALUE "00".

01     TODAYSDATE               PIC 9(8).
01     REPORTMONTHENTRY         PIC X(6) VALUE SPACES.
01     REPORTMONTH              PIC X(6).

01     CORPACCOUNTCOUNT         PIC 9(4) VALUE ZERO.
01     CORPACCOUNTTABLE.
       02 CORPACCOUNT OCCURS 0 TO 2000 TIMES
               DEPENDING ON CORPACCOUNTCOUNT
               ASCENDING KEY IS CAACCOUNTID
               INDEXED BY CAIDX.
           03 CAACCOUNTID       PIC 9(10).
           03 CAACCOUNTNAME     PIC X(25).

01     WORKSUBSCRIBERID         PIC 9(10).
01     DEBTORNAMEFOUND          PIC X(25) VALUE SPACES.
01     NETRECOVERED             PIC 9(7)V99 VALUE ZERO.
01     STILLOWED                PIC 9(7)V99 VALUE ZERO.

01     PLACEDINMONTHCOUNT       PIC 9(4) VALUE ZERO.
01     PLACEDINMONTHTOTAL       PIC 9(9)V99 VALUE ZERO.
01     RECOVEREDINMONTHCOUNT    PIC 9(4) VALUE ZERO.
01     GROSSINMONTHTOTAL        PIC 9(9)V99 VALUE ZERO.
01     COMMISSIONINMONTHTOTAL   PIC 9(9)V99 VALUE ZERO.
01     NETINMONTHTOTAL          PIC 9(9)V99 VALUE ZERO.
01     RETURNEDINMONTHCOUNT     PIC 9(4) VALUE ZERO.
01     RETURNEDINMONTHTOTAL     PIC 9(9)V99 VALUE ZERO.
01     WITHAGENCYCOUNT          PIC 9(4) VALUE ZERO.
01     WITHAGENCYTOTAL          PIC 9(9)V99 VALUE ZERO.

01     RECOVERYHEADINGLINE.
       02 FILLER                PIC X(38)
               VALUE "COLLECTION AGENCY ACTIVITY FOR MONTH ".
       02 PRNREPORTMONTH        PIC X(6).

01     SECTIONHEADINGLINE.
       02 PRNSECTIONHEADING     PIC X(40).

01     PLACEDTOPICLINE.
       02 FILLER                PIC X(12) VALUE "REFERENCE".
       02 FILLER                PIC X(27) VALUE "NAME".
       02 FILLER                PIC X(10) VALUE "PLACED".
       02 FILLER                PIC X(12) VALUE "OLDEST BILL".
       02 FILLER                PIC X(14) VALUE "        AMOUNT".

01     PLACEDDETAILLINE.
       02 PRNPLREFERENCE        PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPLNAME             PIC X(25).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPLPLACEDDATE       PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPLOLDESTBILLDATE   PIC 9(8).
       02 FILLER                PIC X(5)  VALUE SPACES.
       02 PRNPLAMOUNT           PIC $$,$$$,$$9.99.

01     RECOVEREDTOPICLINE.
       02 FILLER                PIC X(12) VALUE "REFERENCE".
       02 FILLER                PIC X(27) VALUE "NAME".
       02 FILLER                PIC X(12) VALUE "AGENCY REF".
       02 FILLER                PIC X(14) VALUE "         GROSS".
       02 FILLER                PIC X(14) VALUE "    COMMISSION".
       02 FILLER                PIC X(14) VALUE "           NET".

01     RECOVEREDDETAILLINE.
       02 PRNRCREFERENCE        PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRCNAME             PIC X(25).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRCAGENCYREFERENCE  PIC X(12).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRCGROSS            PIC $$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRCCOMMISSION       PIC $$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRCNET              PIC $$,$$$,$$9.99.

01     RETURNEDTOPICLINE.
       02 FILLER                PIC X(12) VALUE "REFERENCE".
       02 FILLER                PIC X(25) VALUE "NAME".
       02 FILLER                PIC X(14) VALUE "        PLACED".
       02 FILLER                PIC X(14) VALUE "     RECOVERED".
       02 FILLER                PIC X(14) VALUE "    STILL OWED".

01     RETURNEDDETAILLINE.
       02 PRNRTREFERENCE        PIC 9(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRTNAME             PIC X(25).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRTPLACED           PIC $$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRTRECOVERED        PIC $$,$$$,$$9.99.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNRTSTILLOWED        PIC $$,$$$,$$9.99.

01     SECTIONTOTALLINE.
       02 PRNTOTALCAPTION       PIC X(20).
       02 PRNTOTALCOUNT         PIC ZZZ9.
       02 FILLER                PIC X(9)  VALUE "  TOTAL: ".
       02 PRNTOTALAMOUNT        PIC $$$,$$$,$$9.99.

01     RECOVEREDTOTALLINE.
       02 FILLER                PIC X(20) VALUE "RECOVERIES:         ".
       02 PRNRCTOTALCOUNT       PIC ZZZ9.
       02 FILLER                PIC X(9)  VALUE "  GROSS: ".
       02 PRNRCTOTALGROSS       PIC $$$,$$$,$$9.99.
       02 FILLER                PIC X(14) VALUE "  COMMISSION: ".
       02 PRNRCTOTALCOMMISSION  PIC $$$,$$$,$$9.99.
       02 FILLER                PIC X(7)  VALUE "  NET: ".
       02 PRNRCTOTALNET         PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "ENTER REPORT MONTH (YYYYMM) OR BLANK FOR THIS MONTH - "
           WITH NO ADVANCING
       ACCEPT REPORTMONTHENTRY
       IF REPORTMONTHENTRY = SPACES
           ACCEPT TODAYSDATE FROM DATE YYYYMMDD
           MOVE TODAYSDATE(1:6) TO REPORTMONTH
       ELSE
           MOVE REPORTMONTHENTRY TO REPORTMONTH
       END-IF

       OPEN INPUT PLACEMENTREGISTERFILE
       IF NOT PLACEMENTREGISTERFILEOK
           DISPLAY "NO DEBTS HAVE BEEN PLACED WITH THE AGENCY - "
               "NOTHING TO REPORT"
           STOP RUN
       END-IF
       CLOSE PLACEMENTREGISTERFILE

       OPEN INPUT SUBSCRIBERMASTERFILE
       PERFORM LOADCORPORATEACCOUNTS

       OPEN OUTPUT RECOVERYREPORTFILE
       MOVE REPORTMONTH TO PRNREPORTMONTH
       WRITE RECOVERYPRINTLINE FROM RECOVERYHEADINGLINE
           AFTER ADVANCING 1 LINE

       PERFORM PRINTPLACEDINMONTH
       PERFORM PRINTRECOVEREDINMONTH
       PERFORM PRINTRETURNEDINMONTH
       PERFORM PRINTSTILLWITHAGENCY

       CLOSE RECOVERYREPORTFILE
       IF SUBSCRIBERMASTERFILEOK
           CLOSE SUBSCRIBERMASTERFILE
       END-IF

       DISPLAY "AGENCY ACTIVITY FOR " REPORTMONTH
           " - PLACED: " PLACEDINMONTHCOUNT
           "  RECOVERIES: " RECOVEREDINMONTHCOUNT
           "  UNCOLLECTABLE: " RETURNEDINMONTHCOUNT
       STOP RUN.

PRINTPLACEDINMONTH.
       MOVE "PLACED WITH THE AGENCY" TO PRNSECTIONHEADING
       WRITE RECOVERYPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE RECOVERYPRINTLINE FROM PLACEDTOPICLINE
           AFTER ADVANCING 1 LINE
       OPEN INPUT PLACEMENTREGISTERFILE
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ
       PERFORM PRINTONEPLACEMENT UNTIL ENDOFPLACEMENTREGISTER
       CLOSE PLACEMENTREGISTERFILE
       MOVE "PLACED:             " TO PRNTOTALCAPTION
       MOVE PLACEDINMONTHCOUNT     TO PRNTOTALCOUNT
       MOVE PLACEDINMONTHTOTAL     TO PRNTOTALAMOUNT
       WRITE RECOVERYPRINTLINE FROM SECTIONTOTALLINE
           AFTER ADVANCING 2 LINES.

PRINTONEPLACEMENT.
       IF DPPLACEDDATE(1:6) = REPORTMONTH
           MOVE DPSUBSCRIBERID   TO WORKSUBSCRIBERID
           PERFORM LOOKUPDEBTORNAME
           MOVE DPSUBSCRIBERID   TO PRNPLREFERENCE
           MOVE DEBTORNAMEFOUND  TO PRNPLNAME
           MOVE DPPLACEDDATE     TO PRNPLPLACEDDATE
           MOVE DPOLDESTBILLDATE TO PRNPLOLDESTBILLDATE
           MOVE DPPLACEDAMOUNT   TO PRNPLAMOUNT
           WRITE RECOVERYPRINTLINE FROM PLACEDDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO PLACEDINMONTHCOUNT
           ADD DPPLACEDAMOUNT TO PLACEDINMONTHTOTAL
       END-IF
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ.

*>   Recoveries count in the month they were loaded, which is the month
*>   they reached the ledger, so this section agrees with the book.
PRINTRECOVEREDINMONTH.
       MOVE "RECOVERED BY THE AGENCY" TO PRNSECTIONHEADING
       WRITE RECOVERYPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE RECOVERYPRINTLINE FROM RECOVEREDTOPICLINE
           AFTER ADVANCING 1 LINE
       OPEN INPUT RECOVERYHISTORYFILE
       IF RECOVERYHISTORYFILEOK
           READ RECOVERYHISTORYFILE
               AT END SET ENDOFRECOVERYHISTORY TO TRUE
           END-READ
           PERFORM PRINTONERECOVERY UNTIL ENDOFRECOVERYHISTORY
           CLOSE RECOVERYHISTORYFILE
       END-IF
       MOVE RECOVEREDINMONTHCOUNT  TO PRNRCTOTALCOUNT
       MOVE GROSSINMONTHTOTAL      TO PRNRCTOTALGROSS
       MOVE COMMISSIONINMONTHTOTAL TO PRNRCTOTALCOMMISSION
       MOVE NETINMONTHTOTAL        TO PRNRCTOTALNET
       WRITE RECOVERYPRINTLINE FROM RECOVEREDTOTALLINE
           AFTER ADVANCING 2 LINES.

PRINTONERECOVERY.
       IF DRRECOVERY AND DRLOADEDDATE(1:6) = REPORTMONTH
           MOVE DRSUBSCRIBERID TO WORKSUBSCRIBERID
           PERFORM LOOKUPDEBTORNAME
           COMPUTE NETRECOVERED = DRCOLLECTED - DRCOMMISSION
           MOVE DRSUBSCRIBERID    TO PRNRCREFERENCE
           MOVE DEBTORNAMEFOUND   TO PRNRCNAME
           MOVE DRAGENCYREFERENCE TO PRNRCAGENCYREFERENCE
           MOVE DRCOLLECTED       TO PRNRCGROSS
           MOVE DRCOMMISSION      TO PRNRCCOMMISSION
           MOVE NETRECOVERED      TO PRNRCNET
           WRITE RECOVERYPRINTLINE FROM RECOVEREDDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO RECOVEREDINMONTHCOUNT
           ADD DRCOLLECTED  TO GROSSINMONTHTOTAL
           ADD DRCOMMISSION TO COMMISSIONINMONTHTOTAL
           ADD NETRECOVERED TO NETINMONTHTOTAL
       END-IF
       READ RECOVERYHISTORYFILE
           AT END SET ENDOFRECOVERYHISTORY TO TRUE
       END-READ.

PRINTRETURNEDINMONTH.
       MOVE "RETURNED UNCOLLECTABLE" TO PRNSECTIONHEADING
       WRITE RECOVERYPRINTLINE FROM SECTIONHEADINGLINE
           AFTER ADVANCING 2 LINES
       WRITE RECOVERYPRINTLINE FROM RETURNEDTOPICLINE
           AFTER ADVANCING 1 LINE
       OPEN INPUT PLACEMENTREGISTERFILE
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ
       PERFORM PRINTONERETURNEDDEBT UNTIL ENDOFPLACEMENTREGISTER
       CLOSE PLACEMENTREGISTERFILE
       MOVE "UNCOLLECTABLE:      " TO PRNTOTALCAPTION
       MOVE RETURNEDINMONTHCOUNT   TO PRNTOTALCOUNT
       MOVE RETURNEDINMONTHTOTAL   TO PRNTOTALAMOUNT
       WRITE RECOVERYPRINTLINE FROM SECTIONTOTALLINE
           AFTER ADVANCING 2 LINES.

PRINTONERETURNEDDEBT.
       IF DPUNCOLLECTABLE AND DPCLOSEDDATE(1:6) = REPORTMONTH
           MOVE DPSUBSCRIBERID TO WORKSUBSCRIBERID
           PERFORM LOOKUPDEBTORNAME
           PERFORM WORKOUTSTILLOWED
           MOVE DPSUBSCRIBERID   TO PRNRTREFERENCE
           MOVE DEBTORNAMEFOUND  TO PRNRTNAME
           MOVE DPPLACEDAMOUNT   TO PRNRTPLACED
           MOVE DPRECOVEREDTOTAL TO PRNRTRECOVERED
           MOVE STILLOWED        TO PRNRTSTILLOWED
           WRITE RECOVERYPRINTLINE FROM RETURNEDDETAILLINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO RETURNEDINMONTHCOUNT
           ADD STILLOWED TO RETURNEDINMONTHTOTAL
       END-IF
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ.

*>   Whatever the agency holds now, whichever month it was placed in.
PRINTSTILLWITHAGENCY.
       OPEN INPUT PLACEMENTREGISTERFILE
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ
       PERFORM SUMONEOPENPLACEMENT UNTIL ENDOFPLACEMENTREGISTER
       CLOSE PLACEMENTREGISTERFILE
       MOVE "STILL WITH AGENCY:  " TO PRNTOTALCAPTION
       MOVE WITHAGENCYCOUNT        TO PRNTOTALCOUNT
       MOVE WITHAGENCYTOTAL        TO PRNTOTALAMOUNT
       WRITE RECOVERYPRINTLINE FROM SECTIONTOTALLINE
           AFTER ADVANCING 3 LINES.

SUMONEOPENPLACEMENT.
       IF DPPLACED
           PERFORM WORKOUTSTILLOWED
           ADD 1 TO WITHAGENCYCOUNT
           ADD STILLOWED TO WITHAGENCYTOTAL
       END-IF
       READ PLACEMENTREGISTERFILE
           AT END SET ENDOFPLACEMENTREGISTER TO TRUE
       END-READ.

WORKOUTSTILLOWED.
       IF DPRECOVEREDTOTAL < DPPLACEDAMOUNT
           COMPUTE STILLOWED = DPPLACEDAMOUNT - DPRECOVEREDTOTAL
       ELSE
           MOVE ZERO TO STILLOWED
       END-IF.

LOOKUPDEBTORNAME.
       MOVE SPACES TO DEBTORNAMEFOUND
       IF SUBSCRIBERMASTERFILEOK
           MOVE WORKSUBSCRIBERID TO SUBSCRIBERID-SMF
           READ SUBSCRIBERMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SUBSCRIBERNAME-SMF TO DEBTORNAMEFOUND
           END-READ
       END-IF
       IF DEBTORNAMEFOUND = SPACES AND CORPACCOUNTCOUNT > ZERO
           SEARCH ALL CORPACCOUNT
               AT END CONTINUE
               WHEN CAACCOUNTID(CAIDX) = WORKSUBSCRIBERID
                   MOVE CAACCOUNTNAME(CAIDX) TO DEBTORNAMEFOUND
           END-SEARCH
       END-IF.

LOADCORPORATEACCOUNTS.
       OPEN INPUT CORPORATEACCOUNTFILE
       IF CORPORATEACCOUNTFILEOK
           READ CORPORATEACCOUNTFILE
               AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
           END-READ
           PERFORM STOREONECORPORATEACCOUNT
               UNTIL ENDOFCORPORATEACCOUNTS
           CLOSE CORPORATEACCOUNTFILE
       END-IF.

STOREONECORPORATEACCOUNT.
       ADD 1 TO CORPACCOUNTCOUNT
       MOVE ACCOUNTID-CAF   TO CAACCOUNTID(CORPACCOUNTCOUNT)
       MOVE ACCOUNTNAME-CAF TO CAACCOUNTNAME(CORPACCOUNTCOUNT)
       READ CORPORATEACCOUNTFILE
           AT END SET ENDOFCORPORATEACCOUNTS TO TRUE
       END-READ.
