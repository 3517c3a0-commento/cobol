IDENTIFICATION DIVISION.
PROGRAM-ID. JEANSFOOTFALLCAPTURE.

*>   Keys the door-counter reading for a shop and period onto
*>   ShopFootfall.dat, for JEANSCONVERSION and the area manager packs
*>   to set against the units and value the shop sold. A reading is
*>   vetted the way JEANSPOSIMPORT vets a till file's header: the shop
*>   must be on the master and still open, and a shop-and-period is
*>   taken once only.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SHOPMASTERFILE ASSIGN TO "ShopMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPMASTERFILESTATUS.

       SELECT SHOPFOOTFALLFILE ASSIGN TO "ShopFootfall.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPFOOTFALLFILESTATUS.

DATA DIVISION.
FILE SECTION.
FD     SHOPMASTERFILE.
01     SHOPMASTERREC.
       88  ENDOFSHOPMASTERFILE    VALUE HIGH-VALUES.
       02  SHOPID-SMF             PIC 9(5).
       02  SHOPFULLNAME-SMF       PIC X(30).
       02  SHOPREGION-SMF         PIC X(10).
       02  AREAMANAGER-SMF        PIC X(20).
       02  OPENDATE-SMF           PIC 9(8).
       02  CLOSEDATE-SMF          PIC 9(8).

*>   One row per shop and period: the visitors the door counter
*>   recorded, with who keyed it and when.
FD     SHOPFOOTFALLFILE.
01     SHOPFOOTFALLREC.
       88  ENDOFSHOPFOOTFALLFILE  VALUE HIGH-VALUES.
       02  SHOPID-SFF             PIC 9(5).
       02  PERIODDATE-SFF         PIC 9(8).
       02  VISITORS-SFF           PIC 9(7).
       02  CAPTUREDDATE-SFF       PIC 9(8).
       02  OPERATORID-SFF         PIC X(8).

WORKING-STORAGE SECTION.
01     SHOPMASTERFILESTATUS        PIC XX.
       88 SHOPMASTERFILEOK         VALUE "00".
01     SHOPFOOTFALLFILESTATUS      PIC XX.
       88 SHOPFOOTFALLFILEOK       VALUE "00".

01     SHOPMASTERCOUNT             PIC 9(4)    VALUE ZERO.
01     SHOPMASTERTABLE.
       02 SHOPMASTER OCCURS 0 TO 150 TIMES
               DEPENDING ON SHOPMASTERCOUNT
               ASCENDING KEY IS SMSHOPID
               INDEXED BY SMIDX.
           03 SMSHOPID             PIC 9(5).
           03 SMFULLNAME           PIC X(30).
           03 SMCLOSEDATE          PIC 9(8).

01     FOOTFALLCOUNT               PIC 9(5)    VALUE ZERO.
01     FOOTFALLTABLE.
       02 FOOTFALLENTRY OCCURS 0 TO 9000 TIMES
               DEPENDING ON FOOTFALLCOUNT.
           03 FFSHOPID             PIC 9(5).
           03 FFPERIODDATE         PIC 9(8).
01     FOOTFALLIDX                 PIC 9(5).

01     SHOPONMASTERSWITCH          PIC X VALUE "N".
       88 SHOPONMASTER             VALUE "Y".
       88 SHOPNOTONMASTER          VALUE "N".
01     ALREADYLOADEDSWITCH         PIC X VALUE "N".
       88 SHOPPERIODLOADED         VALUE "Y".
       88 SHOPPERIODNOTLOADED      VALUE "N".

01     MOREREADINGS                PIC X VALUE "Y".
       88 ENTERANOTHER             VALUE "Y" "y".

01     OPERATORID                  PIC X(8)    VALUE SPACES.
01     TODAYDATE                   PIC 9(8).
01     SHOPIDENTRY                 PIC 9(5).
01     PERIODDATEENTRY             PIC 9(8).
01     VISITORSENTRY               PIC X(7)    VALUE SPACES.
01     VISITORS                    PIC 9(7)    VALUE ZERO.

01     READINGSTAKENCOUNT          PIC 9(4)    VALUE ZERO.
01     READINGSREFUSEDCOUNT        PIC 9(4)    VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT OPERATORID
       IF OPERATORID = SPACES
           DISPLAY "AN OPERATOR ID IS REQUIRED - RUN ABANDONED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT TODAYDATE FROM DATE YYYYMMDD

       PERFORM LOADSHOPMASTERTABLE
       IF SHOPMASTERCOUNT = ZERO
           DISPLAY "NO SHOP MASTER - CANNOT CAPTURE FOOTFALL"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADFOOTFALLKEYS

       PERFORM CAPTUREONEREADING UNTIL NOT ENTERANOTHER

       DISPLAY "FOOTFALL READINGS TAKEN: " READINGSTAKENCOUNT
           "  REFUSED: " READINGSREFUSEDCOUNT
       STOP RUN.

CAPTUREONEREADING.
       DISPLAY " "
       DISPLAY "SHOP ID: " WITH NO ADVANCING
       ACCEPT SHOPIDENTRY
       DISPLAY "PERIOD DATE (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT PERIODDATEENTRY
       PERFORM VETSHOPANDPERIOD
       DISPLAY "ENTER ANOTHER READING? (Y/N): " WITH NO ADVANCING
       ACCEPT MOREREADINGS.

VETSHOPANDPERIOD.
       PERFORM FINDSHOPONMASTER
       PERFORM CHECKSHOPPERIODLOADED
       EVALUATE TRUE
           WHEN SHOPNOTONMASTER
               DISPLAY "SHOP NOT ON THE SHOP MASTER - READING REFUSED"
               ADD 1 TO READINGSREFUSEDCOUNT
           WHEN SMCLOSEDATE(SMIDX) > ZERO
               DISPLAY "SHOP " SMFULLNAME(SMIDX) " CLOSED "
                   SMCLOSEDATE(SMIDX) " - READING REFUSED"
               ADD 1 TO READINGSREFUSEDCOUNT
           WHEN SHOPPERIODLOADED
               DISPLAY "SHOP-PERIOD ALREADY LOADED - READING REFUSED"
               ADD 1 TO READINGSREFUSEDCOUNT
           WHEN OTHER
               DISPLAY "SHOP IS " SMFULLNAME(SMIDX)
               PERFORM TAKEVISITORCOUNT
       END-EVALUATE.

*>   A nil count is not taken - a shop that was open had visitors, so
*>   a nil reading means the counter failed, and a gap is better than
*>   a shop converting every visitor it never counted.
TAKEVISITORCOUNT.
       DISPLAY "VISITORS COUNTED: " WITH NO ADVANCING
       MOVE SPACES TO VISITORSENTRY
       ACCEPT VISITORSENTRY
       MOVE ZERO TO VISITORS
       IF VISITORSENTRY NOT = SPACES
           COMPUTE VISITORS = FUNCTION NUMVAL(VISITORSENTRY)
       END-IF
       IF VISITORS = ZERO
           DISPLAY "NO VISITORS - READING NOT TAKEN"
           ADD 1 TO READINGSREFUSEDCOUNT
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND SHOPFOOTFALLFILE
       IF NOT SHOPFOOTFALLFILEOK
           OPEN OUTPUT SHOPFOOTFALLFILE
       END-IF
       MOVE SHOPIDENTRY     TO SHOPID-SFF
       MOVE PERIODDATEENTRY TO PERIODDATE-SFF
       MOVE VISITORS        TO VISITORS-SFF
       MOVE TODAYDATE       TO CAPTUREDDATE-SFF
       MOVE OPERATORID      TO OPERATORID-SFF
       WRITE SHOPFOOTFALLREC
       CLOSE SHOPFOOTFALLFILE
       ADD 1 TO FOOTFALLCOUNT
       MOVE SHOPIDENTRY     TO FFSHOPID(FOOTFALLCOUNT)
       MOVE PERIODDATEENTRY TO FFPERIODDATE(FOOTFALLCOUNT)
       ADD 1 TO READINGSTAKENCOUNT.

FINDSHOPONMASTER.
       SET SHOPNOTONMASTER TO TRUE
       SEARCH ALL SHOPMASTER
           AT END CONTINUE
           WHEN SMSHOPID(SMIDX) = SHOPIDENTRY
               SET SHOPONMASTER TO TRUE
       END-SEARCH.

CHECKSHOPPERIODLOADED.
       SET SHOPPERIODNOTLOADED TO TRUE
       PERFORM CHECKONEFOOTFALLKEY
           VARYING FOOTFALLIDX FROM 1 BY 1
           UNTIL FOOTFALLIDX > FOOTFALLCOUNT.

CHECKONEFOOTFALLKEY.
       IF FFSHOPID(FOOTFALLIDX) = SHOPIDENTRY
               AND FFPERIODDATE(FOOTFALLIDX) = PERIODDATEENTRY
           SET SHOPPERIODLOADED TO TRUE
       END-IF.

LOADFOOTFALLKEYS.
       OPEN INPUT SHOPFOOTFALLFILE
       IF SHOPFOOTFALLFILEOK
           READ SHOPFOOTFALLFILE
               AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
           END-READ
           PERFORM STOREONEFOOTFALLKEY UNTIL ENDOFSHOPFOOTFALLFILE
           CLOSE SHOPFOOTFALLFILE
       END-IF.

STOREONEFOOTFALLKEY.
       ADD 1 TO FOOTFALLCOUNT
       MOVE SHOPID-SFF     TO FFSHOPID(FOOTFALLCOUNT)
       MOVE PERIODDATE-SFF TO FFPERIODDATE(FOOTFALLCOUNT)
       READ SHOPFOOTFALLFILE
           AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
       END-READ.

LOADSHOPMASTERTABLE.
       OPEN INPUT SHOPMASTERFILE
       IF SHOPMASTERFILEOK
           READ SHOPMASTERFILE
               AT END SET ENDOFSHOPMASTERFILE TO TRUE
           END-READ
           PERFORM STOREONESHOPMASTER UNTIL ENDOFSHOPMASTERFILE
           CLOSE SHOPMASTERFILE
       END-IF.

*>   A close date that reads as spaces came off a row written before
*>   the dates were carried - the shop counts as open.
STOREONESHOPMASTER.
       ADD 1 TO SHOPMASTERCOUNT
       MOVE SHOPID-SMF       TO SMSHOPID(SHOPMASTERCOUNT)
       MOVE SHOPFULLNAME-SMF TO SMFULLNAME(SHOPMASTERCOUNT)
       IF CLOSEDATE-SMF IS NUMERIC
           MOVE CLOSEDATE-SMF TO SMCLOSEDATE(SHOPMASTERCOUNT)
       ELSE
           MOVE ZERO TO SMCLOSEDATE(SHOPMASTERCOUNT)
       END-IF
       READ SHOPMASTERFILE
           AT END SET ENDOFSHOPMASTERFILE TO TRUE
       END-READ.
