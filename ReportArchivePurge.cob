IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTARCHIVEPURGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT REPORTTYPEFILE ASSIGN TO "ReportTypes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTTYPEFILESTATUS.

       SELECT REPORTREGISTERFILE ASSIGN TO "ReportRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTREGISTERFILESTATUS.

*>   The register is rewritten through a work file - years of nightly
*>   filing are more lines than a table should hold.
       SELECT REGISTERWORKFILE ASSIGN TO "ReportRegister.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTERWORKFILESTATUS.

       SELECT PURGEREPORTFILE ASSIGN TO "ReportArchivePurge.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*>   Layouts as REPORTARCHIVE's.
FD     REPORTTYPEFILE.
01     REPORTTYPEREC.
       88 ENDOFREPORTTYPES      VALUE HIGH-VALUES.
       02 REPORTTYPE-RTF        PIC X(12).
       02 FILLER                PIC X.
       02 JOBNAME-RTF           PIC X(10).
       02 FILLER                PIC X.
       02 RETAINDAYS-RTF        PIC 9(4).
       02 FILLER                PIC X.
       02 REPORTFILE-RTF        PIC X(60).

FD     REPORTREGISTERFILE.
01     REPORTREGISTERREC.
       88 ENDOFREPORTREGISTER   VALUE HIGH-VALUES.
       02 ARCHIVENO-RRF         PIC 9(7).
       02 FILLER                PIC X.
       02 JOBNAME-RRF           PIC X(10).
       02 FILLER                PIC X.
       02 RUNDATE-RRF           PIC 9(8).
       02 FILLER                PIC X.
       02 FILEDDATE-RRF         PIC 9(8).
       02 FILLER                PIC X.
       02 FILEDTIME-RRF         PIC 9(6).
       02 FILLER                PIC X.
       02 REPORTTYPE-RRF        PIC X(12).
       02 FILLER                PIC X.
       02 PAGES-RRF             PIC 9(5).
       02 FILLER                PIC X.
       02 LINES-RRF             PIC 9(7).
       02 FILLER                PIC X.
       02 KEEPUNTIL-RRF         PIC 9(8).
       02 FILLER                PIC X.
       02 STATUS-RRF            PIC X.
           88 ARCHIVEONFILE     VALUE "A".
           88 ARCHIVEPURGED     VALUE "P".
       02 FILLER                PIC X.
       02 PURGEDDATE-RRF        PIC 9(8).
       02 FILLER                PIC X.
       02 MODSTAMP-RRF          PIC 9(14).
       02 FILLER                PIC X.
       02 ARCHIVEFILE-RRF       PIC X(60).
       02 FILLER                PIC X.
       02 REPORTFILE-RRF        PIC X(60).

FD     REGISTERWORKFILE.
01     REGISTERWORKREC          PIC X(227).
       88 ENDOFREGISTERWORK     VALUE HIGH-VALUES.

FD     PURGEREPORTFILE.
01     PURGEPRINTLINE           PIC X(132).

WORKING-STORAGE SECTION.
01     REPORTTYPEFILESTATUS     PIC XX.
       88 REPORTTYPEFILEOK      VALUE "00".
01     REPORTREGISTERFILESTATUS PIC XX.
       88 REPORTREGISTERFILEOK  VALUE "00".
01     REGISTERWORKFILESTATUS   PIC XX.
       88 REGISTERWORKFILEOK    VALUE "00".

01     PURGEDATEENTRY           PIC X(8) VALUE SPACES.
01     PURGEDATE                PIC 9(8).

01     REPORTTYPECOUNT          PIC 9(3) VALUE ZERO.
01     REPORTTYPETABLE.
       02 REPORTTYPEENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON REPORTTYPECOUNT.
           03 TYPENAME          PIC X(12).
           03 TYPEJOBNAME       PIC X(10).
           03 TYPERETAINDAYS    PIC 9(4).
01     REPORTTYPEIDX            PIC 9(3).
01     FOUNDTYPEIDX             PIC 9(3).

01     KEEPUNTILDATE            PIC 9(8).
01     WORKFILENAME             PIC X(18) VALUE "ReportRegister.wrk".
01     DELETESTATUS             PIC S9(9) COMP-5 VALUE ZERO.

01     ARCHIVESKEPTCOUNT        PIC 9(7) VALUE ZERO.
01     ARCHIVESPURGEDCOUNT      PIC 9(7) VALUE ZERO.
01     ALREADYPURGEDCOUNT       PIC 9(7) VALUE ZERO.
01     PAGESRELEASED            PIC 9(9) VALUE ZERO.

01     PURGEHEADINGLINE.
       02 FILLER                PIC X(44)
               VALUE "REPORT ARCHIVE PURGE - RETENTION EXPIRED AT ".
       02 PRNPURGEDATE          PIC 9(8).

01     PURGETOPICLINE.
       02 FILLER                PIC X(9)  VALUE "ARCHIVE".
       02 FILLER                PIC X(12) VALUE "JOB".
       02 FILLER                PIC X(10) VALUE "RUN DATE".
       02 FILLER                PIC X(14) VALUE "REPORT TYPE".
       02 FILLER                PIC X(7)  VALUE "PAGES".
       02 FILLER                PIC X(12) VALUE "KEPT UNTIL".
       02 FILLER                PIC X(40) VALUE "NOTE".

01     PURGEDETAILLINE.
       02 PRNARCHIVENO          PIC 9(7).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNJOBNAME            PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNRUNDATE            PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNREPORTTYPE         PIC X(12).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNPAGES              PIC ZZZZ9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNKEEPUNTIL          PIC 9(8).
       02 FILLER                PIC X(4)  VALUE SPACES.
       02 PRNNOTE               PIC X(40).

01     PURGETOTALLINE.
       02 PRNTOTALTEXT          PIC X(30).
       02 PRNTOTALCOUNT         PIC Z(8)9.

PROCEDURE DIVISION.
*>   Weekly purge of the report archive. An archived report is kept
*>   until its run date plus the retention ReportTypes.dat gives its
*>   report type now - lengthen a retention and the archives already
*>   filed are kept the longer time too - falling back to the date it
*>   was filed with for a report type since taken off the list. The
*>   copy is deleted but its register line stays, marked purged, so
*>   the register still answers whether a report was ever produced.
BEGIN.
       DISPLAY "ENTER PURGE DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT PURGEDATEENTRY
       IF PURGEDATEENTRY = SPACES
           ACCEPT PURGEDATE FROM DATE YYYYMMDD
       ELSE
           IF PURGEDATEENTRY IS NOT NUMERIC
               DISPLAY "PURGE DATE MUST BE YYYYMMDD - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PURGEDATEENTRY TO PURGEDATE
           IF FUNCTION TEST-DATE-YYYYMMDD(PURGEDATE) NOT = ZERO
               DISPLAY "PURGE DATE " PURGEDATE " IS NOT A DATE - RUN "
                   "ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM LOADREPORTTYPES

       OPEN OUTPUT PURGEREPORTFILE
       MOVE PURGEDATE TO PRNPURGEDATE
       WRITE PURGEPRINTLINE FROM PURGEHEADINGLINE
           AFTER ADVANCING PAGE
       WRITE PURGEPRINTLINE FROM PURGETOPICLINE
           AFTER ADVANCING 2 LINES

       OPEN INPUT REPORTREGISTERFILE
       IF NOT REPORTREGISTERFILEOK
           MOVE "NO REPORT REGISTER - NOTHING ARCHIVED YET"
               TO PURGEPRINTLINE
           WRITE PURGEPRINTLINE AFTER ADVANCING 2 LINES
           CLOSE PURGEREPORTFILE
           DISPLAY "NO REPORT REGISTER - NOTHING TO PURGE"
           STOP RUN
       END-IF
       OPEN OUTPUT REGISTERWORKFILE
       IF NOT REGISTERWORKFILEOK
           CLOSE REPORTREGISTERFILE
           CLOSE PURGEREPORTFILE
           DISPLAY "REGISTER WORK FILE CANNOT BE WRITTEN (STATUS "
               REGISTERWORKFILESTATUS ") - NOTHING PURGED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       READ REPORTREGISTERFILE
           AT END SET ENDOFREPORTREGISTER TO TRUE
       END-READ
       PERFORM CHECKONEARCHIVE UNTIL ENDOFREPORTREGISTER
       CLOSE REPORTREGISTERFILE
       CLOSE REGISTERWORKFILE

       PERFORM REWRITEREPORTREGISTER
       CALL "CBL_DELETE_FILE" USING WORKFILENAME
           RETURNING DELETESTATUS
       END-CALL

       MOVE "ARCHIVES PURGED"        TO PRNTOTALTEXT
       MOVE ARCHIVESPURGEDCOUNT      TO PRNTOTALCOUNT
       WRITE PURGEPRINTLINE FROM PURGETOTALLINE
           AFTER ADVANCING 2 LINES
       MOVE "PAGES RELEASED"         TO PRNTOTALTEXT
       MOVE PAGESRELEASED            TO PRNTOTALCOUNT
       WRITE PURGEPRINTLINE FROM PURGETOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "ARCHIVES KEPT"          TO PRNTOTALTEXT
       MOVE ARCHIVESKEPTCOUNT        TO PRNTOTALCOUNT
       WRITE PURGEPRINTLINE FROM PURGETOTALLINE
           AFTER ADVANCING 1 LINE
       MOVE "PURGED BEFORE THIS RUN" TO PRNTOTALTEXT
       MOVE ALREADYPURGEDCOUNT       TO PRNTOTALCOUNT
       WRITE PURGEPRINTLINE FROM PURGETOTALLINE
           AFTER ADVANCING 1 LINE
       CLOSE PURGEREPORTFILE

       DISPLAY "REPORT ARCHIVES PURGED: " ARCHIVESPURGEDCOUNT
       DISPLAY "REPORT ARCHIVES KEPT: " ARCHIVESKEPTCOUNT
       STOP RUN.

LOADREPORTTYPES.
       OPEN INPUT REPORTTYPEFILE
       IF REPORTTYPEFILEOK
           READ REPORTTYPEFILE
               AT END SET ENDOFREPORTTYPES TO TRUE
           END-READ
           PERFORM STOREONEREPORTTYPE UNTIL ENDOFREPORTTYPES
           CLOSE REPORTTYPEFILE
       END-IF.

STOREONEREPORTTYPE.
       IF REPORTTYPE-RTF NOT = SPACES AND RETAINDAYS-RTF IS NUMERIC
               AND REPORTTYPECOUNT < 300
           ADD 1 TO REPORTTYPECOUNT
           MOVE REPORTTYPE-RTF TO TYPENAME(REPORTTYPECOUNT)
           MOVE JOBNAME-RTF    TO TYPEJOBNAME(REPORTTYPECOUNT)
           MOVE RETAINDAYS-RTF TO TYPERETAINDAYS(REPORTTYPECOUNT)
       END-IF
       READ REPORTTYPEFILE
           AT END SET ENDOFREPORTTYPES TO TRUE
       END-READ.

*> ======================================================================
*>   Ageing the archive
*> ======================================================================
*>   An archive whose copy has already gone from the disk is still
*>   marked purged - the register must not go on offering a reprint of
*>   a report that is not there.
CHECKONEARCHIVE.
       IF ARCHIVEONFILE
           MOVE KEEPUNTIL-RRF TO KEEPUNTILDATE
           MOVE ZERO TO FOUNDTYPEIDX
           PERFORM MATCHONEREPORTTYPE
               VARYING REPORTTYPEIDX FROM 1 BY 1
               UNTIL REPORTTYPEIDX > REPORTTYPECOUNT
                   OR FOUNDTYPEIDX NOT = ZERO
           IF FOUNDTYPEIDX NOT = ZERO
               COMPUTE KEEPUNTILDATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUNDATE-RRF)
                   + TYPERETAINDAYS(FOUNDTYPEIDX))
               MOVE KEEPUNTILDATE TO KEEPUNTIL-RRF
           END-IF
           IF KEEPUNTILDATE < PURGEDATE
               CALL "CBL_DELETE_FILE" USING ARCHIVEFILE-RRF
                   RETURNING DELETESTATUS
               END-CALL
               MOVE ARCHIVENO-RRF  TO PRNARCHIVENO
               MOVE JOBNAME-RRF    TO PRNJOBNAME
               MOVE RUNDATE-RRF    TO PRNRUNDATE
               MOVE REPORTTYPE-RRF TO PRNREPORTTYPE
               MOVE PAGES-RRF      TO PRNPAGES
               MOVE KEEPUNTILDATE  TO PRNKEEPUNTIL
               MOVE SPACES         TO PRNNOTE
               IF DELETESTATUS NOT = ZERO
                   MOVE "ARCHIVE COPY WAS ALREADY OFF THE DISK"
                       TO PRNNOTE
               END-IF
               WRITE PURGEPRINTLINE FROM PURGEDETAILLINE
                   AFTER ADVANCING 1 LINE
               MOVE "P"       TO STATUS-RRF
               MOVE PURGEDATE TO PURGEDDATE-RRF
               ADD 1 TO ARCHIVESPURGEDCOUNT
               ADD PAGES-RRF TO PAGESRELEASED
           ELSE
               ADD 1 TO ARCHIVESKEPTCOUNT
           END-IF
       ELSE
           ADD 1 TO ALREADYPURGEDCOUNT
       END-IF
       WRITE REGISTERWORKREC FROM REPORTREGISTERREC
       READ REPORTREGISTERFILE
           AT END SET ENDOFREPORTREGISTER TO TRUE
       END-READ.

MATCHONEREPORTTYPE.
       IF TYPENAME(REPORTTYPEIDX) = REPORTTYPE-RRF
               AND TYPEJOBNAME(REPORTTYPEIDX) = JOBNAME-RRF
           MOVE REPORTTYPEIDX TO FOUNDTYPEIDX
       END-IF.

REWRITEREPORTREGISTER.
       OPEN INPUT REGISTERWORKFILE
       OPEN OUTPUT REPORTREGISTERFILE
       READ REGISTERWORKFILE
           AT END SET ENDOFREGISTERWORK TO TRUE
       END-READ
       PERFORM COPYONEREGISTERLINE UNTIL ENDOFREGISTERWORK
       CLOSE REGISTERWORKFILE
       CLOSE REPORTREGISTERFILE.

COPYONEREGISTERLINE.
       WRITE REPORTREGISTERREC FROM REGISTERWORKREC
       READ REGISTERWORKFILE
           AT END SET ENDOFREGISTERWORK TO TRUE
       END-READ.
