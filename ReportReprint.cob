IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTREPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT REPORTREGISTERFILE ASSIGN TO "ReportRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTREGISTERFILESTATUS.

       SELECT ARCHIVEDREPORTFILE ASSIGN TO DYNAMIC ARCHIVEDREPORTFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVEDREPORTFILESTATUS.

*>   Everything reprinted in the session, each behind its own banner
*>   page, goes to the printer as one file.
       SELECT REPRINTFILE ASSIGN TO "ReportReprint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*>   Layout as REPORTARCHIVE's.
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

FD     ARCHIVEDREPORTFILE.
01     ARCHIVEDREPORTLINE       PIC X(500).
       88 ENDOFARCHIVEDREPORT   VALUE HIGH-VALUES.

FD     REPRINTFILE.
01     REPRINTLINE              PIC X(500).

WORKING-STORAGE SECTION.
01     REPORTREGISTERFILESTATUS PIC XX.
       88 REPORTREGISTERFILEOK  VALUE "00".
01     ARCHIVEDREPORTFILESTATUS PIC XX.
       88 ARCHIVEDREPORTFILEOK  VALUE "00".

01     ARCHIVEDREPORTFILENAME   PIC X(60).

01     INQUIRYDONESWITCH        PIC X VALUE "N".
       88 INQUIRYDONE           VALUE "Y".
01     REPRINTSDONESWITCH       PIC X.
       88 REPRINTSDONE          VALUE "Y".
01     REPRINTFILEOPENSWITCH    PIC X VALUE "N".
       88 REPRINTFILEOPEN       VALUE "Y".

01     JOBNAMEQUERYENTRY        PIC X(10).
01     RUNDATEQUERYENTRY        PIC X(8).
01     RUNDATEQUERY             PIC 9(8).
01     ARCHIVENOENTRY           PIC X(7).
01     ARCHIVENOQUERY           PIC 9(7).

01     ARCHIVESLISTED           PIC 9(5).
01     ARCHIVEFOUNDSWITCH       PIC X.
       88 ARCHIVEFOUND          VALUE "Y".
01     REPRINTLINECOUNT         PIC 9(7).
01     REPRINTSWRITTEN          PIC 9(3) VALUE ZERO.

01     CLOCKSTAMP               PIC X(21).

01     LINESEGMENT              PIC X(500).
01     SEGMENTDELIMITER         PIC X.
       88 SEGMENTENDSPAGE       VALUE X"0C".
01     LINEPOINTER              PIC 9(3).
01     REPORTSTARTSWITCH        PIC X.
       88 ATREPORTSTART         VALUE "Y".

01     ARCHIVETOPICLINE.
       02 FILLER                PIC X(9)  VALUE "ARCHIVE".
       02 FILLER                PIC X(12) VALUE "JOB".
       02 FILLER                PIC X(10) VALUE "RUN DATE".
       02 FILLER                PIC X(14) VALUE "REPORT TYPE".
       02 FILLER                PIC X(7)  VALUE "PAGES".
       02 FILLER                PIC X(9)  VALUE "LINES".
       02 FILLER                PIC X(20) VALUE "STATUS".

01     ARCHIVELISTLINE.
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
       02 PRNLINES              PIC Z(6)9.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNARCHIVESTATUS      PIC X(24).

01     BANNERLINE               PIC X(132).

PROCEDURE DIVISION.
*>   Finds archived reports by job and run date and sends any of them
*>   to print again - last Tuesday's report as it was printed last
*>   Tuesday, not a rerun against today's files. Each query lists what
*>   the register holds; archive numbers are then taken one at a time
*>   until a blank. Reprints are written to ReportReprint.rpt behind a
*>   banner page saying what they are, so a reprint is never mistaken
*>   for the night's own output.
BEGIN.
       PERFORM INQUIREONEJOB UNTIL INQUIRYDONE
       IF REPRINTFILEOPEN
           CLOSE REPRINTFILE
           DISPLAY "REPORTS REPRINTED: " REPRINTSWRITTEN
               " - SEE ReportReprint.rpt"
       END-IF
       STOP RUN.

INQUIREONEJOB.
       DISPLAY "ENTER JOB NAME, * FOR ALL JOBS, OR BLANK TO FINISH - "
           WITH NO ADVANCING
       MOVE SPACES TO JOBNAMEQUERYENTRY
       ACCEPT JOBNAMEQUERYENTRY
       IF JOBNAMEQUERYENTRY = SPACES
           SET INQUIRYDONE TO TRUE
       ELSE
           DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR ALL DATES - "
               WITH NO ADVANCING
           MOVE SPACES TO RUNDATEQUERYENTRY
           ACCEPT RUNDATEQUERYENTRY
           MOVE ZERO TO RUNDATEQUERY
           IF RUNDATEQUERYENTRY NOT = SPACES
               IF RUNDATEQUERYENTRY IS NUMERIC
                   MOVE RUNDATEQUERYENTRY TO RUNDATEQUERY
               ELSE
                   DISPLAY "RUN DATE MUST BE YYYYMMDD"
                   MOVE SPACES TO JOBNAMEQUERYENTRY
               END-IF
           END-IF
           IF JOBNAMEQUERYENTRY NOT = SPACES
               PERFORM LISTMATCHINGARCHIVES
               IF ARCHIVESLISTED > ZERO
                   MOVE "N" TO REPRINTSDONESWITCH
                   PERFORM REPRINTONEARCHIVE UNTIL REPRINTSDONE
               END-IF
           END-IF
       END-IF.

*> ======================================================================
*>   Listing the register
*> ======================================================================
LISTMATCHINGARCHIVES.
       MOVE ZERO TO ARCHIVESLISTED
       OPEN INPUT REPORTREGISTERFILE
       IF NOT REPORTREGISTERFILEOK
           DISPLAY "NO REPORT REGISTER ON DISK - NOTHING ARCHIVED YET"
       ELSE
           DISPLAY ARCHIVETOPICLINE
           READ REPORTREGISTERFILE
               AT END SET ENDOFREPORTREGISTER TO TRUE
           END-READ
           PERFORM LISTONEARCHIVE UNTIL ENDOFREPORTREGISTER
           CLOSE REPORTREGISTERFILE
           IF ARCHIVESLISTED = ZERO
               DISPLAY "NO ARCHIVED REPORTS FOR THAT JOB AND DATE"
           ELSE
               DISPLAY "ARCHIVED REPORTS LISTED: " ARCHIVESLISTED
           END-IF
       END-IF.

LISTONEARCHIVE.
       IF (JOBNAMEQUERYENTRY = "*" OR JOBNAME-RRF = JOBNAMEQUERYENTRY)
               AND (RUNDATEQUERY = ZERO OR RUNDATE-RRF = RUNDATEQUERY)
           MOVE ARCHIVENO-RRF  TO PRNARCHIVENO
           MOVE JOBNAME-RRF    TO PRNJOBNAME
           MOVE RUNDATE-RRF    TO PRNRUNDATE
           MOVE REPORTTYPE-RRF TO PRNREPORTTYPE
           MOVE PAGES-RRF      TO PRNPAGES
           MOVE LINES-RRF      TO PRNLINES
           MOVE SPACES         TO PRNARCHIVESTATUS
           IF ARCHIVEPURGED
               STRING "PURGED " PURGEDDATE-RRF
                   DELIMITED BY SIZE INTO PRNARCHIVESTATUS
               END-STRING
           ELSE
               STRING "KEPT UNTIL " KEEPUNTIL-RRF
                   DELIMITED BY SIZE INTO PRNARCHIVESTATUS
               END-STRING
           END-IF
           DISPLAY ARCHIVELISTLINE
           ADD 1 TO ARCHIVESLISTED
       END-IF
       READ REPORTREGISTERFILE
           AT END SET ENDOFREPORTREGISTER TO TRUE
       END-READ.

*> ======================================================================
*>   Reprinting
*> ======================================================================
REPRINTONEARCHIVE.
       DISPLAY "ENTER ARCHIVE NUMBER TO REPRINT OR BLANK TO FINISH - "
           WITH NO ADVANCING
       MOVE SPACES TO ARCHIVENOENTRY
       ACCEPT ARCHIVENOENTRY
       IF ARCHIVENOENTRY = SPACES
           SET REPRINTSDONE TO TRUE
       ELSE
           IF FUNCTION TEST-NUMVAL(ARCHIVENOENTRY) NOT = ZERO
               DISPLAY "ARCHIVE NUMBER MUST BE NUMERIC"
           ELSE
               COMPUTE ARCHIVENOQUERY =
                   FUNCTION NUMVAL(ARCHIVENOENTRY)
               PERFORM FINDARCHIVE
               IF NOT ARCHIVEFOUND
                   DISPLAY "NO ARCHIVE " ARCHIVENOQUERY
                       " ON THE REGISTER"
               ELSE
                   IF ARCHIVEPURGED
                       DISPLAY "ARCHIVE " ARCHIVENOQUERY
                           " WAS PURGED ON " PURGEDDATE-RRF
                           " - IT CANNOT BE REPRINTED"
                   ELSE
                       PERFORM PRINTARCHIVEDREPORT
                   END-IF
               END-IF
           END-IF
       END-IF.

*>   Leaves the archive's register line in the record area when found.
FINDARCHIVE.
       MOVE "N" TO ARCHIVEFOUNDSWITCH
       OPEN INPUT REPORTREGISTERFILE
       IF REPORTREGISTERFILEOK
           READ REPORTREGISTERFILE
               AT END SET ENDOFREPORTREGISTER TO TRUE
           END-READ
           PERFORM CHECKONEARCHIVENO
               UNTIL ENDOFREPORTREGISTER OR ARCHIVEFOUND
           CLOSE REPORTREGISTERFILE
       END-IF.

CHECKONEARCHIVENO.
       IF ARCHIVENO-RRF = ARCHIVENOQUERY
           SET ARCHIVEFOUND TO TRUE
       ELSE
           READ REPORTREGISTERFILE
               AT END SET ENDOFREPORTREGISTER TO TRUE
           END-READ
       END-IF.

PRINTARCHIVEDREPORT.
       MOVE ARCHIVEFILE-RRF TO ARCHIVEDREPORTFILENAME
       OPEN INPUT ARCHIVEDREPORTFILE
       IF NOT ARCHIVEDREPORTFILEOK
           DISPLAY "ARCHIVE COPY "
               FUNCTION TRIM(ARCHIVEDREPORTFILENAME TRAILING)
               " IS NOT ON DISK (STATUS " ARCHIVEDREPORTFILESTATUS ")"
       ELSE
           IF NOT REPRINTFILEOPEN
               OPEN OUTPUT REPRINTFILE
               SET REPRINTFILEOPEN TO TRUE
           END-IF
           PERFORM PRINTBANNERPAGE
           MOVE ZERO TO REPRINTLINECOUNT
           SET ATREPORTSTART TO TRUE
           READ ARCHIVEDREPORTFILE
               AT END SET ENDOFARCHIVEDREPORT TO TRUE
           END-READ
           PERFORM REPRINTONELINE UNTIL ENDOFARCHIVEDREPORT
           CLOSE ARCHIVEDREPORTFILE
           ADD 1 TO REPRINTSWRITTEN
           DISPLAY "ARCHIVE " ARCHIVENOQUERY " " REPORTTYPE-RRF
               " SENT TO PRINT - " REPRINTLINECOUNT " LINE(S)"
       END-IF.

REPRINTONELINE.
       ADD 1 TO REPRINTLINECOUNT
       MOVE 1 TO LINEPOINTER
       PERFORM REPRINTONELINESEGMENT UNTIL LINEPOINTER > 500
       READ ARCHIVEDREPORTFILE
           AT END SET ENDOFARCHIVEDREPORT TO TRUE
       END-READ.

*>   Page throws are put back as page throws, as REPORTARCHIVE does.
*>   The banner has already thrown the page, so a report that opens
*>   with a page throw of its own does not leave a blank page behind.
REPRINTONELINESEGMENT.
       MOVE SPACES TO LINESEGMENT
       MOVE SPACE TO SEGMENTDELIMITER
       UNSTRING ARCHIVEDREPORTLINE DELIMITED BY X"0C"
           INTO LINESEGMENT DELIMITER IN SEGMENTDELIMITER
           WITH POINTER LINEPOINTER
       END-UNSTRING
       IF SEGMENTENDSPAGE
           IF NOT ATREPORTSTART OR LINESEGMENT NOT = SPACES
               WRITE REPRINTLINE FROM LINESEGMENT
                   BEFORE ADVANCING PAGE
           END-IF
       ELSE
           WRITE REPRINTLINE FROM LINESEGMENT
               BEFORE ADVANCING 1 LINE
       END-IF
       MOVE "N" TO REPORTSTARTSWITCH.

PRINTBANNERPAGE.
       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       IF REPRINTSWRITTEN > ZERO
           MOVE SPACES TO BANNERLINE
           WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING PAGE
       END-IF
       MOVE SPACES TO BANNERLINE
       STRING "*** REPRINT *** OF ARCHIVED REPORT " ARCHIVENO-RRF
           DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING 2 LINES
       MOVE SPACES TO BANNERLINE
       STRING "JOB          " JOBNAME-RRF
           DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING 1 LINE
       MOVE SPACES TO BANNERLINE
       STRING "REPORT       " REPORTTYPE-RRF " ("
           DELIMITED BY SIZE
           REPORTFILE-RRF DELIMITED BY "  "
           ")" DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING 1 LINE
       MOVE SPACES TO BANNERLINE
       STRING "RUN DATE     " RUNDATE-RRF
           DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING 1 LINE
       MOVE SPACES TO BANNERLINE
       STRING "FILED        " FILEDDATE-RRF " " FILEDTIME-RRF
           DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING 1 LINE
       MOVE SPACES TO BANNERLINE
       STRING "PAGES        " PAGES-RRF "  LINES " LINES-RRF
           DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING 1 LINE
       MOVE SPACES TO BANNERLINE
       STRING "REPRINTED    " CLOCKSTAMP(1:8) " " CLOCKSTAMP(9:6)
           DELIMITED BY SIZE INTO BANNERLINE
       END-STRING
       WRITE REPRINTLINE FROM BANNERLINE BEFORE ADVANCING PAGE.
