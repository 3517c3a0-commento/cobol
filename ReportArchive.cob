IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTARCHIVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Every report a job produces, how long its archived copies are
*>   kept and where the job writes it, relative to the batch root.
       SELECT REPORTTYPEFILE ASSIGN TO "ReportTypes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTTYPEFILESTATUS.

*>   One line per report ever filed - appended here, marked purged by
*>   REPORTARCHIVEPURGE, searched by REPORTREPRINT.
       SELECT REPORTREGISTERFILE ASSIGN TO "ReportRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTREGISTERFILESTATUS.

       SELECT SOURCEREPORTFILE ASSIGN TO DYNAMIC SOURCEREPORTFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCEREPORTFILESTATUS.

       SELECT ARCHIVEDREPORTFILE ASSIGN TO DYNAMIC ARCHIVEDREPORTFILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVEDREPORTFILESTATUS.

DATA DIVISION.
FILE SECTION.
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

*>   The archive number runs on from the highest on the register. The
*>   modification stamp is the source report's as it was filed, so a
*>   rerun of the archive step does not file the same output twice.
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
       02 FILLER                PIC X.
       02 PURGEDDATE-RRF        PIC 9(8).
       02 FILLER                PIC X.
       02 MODSTAMP-RRF          PIC 9(14).
       02 FILLER                PIC X.
       02 ARCHIVEFILE-RRF       PIC X(60).
       02 FILLER                PIC X.
       02 REPORTFILE-RRF        PIC X(60).

*>   Wide enough for a print line with the next page's form feed and
*>   heading run on to it, which is how a page throw reads back. The
*>   copy puts the page throw back as a page throw rather than write
*>   the form feed as data.
FD     SOURCEREPORTFILE.
01     SOURCEREPORTLINE         PIC X(500).
       88 ENDOFSOURCEREPORT     VALUE HIGH-VALUES.

FD     ARCHIVEDREPORTFILE.
01     ARCHIVEDREPORTLINE       PIC X(500).

WORKING-STORAGE SECTION.
01     REPORTTYPEFILESTATUS     PIC XX.
       88 REPORTTYPEFILEOK      VALUE "00".
01     REPORTREGISTERFILESTATUS PIC XX.
       88 REPORTREGISTERFILEOK  VALUE "00".
01     SOURCEREPORTFILESTATUS   PIC XX.
       88 SOURCEREPORTFILEOK    VALUE "00".
01     ARCHIVEDREPORTFILESTATUS PIC XX.
       88 ARCHIVEDREPORTFILEOK  VALUE "00".

01     SOURCEREPORTFILENAME     PIC X(60).
01     ARCHIVEDREPORTFILENAME   PIC X(60).
01     ARCHIVEDIRECTORYNAME     PIC X(14) VALUE "ReportArchive".

01     JOBNAMEENTRY             PIC X(10) VALUE SPACES.
01     ARCHIVEJOBNAME           PIC X(10).
01     RUNDATEENTRY             PIC X(8)  VALUE SPACES.
01     RUNDATE                  PIC 9(8).
01     STEPSTARTENTRY           PIC X(14) VALUE SPACES.
01     STEPSTARTSTAMP           PIC 9(14) VALUE ZERO.

01     CLOCKSTAMP               PIC X(21).
01     FILEDDATE                PIC 9(8).
01     FILEDTIME                PIC 9(6).

*>   The reports this job files, and what was found of each on disk.
01     JOBREPORTCOUNT           PIC 99 VALUE ZERO.
01     JOBREPORTTABLE.
       02 JOBREPORT OCCURS 0 TO 20 TIMES DEPENDING ON JOBREPORTCOUNT.
           03 JOBREPORTTYPE     PIC X(12).
           03 JOBRETAINDAYS     PIC 9(4).
           03 JOBREPORTFILE     PIC X(60).
           03 JOBREPORTSTAMP    PIC 9(14).
           03 JOBREPORTSTATE    PIC X.
               88 REPORTTOBEFILED       VALUE "Y".
               88 REPORTNOTONDISK       VALUE "M".
               88 REPORTNOTFROMTHISRUN  VALUE "O".
               88 REPORTALREADYFILED    VALUE "F".
01     JOBREPORTIDX             PIC 99.

01     FILEDETAILS.
       02 FILESIZE              PIC X(8) COMP-X.
       02 FILEDAY               PIC X COMP-X.
       02 FILEMONTH             PIC X COMP-X.
       02 FILEYEAR              PIC X(2) COMP-X.
       02 FILEHOUR              PIC X COMP-X.
       02 FILEMINUTE            PIC X COMP-X.
       02 FILESECOND            PIC X COMP-X.
       02 FILEHUNDREDTHS        PIC X COMP-X.
01     FILECHECKSTATUS          PIC 9(4) BINARY.
01     DIRECTORYSTATUS          PIC S9(9) COMP-5 VALUE ZERO.

01     LASTARCHIVENO            PIC 9(7) VALUE ZERO.
01     REPORTLINECOUNT          PIC 9(7).
01     REPORTPAGECOUNT          PIC 9(5).
01     FORMFEEDCOUNT            PIC 9(5).
01     KEEPUNTILDATE            PIC 9(8).
01     LINESEGMENT              PIC X(500).
01     SEGMENTDELIMITER         PIC X.
       88 SEGMENTENDSPAGE       VALUE X"0C".
01     LINEPOINTER              PIC 9(3).

01     FILEDCOUNT               PIC 99 VALUE ZERO.
01     ALREADYFILEDCOUNT        PIC 99 VALUE ZERO.
01     NOTONDISKCOUNT           PIC 99 VALUE ZERO.
01     NOTFROMTHISRUNCOUNT      PIC 99 VALUE ZERO.
01     FILINGFAILEDSWITCH       PIC X VALUE "N".
       88 FILINGFAILED          VALUE "Y".
01     COPYFAILEDSWITCH         PIC X.
       88 COPYFAILED            VALUE "Y".

PROCEDURE DIVISION.
*>   Files a job's reports into the dated report archive once the job
*>   has finished - RunNightlyBatch.sh runs it after every step, and an
*>   operator can run it by hand for a job run outside the chain. Each
*>   report the job writes is copied to ReportArchive/ under the run
*>   date, job, report type and archive number, and logged on the
*>   register with its page and line counts and the date it may be
*>   purged from. Given the step's start, a report the job did not
*>   write this time (a rejects file on a night with no rejects) is
*>   left alone rather than filed again as if it were tonight's.
BEGIN.
       DISPLAY "ENTER JOB NAME - " WITH NO ADVANCING
       ACCEPT JOBNAMEENTRY
       IF JOBNAMEENTRY = SPACES
           DISPLAY "NO JOB NAME GIVEN - NOTHING FILED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE JOBNAMEENTRY TO ARCHIVEJOBNAME

       DISPLAY "ENTER RUN DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT RUNDATEENTRY
       IF RUNDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           IF RUNDATEENTRY IS NOT NUMERIC
               DISPLAY "RUN DATE MUST BE YYYYMMDD - NOTHING FILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUNDATEENTRY TO RUNDATE
           IF FUNCTION TEST-DATE-YYYYMMDD(RUNDATE) NOT = ZERO
               DISPLAY "RUN DATE " RUNDATE " IS NOT A DATE - NOTHING "
                   "FILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       DISPLAY "ENTER STEP START (YYYYMMDDHHMMSS) OR BLANK FOR ANY - "
           WITH NO ADVANCING
       ACCEPT STEPSTARTENTRY
       IF STEPSTARTENTRY NOT = SPACES
           IF STEPSTARTENTRY IS NOT NUMERIC
               DISPLAY "STEP START MUST BE YYYYMMDDHHMMSS - NOTHING "
                   "FILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STEPSTARTENTRY TO STEPSTARTSTAMP
       END-IF

       PERFORM LOADJOBREPORTTYPES
       IF JOBREPORTCOUNT = ZERO
           DISPLAY "NO REPORTS ARE FILED FOR " ARCHIVEJOBNAME
               " ON ReportTypes.dat"
           STOP RUN
       END-IF

       PERFORM CHECKONEREPORTONDISK
           VARYING JOBREPORTIDX FROM 1 BY 1
           UNTIL JOBREPORTIDX > JOBREPORTCOUNT
       PERFORM SCANREPORTREGISTER

       MOVE FUNCTION CURRENT-DATE TO CLOCKSTAMP
       MOVE CLOCKSTAMP(1:8) TO FILEDDATE
       MOVE CLOCKSTAMP(9:6) TO FILEDTIME

*>   The archive directory already being there is the normal case, so
*>   the call's status is not looked at - a directory that could not be
*>   made shows up as the first copy failing to open.
       CALL "CBL_CREATE_DIR" USING ARCHIVEDIRECTORYNAME
           RETURNING DIRECTORYSTATUS
       END-CALL

       OPEN EXTEND REPORTREGISTERFILE
       IF NOT REPORTREGISTERFILEOK
           OPEN OUTPUT REPORTREGISTERFILE
       END-IF
       IF NOT REPORTREGISTERFILEOK
           DISPLAY "REPORT REGISTER CANNOT BE OPENED (STATUS "
               REPORTREGISTERFILESTATUS ") - NOTHING FILED FOR "
               ARCHIVEJOBNAME
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM FILEONEREPORT
           VARYING JOBREPORTIDX FROM 1 BY 1
           UNTIL JOBREPORTIDX > JOBREPORTCOUNT
       CLOSE REPORTREGISTERFILE

       DISPLAY "REPORTS FILED FOR " ARCHIVEJOBNAME " RUN " RUNDATE
           ": " FILEDCOUNT
       IF ALREADYFILEDCOUNT > ZERO
           DISPLAY "ALREADY ON THE ARCHIVE: " ALREADYFILEDCOUNT
       END-IF
       IF NOTFROMTHISRUNCOUNT > ZERO
           DISPLAY "NOT WRITTEN BY THIS RUN: " NOTFROMTHISRUNCOUNT
       END-IF
       IF NOTONDISKCOUNT > ZERO
           DISPLAY "NOT ON DISK: " NOTONDISKCOUNT
       END-IF
       IF FILINGFAILED
           DISPLAY "REPORT ARCHIVE INCOMPLETE FOR " ARCHIVEJOBNAME
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

*> ======================================================================
*>   What the job has to file
*> ======================================================================
LOADJOBREPORTTYPES.
       OPEN INPUT REPORTTYPEFILE
       IF REPORTTYPEFILEOK
           READ REPORTTYPEFILE
               AT END SET ENDOFREPORTTYPES TO TRUE
           END-READ
           PERFORM STOREONEJOBREPORTTYPE UNTIL ENDOFREPORTTYPES
           CLOSE REPORTTYPEFILE
       END-IF.

STOREONEJOBREPORTTYPE.
       IF JOBNAME-RTF = ARCHIVEJOBNAME AND REPORTFILE-RTF NOT = SPACES
               AND JOBREPORTCOUNT < 20
           ADD 1 TO JOBREPORTCOUNT
           MOVE REPORTTYPE-RTF TO JOBREPORTTYPE(JOBREPORTCOUNT)
           MOVE ZERO           TO JOBRETAINDAYS(JOBREPORTCOUNT)
           IF RETAINDAYS-RTF IS NUMERIC
               MOVE RETAINDAYS-RTF TO JOBRETAINDAYS(JOBREPORTCOUNT)
           END-IF
           MOVE REPORTFILE-RTF TO JOBREPORTFILE(JOBREPORTCOUNT)
           MOVE ZERO           TO JOBREPORTSTAMP(JOBREPORTCOUNT)
           SET REPORTTOBEFILED(JOBREPORTCOUNT) TO TRUE
       END-IF
       READ REPORTTYPEFILE
           AT END SET ENDOFREPORTTYPES TO TRUE
       END-READ.

*>   The file's last-modified stamp is local time, the same clock the
*>   driver takes the step start from.
CHECKONEREPORTONDISK.
       MOVE JOBREPORTFILE(JOBREPORTIDX) TO SOURCEREPORTFILENAME
       CALL "CBL_CHECK_FILE_EXIST" USING SOURCEREPORTFILENAME
           FILEDETAILS
           RETURNING FILECHECKSTATUS
       END-CALL
       IF FILECHECKSTATUS NOT = ZERO
           SET REPORTNOTONDISK(JOBREPORTIDX) TO TRUE
           ADD 1 TO NOTONDISKCOUNT
       ELSE
           COMPUTE JOBREPORTSTAMP(JOBREPORTIDX) =
               FILEYEAR * 10000000000 + FILEMONTH * 100000000
               + FILEDAY * 1000000 + FILEHOUR * 10000
               + FILEMINUTE * 100 + FILESECOND
           IF JOBREPORTSTAMP(JOBREPORTIDX) < STEPSTARTSTAMP
               SET REPORTNOTFROMTHISRUN(JOBREPORTIDX) TO TRUE
               ADD 1 TO NOTFROMTHISRUNCOUNT
           END-IF
       END-IF.

*>   One pass of the register finds the last archive number used and
*>   any of tonight's reports filed already - a restarted chain, or an
*>   operator filing a job the driver had already filed.
SCANREPORTREGISTER.
       OPEN INPUT REPORTREGISTERFILE
       IF REPORTREGISTERFILEOK
           READ REPORTREGISTERFILE
               AT END SET ENDOFREPORTREGISTER TO TRUE
           END-READ
           PERFORM CHECKONEREGISTERENTRY UNTIL ENDOFREPORTREGISTER
           CLOSE REPORTREGISTERFILE
       END-IF.

CHECKONEREGISTERENTRY.
       IF ARCHIVENO-RRF IS NUMERIC
           IF ARCHIVENO-RRF > LASTARCHIVENO
               MOVE ARCHIVENO-RRF TO LASTARCHIVENO
           END-IF
           PERFORM MATCHONEFILEDREPORT
               VARYING JOBREPORTIDX FROM 1 BY 1
               UNTIL JOBREPORTIDX > JOBREPORTCOUNT
       END-IF
       READ REPORTREGISTERFILE
           AT END SET ENDOFREPORTREGISTER TO TRUE
       END-READ.

MATCHONEFILEDREPORT.
       IF REPORTTOBEFILED(JOBREPORTIDX)
               AND REPORTFILE-RRF = JOBREPORTFILE(JOBREPORTIDX)
               AND MODSTAMP-RRF = JOBREPORTSTAMP(JOBREPORTIDX)
           SET REPORTALREADYFILED(JOBREPORTIDX) TO TRUE
           ADD 1 TO ALREADYFILEDCOUNT
       END-IF.

*> ======================================================================
*>   Filing one report
*> ======================================================================
FILEONEREPORT.
       IF REPORTTOBEFILED(JOBREPORTIDX)
           MOVE JOBREPORTFILE(JOBREPORTIDX) TO SOURCEREPORTFILENAME
           ADD 1 TO LASTARCHIVENO
           MOVE SPACES TO ARCHIVEDREPORTFILENAME
           STRING ARCHIVEDIRECTORYNAME DELIMITED BY SPACE
               "/" RUNDATE "." DELIMITED BY SIZE
               ARCHIVEJOBNAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               JOBREPORTTYPE(JOBREPORTIDX) DELIMITED BY SPACE
               "." LASTARCHIVENO ".rpt" DELIMITED BY SIZE
               INTO ARCHIVEDREPORTFILENAME
           END-STRING
           PERFORM COPYREPORTTOARCHIVE
           IF COPYFAILED
               SET FILINGFAILED TO TRUE
               SUBTRACT 1 FROM LASTARCHIVENO
           ELSE
               PERFORM WRITEREGISTERENTRY
               ADD 1 TO FILEDCOUNT
           END-IF
       END-IF.

*>   Pages are counted from the form feeds the page throws left in the
*>   file; a report that does not open with one still has its first
*>   page.
COPYREPORTTOARCHIVE.
       MOVE ZERO TO REPORTLINECOUNT
       MOVE ZERO TO FORMFEEDCOUNT
       MOVE ZERO TO REPORTPAGECOUNT
       MOVE "N" TO COPYFAILEDSWITCH
       OPEN INPUT SOURCEREPORTFILE
       IF NOT SOURCEREPORTFILEOK
           DISPLAY "REPORT " FUNCTION TRIM(SOURCEREPORTFILENAME TRAILING)
               " CANNOT BE READ (STATUS " SOURCEREPORTFILESTATUS ")"
           SET COPYFAILED TO TRUE
       ELSE
           OPEN OUTPUT ARCHIVEDREPORTFILE
           IF NOT ARCHIVEDREPORTFILEOK
               DISPLAY "ARCHIVE COPY "
                   FUNCTION TRIM(ARCHIVEDREPORTFILENAME TRAILING)
                   " CANNOT BE WRITTEN (STATUS "
                   ARCHIVEDREPORTFILESTATUS ")"
               SET COPYFAILED TO TRUE
               CLOSE SOURCEREPORTFILE
           ELSE
               READ SOURCEREPORTFILE
                   AT END SET ENDOFSOURCEREPORT TO TRUE
               END-READ
               IF NOT ENDOFSOURCEREPORT
                   MOVE 1 TO REPORTPAGECOUNT
                   IF SOURCEREPORTLINE(1:1) = X"0C"
                       MOVE ZERO TO REPORTPAGECOUNT
                   END-IF
               END-IF
               PERFORM COPYONEREPORTLINE UNTIL ENDOFSOURCEREPORT
               ADD FORMFEEDCOUNT TO REPORTPAGECOUNT
               CLOSE SOURCEREPORTFILE
               CLOSE ARCHIVEDREPORTFILE
               IF COPYFAILED
                   DISPLAY "ARCHIVE COPY "
                       FUNCTION TRIM(ARCHIVEDREPORTFILENAME TRAILING)
                       " IS INCOMPLETE - A LINE COULD NOT BE WRITTEN"
               END-IF
           END-IF
       END-IF.

COPYONEREPORTLINE.
       ADD 1 TO REPORTLINECOUNT
       INSPECT SOURCEREPORTLINE TALLYING FORMFEEDCOUNT FOR ALL X"0C"
       MOVE 1 TO LINEPOINTER
       PERFORM COPYONELINESEGMENT UNTIL LINEPOINTER > 500
       READ SOURCEREPORTFILE
           AT END SET ENDOFSOURCEREPORT TO TRUE
       END-READ.

*>   Each piece of the line up to a form feed is written ahead of a
*>   page throw, the last piece ahead of a line feed - which lays the
*>   copy down exactly as the report was.
COPYONELINESEGMENT.
       MOVE SPACES TO LINESEGMENT
       MOVE SPACE TO SEGMENTDELIMITER
       UNSTRING SOURCEREPORTLINE DELIMITED BY X"0C"
           INTO LINESEGMENT DELIMITER IN SEGMENTDELIMITER
           WITH POINTER LINEPOINTER
       END-UNSTRING
       IF SEGMENTENDSPAGE
           WRITE ARCHIVEDREPORTLINE FROM LINESEGMENT
               BEFORE ADVANCING PAGE
       ELSE
           WRITE ARCHIVEDREPORTLINE FROM LINESEGMENT
               BEFORE ADVANCING 1 LINE
       END-IF
       IF NOT ARCHIVEDREPORTFILEOK
           SET COPYFAILED TO TRUE
       END-IF.

WRITEREGISTERENTRY.
       COMPUTE KEEPUNTILDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(RUNDATE)
           + JOBRETAINDAYS(JOBREPORTIDX))
       MOVE SPACES                      TO REPORTREGISTERREC
       MOVE LASTARCHIVENO               TO ARCHIVENO-RRF
       MOVE ARCHIVEJOBNAME              TO JOBNAME-RRF
       MOVE RUNDATE                     TO RUNDATE-RRF
       MOVE FILEDDATE                   TO FILEDDATE-RRF
       MOVE FILEDTIME                   TO FILEDTIME-RRF
       MOVE JOBREPORTTYPE(JOBREPORTIDX) TO REPORTTYPE-RRF
       MOVE REPORTPAGECOUNT             TO PAGES-RRF
       MOVE REPORTLINECOUNT             TO LINES-RRF
       MOVE KEEPUNTILDATE               TO KEEPUNTIL-RRF
       MOVE "A"                         TO STATUS-RRF
       MOVE ZERO                        TO PURGEDDATE-RRF
       MOVE JOBREPORTSTAMP(JOBREPORTIDX) TO MODSTAMP-RRF
       MOVE ARCHIVEDREPORTFILENAME      TO ARCHIVEFILE-RRF
       MOVE JOBREPORTFILE(JOBREPORTIDX) TO REPORTFILE-RRF
       WRITE REPORTREGISTERREC
       DISPLAY "FILED " JOBREPORTTYPE(JOBREPORTIDX) " AS ARCHIVE "
           LASTARCHIVENO " - " REPORTPAGECOUNT " PAGE(S), "
           REPORTLINECOUNT " LINE(S)".
