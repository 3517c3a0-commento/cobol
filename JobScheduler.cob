IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSCHEDULER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>   Every batch job and the calendar rule it runs on - the nightly
*>   steps, the monthly and quarterly runs and the year-end closes.
*>   The order of the file is the order jobs run in wherever their
*>   predecessors do not say otherwise.
       SELECT JOBSCHEDULEFILE ASSIGN TO "JobSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBSCHEDULEFILESTATUS.

*>   Bank holidays are not working days for the working-day rules.
*>   Weekends never are.
       SELECT BANKHOLIDAYFILE ASSIGN TO "BankHolidays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKHOLIDAYFILESTATUS.

*>   The steps the nightly driver has already completed, by date, so
*>   the plan shows what a restart will skip.
       SELECT RUNCONTROLFILE ASSIGN TO "NightlyRunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCONTROLFILESTATUS.

*>   Tonight's jobs in run order, one line per job with its answers
*>   to the program's prompts - read by RunNightlyBatch.sh.
       SELECT NIGHTLYRUNLISTFILE ASSIGN TO "NightlyRunList.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SCHEDULEPLANREPORT ASSIGN TO "JobSchedulePlan.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*>   Rules: DY every night, WD on weekday n (1 Monday to 7 Sunday),
*>   NW on the nth working day of the month, LW on the last working
*>   day, ME on the last calendar day, DM on day n of the month or
*>   the next working day after it when day n is not one. A month
*>   mask of Y and N by month from January limits the rule to the
*>   months marked Y; a blank mask means every month. Parameters are
*>   the job's answers to its prompts separated by /, and may use
*>   &RUNDATE, &THISMONTH, &PRIORMONTH and &PRIORYEAR for the date
*>   the job runs on. A prompt left off the end of the list reads as
*>   blank and takes the program's default.
FD     JOBSCHEDULEFILE.
01     JOBSCHEDULEREC.
       88 ENDOFJOBSCHEDULE      VALUE HIGH-VALUES.
       02 JOBNAME-JSF           PIC X(10).
       02 FILLER                PIC X.
       02 RULE-JSF              PIC X(2).
       02 FILLER                PIC X.
       02 RULEDAY-JSF           PIC X(2).
       02 FILLER                PIC X.
       02 MONTHMASK-JSF         PIC X(12).
       02 FILLER                PIC X.
       02 PREDECESSORS-JSF OCCURS 3 TIMES.
           03 PREDECESSOR-JSF   PIC X(10).
           03 FILLER            PIC X.
       02 LOGNAME-JSF           PIC X(12).
       02 FILLER                PIC X.
       02 SOURCE-JSF            PIC X(24).
       02 FILLER                PIC X.
       02 DIRECTORY-JSF         PIC X(40).
       02 FILLER                PIC X.
       02 TITLE-JSF             PIC X(24).
       02 FILLER                PIC X.
       02 PARAMETERS-JSF        PIC X(40).

FD     BANKHOLIDAYFILE.
01     BANKHOLIDAYREC.
       88 ENDOFBANKHOLIDAYS     VALUE HIGH-VALUES.
       02 HOLIDAYDATE-BHF       PIC 9(8).
       02 FILLER                PIC X.
       02 HOLIDAYNAME-BHF       PIC X(30).

FD     RUNCONTROLFILE.
01     RUNCONTROLREC.
       88 ENDOFRUNCONTROL       VALUE HIGH-VALUES.
       02 RUNDATE-RCF           PIC X(8).
       02 FILLER                PIC X.
       02 JOBNAME-RCF           PIC X(10).

FD     NIGHTLYRUNLISTFILE.
01     NIGHTLYRUNLISTREC.
       02 JOBNAME-NRL           PIC X(10).
       02 FILLER                PIC X.
       02 TITLE-NRL             PIC X(24).
       02 FILLER                PIC X.
       02 DIRECTORY-NRL         PIC X(40).
       02 FILLER                PIC X.
       02 SOURCE-NRL            PIC X(24).
       02 FILLER                PIC X.
       02 LOGNAME-NRL           PIC X(12).
       02 FILLER                PIC X.
       02 PARAMETERS-NRL        PIC X(60).

FD     SCHEDULEPLANREPORT.
01     SCHEDULEPLANLINE         PIC X(132).

WORKING-STORAGE SECTION.
01     JOBSCHEDULEFILESTATUS    PIC XX.
       88 JOBSCHEDULEFILEOK     VALUE "00".
01     BANKHOLIDAYFILESTATUS    PIC XX.
       88 BANKHOLIDAYFILEOK     VALUE "00".
01     RUNCONTROLFILESTATUS     PIC XX.
       88 RUNCONTROLFILEOK      VALUE "00".

01     SCHEDULEDATEENTRY        PIC X(8) VALUE SPACES.
01     RUNDATE                  PIC 9(8).

01     JOBCOUNT                 PIC 9(3) VALUE ZERO.
01     JOBTABLE.
       02 JOB OCCURS 0 TO 200 TIMES DEPENDING ON JOBCOUNT.
           03 JOBNAME           PIC X(10).
           03 JOBRULE           PIC X(2).
           03 JOBRULEDAYTEXT    PIC X(2).
           03 JOBRULEDAY        PIC 99.
           03 JOBMONTHMASK      PIC X(12).
           03 JOBMONTHFLAGS REDEFINES JOBMONTHMASK.
               04 JOBMONTHFLAG  PIC X OCCURS 12 TIMES.
           03 JOBPREDECESSOR    PIC X(10) OCCURS 3 TIMES.
           03 JOBPREDECESSORIDX PIC 9(3) OCCURS 3 TIMES.
           03 JOBLOGNAME        PIC X(12).
           03 JOBSOURCE         PIC X(24).
           03 JOBDIRECTORY      PIC X(40).
           03 JOBTITLE          PIC X(24).
           03 JOBPARAMETERS     PIC X(40).
           03 JOBDUESWITCH      PIC X.
               88 JOBISDUE      VALUE "Y".
           03 JOBPLACEDSWITCH   PIC X.
               88 JOBISPLACED   VALUE "Y".
01     JOBIDX                   PIC 9(3).
01     OTHERJOBIDX              PIC 9(3).
01     PREDIDX                  PIC 9.
01     FOUNDJOBIDX              PIC 9(3).
01     DUEJOBCOUNT              PIC 9(3).

01     HOLIDAYCOUNT             PIC 9(3) VALUE ZERO.
01     HOLIDAYTABLE.
       02 HOLIDAY OCCURS 0 TO 500 TIMES DEPENDING ON HOLIDAYCOUNT.
           03 HOLIDAYDATE       PIC 9(8).
           03 HOLIDAYNAME       PIC X(30).
01     HOLIDAYIDX               PIC 9(3).
01     FOUNDHOLIDAYIDX          PIC 9(3).

01     DONEJOBCOUNT             PIC 9(3) VALUE ZERO.
01     DONEJOBTABLE.
       02 DONEJOBNAME           PIC X(10) OCCURS 0 TO 200 TIMES
               DEPENDING ON DONEJOBCOUNT.
01     DONEJOBIDX               PIC 9(3).
01     JOBDONESWITCH            PIC X.
       88 JOBALREADYDONE        VALUE "Y".

*>   The run order for one day - the first job in file order whose
*>   predecessors due that day have all been placed goes next.
01     RUNORDERCOUNT            PIC 9(3).
01     RUNORDERTABLE.
       02 RUNORDERJOBIDX        PIC 9(3) OCCURS 200 TIMES.
01     RUNORDERIDX              PIC 9(3).
01     JOBREADYSWITCH           PIC X.
       88 JOBISREADY            VALUE "Y".
01     ORDERSTUCKSWITCH         PIC X.
       88 ORDERISSTUCK          VALUE "Y".

01     SCHEDULEERRORSWITCH      PIC X VALUE "N".
       88 SCHEDULEHASERRORS     VALUE "Y".
01     SCHEDULEERRORCOUNT       PIC 9(3) VALUE ZERO.
01     ERRORTEXT                PIC X(100).

*>   The day being planned and its month laid out day by day.
01     PLANDAYNUMBER            PIC 9.
01     PLANDATE                 PIC 9(8).
01     PLANDATESPLIT REDEFINES PLANDATE.
       02 PLANYEAR              PIC 9(4).
       02 PLANMONTH             PIC 9(2).
       02 PLANDAY               PIC 9(2).
01     PLANDAYINTEGER           PIC 9(7).
01     PLANWEEKDAY              PIC 9.
01     MONTHFIRSTDATE           PIC 9(8).
01     MONTHFIRSTINTEGER        PIC 9(7).
01     NEXTMONTHFIRSTDATE       PIC 9(8).
01     MONTHLENGTH              PIC 99.
01     MONTHDAYMAP.
       02 MONTHDAYWORKING       PIC X OCCURS 31 TIMES.
01     DAYIDX                   PIC 99.
01     TESTDAYINTEGER           PIC 9(7).
01     TESTDATE                 PIC 9(8).
01     TESTWEEKDAY              PIC 9.
01     WORKINGDAYNUMBER         PIC 99.
01     LASTWORKINGDAYSWITCH     PIC X.
       88 ISLASTWORKINGDAY      VALUE "Y".
01     FIRSTCANDIDATEDAY        PIC 99.
01     FOUNDWORKINGDAY          PIC 99.
01     PLANHOLIDAYNAME          PIC X(30).
01     HOLIDAYSTHISYEARSWITCH   PIC X.
       88 HOLIDAYSHELDFORYEAR   VALUE "Y".
01     CHECKYEAR                PIC 9(4).

01     WEEKDAYNAMES             PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
01     WEEKDAYNAMETABLE REDEFINES WEEKDAYNAMES.
       02 WEEKDAYNAME           PIC X(3) OCCURS 7 TIMES.

*>   A job's parameters with the date words replaced for its day.
01     PARAMETERPIECES.
       02 PARAMETERPIECE        PIC X(12) OCCURS 6 TIMES.
01     PARAMETERPIECECOUNT      PIC 9.
01     PIECEIDX                 PIC 9.
01     RESOLVEDPARAMETERS       PIC X(60).
01     PARAMETERPOINTER         PIC 99.
01     RESOLVEDPIECE            PIC X(12).
01     UNKNOWNTOKENSWITCH       PIC X.
       88 UNKNOWNTOKENFOUND     VALUE "Y".
01     WORKYEARMONTH            PIC 9(6).
01     WORKYEARMONTHSPLIT REDEFINES WORKYEARMONTH.
       02 WORKYEAR              PIC 9(4).
       02 WORKMONTH             PIC 9(2).

01     RULEDESCRIPTION          PIC X(30).

01     PLANHEADINGLINE.
       02 FILLER                PIC X(39)
               VALUE "JOB SCHEDULE - PLAN FOR THE SEVEN DAYS ".
       02 FILLER                PIC X(5) VALUE "FROM ".
       02 PRNPLANFROM           PIC 9(8).

01     PLANDAYLINE.
       02 PRNDAYNAME            PIC X(3).
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNDAYDATE            PIC 9(8).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNDAYDESCRIPTION     PIC X(60).

01     PLANTOPICLINE.
       02 FILLER                PIC X(6)  VALUE "  SEQ".
       02 FILLER                PIC X(12) VALUE "JOB".
       02 FILLER                PIC X(32) VALUE "RULE".
       02 FILLER                PIC X(26) VALUE "TITLE".
       02 FILLER                PIC X(42) VALUE "PARAMETERS".
       02 FILLER                PIC X(8)  VALUE "STATUS".

01     PLANJOBLINE.
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNJOBSEQ             PIC ZZ9.
       02 FILLER                PIC X     VALUE SPACE.
       02 PRNJOBNAME            PIC X(10).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNJOBRULE            PIC X(30).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNJOBTITLE           PIC X(24).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNJOBPARAMETERS      PIC X(40).
       02 FILLER                PIC X(2)  VALUE SPACES.
       02 PRNJOBSTATUS          PIC X(8).

01     PLANNOTELINE             PIC X(132).

PROCEDURE DIVISION.
*>   Builds tonight's run list from the job schedule and prints the
*>   plan for the week ahead. A schedule that cannot be trusted - an
*>   unknown rule or predecessor, a predecessor loop, a date word the
*>   driver cannot fill in - holds the whole night rather than run
*>   jobs on the wrong day or in the wrong order.
BEGIN.
       DISPLAY "ENTER SCHEDULE DATE (YYYYMMDD) OR BLANK FOR TODAY - "
           WITH NO ADVANCING
       ACCEPT SCHEDULEDATEENTRY
       IF SCHEDULEDATEENTRY = SPACES
           ACCEPT RUNDATE FROM DATE YYYYMMDD
       ELSE
           IF SCHEDULEDATEENTRY IS NOT NUMERIC
               DISPLAY "SCHEDULE DATE MUST BE YYYYMMDD - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SCHEDULEDATEENTRY TO RUNDATE
           IF FUNCTION TEST-DATE-YYYYMMDD(RUNDATE) NOT = ZERO
               DISPLAY "SCHEDULE DATE " RUNDATE " IS NOT A DATE - RUN "
                   "ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       PERFORM LOADJOBSCHEDULE
       IF JOBCOUNT = ZERO
           DISPLAY "NO JOB SCHEDULE - NIGHTLY RUN LIST NOT BUILT"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOADBANKHOLIDAYS
       PERFORM LOADRUNCONTROL

       OPEN OUTPUT SCHEDULEPLANREPORT
       MOVE RUNDATE TO PRNPLANFROM
       WRITE SCHEDULEPLANLINE FROM PLANHEADINGLINE
           AFTER ADVANCING 1 LINE

       MOVE RUNDATE TO PLANDATE
       PERFORM VALIDATEONEJOB
           VARYING JOBIDX FROM 1 BY 1 UNTIL JOBIDX > JOBCOUNT
       IF NOT SCHEDULEHASERRORS
           PERFORM CHECKPREDECESSORLOOPS
       END-IF

       OPEN OUTPUT NIGHTLYRUNLISTFILE
       IF SCHEDULEHASERRORS
           MOVE SPACES TO PLANNOTELINE
           STRING "SCHEDULE HELD - " SCHEDULEERRORCOUNT
               " ERROR(S) ABOVE, NO JOBS RELEASED FOR " RUNDATE
               DELIMITED BY SIZE INTO PLANNOTELINE
           END-STRING
           WRITE SCHEDULEPLANLINE FROM PLANNOTELINE
               AFTER ADVANCING 2 LINES
           CLOSE NIGHTLYRUNLISTFILE
           CLOSE SCHEDULEPLANREPORT
           DISPLAY "JOB SCHEDULE HAS ERRORS - SEE JobSchedulePlan.rpt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE RUNDATE(1:4) TO CHECKYEAR
       PERFORM CHECKHOLIDAYSHELD
       COMPUTE PLANDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(RUNDATE) + 6)
       IF PLANYEAR NOT = CHECKYEAR
           MOVE PLANYEAR TO CHECKYEAR
           PERFORM CHECKHOLIDAYSHELD
       END-IF

       PERFORM PLANONEDAY
           VARYING PLANDAYNUMBER FROM 1 BY 1 UNTIL PLANDAYNUMBER > 7
       CLOSE NIGHTLYRUNLISTFILE
       CLOSE SCHEDULEPLANREPORT
       STOP RUN.

*> ======================================================================
*>   Loading and checking the schedule
*> ======================================================================
LOADJOBSCHEDULE.
       OPEN INPUT JOBSCHEDULEFILE
       IF JOBSCHEDULEFILEOK
           READ JOBSCHEDULEFILE
               AT END SET ENDOFJOBSCHEDULE TO TRUE
           END-READ
           PERFORM STOREONEJOB UNTIL ENDOFJOBSCHEDULE
           CLOSE JOBSCHEDULEFILE
       END-IF.

STOREONEJOB.
       IF JOBNAME-JSF NOT = SPACES
           ADD 1 TO JOBCOUNT
           MOVE JOBNAME-JSF       TO JOBNAME(JOBCOUNT)
           MOVE RULE-JSF          TO JOBRULE(JOBCOUNT)
           MOVE RULEDAY-JSF       TO JOBRULEDAYTEXT(JOBCOUNT)
           MOVE ZERO              TO JOBRULEDAY(JOBCOUNT)
           IF RULEDAY-JSF IS NUMERIC
               MOVE RULEDAY-JSF   TO JOBRULEDAY(JOBCOUNT)
           END-IF
           MOVE MONTHMASK-JSF     TO JOBMONTHMASK(JOBCOUNT)
           MOVE PREDECESSOR-JSF(1) TO JOBPREDECESSOR(JOBCOUNT, 1)
           MOVE PREDECESSOR-JSF(2) TO JOBPREDECESSOR(JOBCOUNT, 2)
           MOVE PREDECESSOR-JSF(3) TO JOBPREDECESSOR(JOBCOUNT, 3)
           MOVE ZERO TO JOBPREDECESSORIDX(JOBCOUNT, 1)
           MOVE ZERO TO JOBPREDECESSORIDX(JOBCOUNT, 2)
           MOVE ZERO TO JOBPREDECESSORIDX(JOBCOUNT, 3)
           MOVE LOGNAME-JSF       TO JOBLOGNAME(JOBCOUNT)
           MOVE SOURCE-JSF        TO JOBSOURCE(JOBCOUNT)
           MOVE DIRECTORY-JSF     TO JOBDIRECTORY(JOBCOUNT)
           MOVE TITLE-JSF         TO JOBTITLE(JOBCOUNT)
           MOVE PARAMETERS-JSF    TO JOBPARAMETERS(JOBCOUNT)
           MOVE "N"               TO JOBDUESWITCH(JOBCOUNT)
           MOVE "N"               TO JOBPLACEDSWITCH(JOBCOUNT)
       END-IF
       READ JOBSCHEDULEFILE
           AT END SET ENDOFJOBSCHEDULE TO TRUE
       END-READ.

LOADBANKHOLIDAYS.
       OPEN INPUT BANKHOLIDAYFILE
       IF BANKHOLIDAYFILEOK
           READ BANKHOLIDAYFILE
               AT END SET ENDOFBANKHOLIDAYS TO TRUE
           END-READ
           PERFORM STOREONEHOLIDAY UNTIL ENDOFBANKHOLIDAYS
           CLOSE BANKHOLIDAYFILE
       END-IF.

STOREONEHOLIDAY.
       IF HOLIDAYDATE-BHF IS NUMERIC
           ADD 1 TO HOLIDAYCOUNT
           MOVE HOLIDAYDATE-BHF TO HOLIDAYDATE(HOLIDAYCOUNT)
           MOVE HOLIDAYNAME-BHF TO HOLIDAYNAME(HOLIDAYCOUNT)
       END-IF
       READ BANKHOLIDAYFILE
           AT END SET ENDOFBANKHOLIDAYS TO TRUE
       END-READ.

LOADRUNCONTROL.
       OPEN INPUT RUNCONTROLFILE
       IF RUNCONTROLFILEOK
           READ RUNCONTROLFILE
               AT END SET ENDOFRUNCONTROL TO TRUE
           END-READ
           PERFORM STOREONERUNCONTROL UNTIL ENDOFRUNCONTROL
           CLOSE RUNCONTROLFILE
       END-IF.

STOREONERUNCONTROL.
       IF RUNDATE-RCF = RUNDATE AND DONEJOBCOUNT < 200
           ADD 1 TO DONEJOBCOUNT
           MOVE JOBNAME-RCF TO DONEJOBNAME(DONEJOBCOUNT)
       END-IF
       READ RUNCONTROLFILE
           AT END SET ENDOFRUNCONTROL TO TRUE
       END-READ.

VALIDATEONEJOB.
       EVALUATE JOBRULE(JOBIDX)
           WHEN "DY"
           WHEN "LW"
           WHEN "ME"
               CONTINUE
           WHEN "WD"
               IF JOBRULEDAYTEXT(JOBIDX) IS NOT NUMERIC
                       OR JOBRULEDAY(JOBIDX) < 1
                       OR JOBRULEDAY(JOBIDX) > 7
                   MOVE "WEEKDAY MUST BE 01 (MONDAY) TO 07 (SUNDAY)"
                       TO ERRORTEXT
                   PERFORM REPORTJOBERROR
               END-IF
           WHEN "NW"
               IF JOBRULEDAYTEXT(JOBIDX) IS NOT NUMERIC
                       OR JOBRULEDAY(JOBIDX) < 1
                       OR JOBRULEDAY(JOBIDX) > 23
                   MOVE "WORKING DAY MUST BE 01 TO 23" TO ERRORTEXT
                   PERFORM REPORTJOBERROR
               END-IF
           WHEN "DM"
               IF JOBRULEDAYTEXT(JOBIDX) IS NOT NUMERIC
                       OR JOBRULEDAY(JOBIDX) < 1
                       OR JOBRULEDAY(JOBIDX) > 31
                   MOVE "DAY OF MONTH MUST BE 01 TO 31" TO ERRORTEXT
                   PERFORM REPORTJOBERROR
               END-IF
           WHEN OTHER
               MOVE "RULE MUST BE DY, WD, NW, LW, ME OR DM"
                   TO ERRORTEXT
               PERFORM REPORTJOBERROR
       END-EVALUATE
       IF JOBSOURCE(JOBIDX) = SPACES OR JOBDIRECTORY(JOBIDX) = SPACES
           MOVE "NO PROGRAM OR DIRECTORY GIVEN" TO ERRORTEXT
           PERFORM REPORTJOBERROR
       END-IF
       PERFORM CHECKDUPLICATEJOB
           VARYING OTHERJOBIDX FROM 1 BY 1 UNTIL OTHERJOBIDX >= JOBIDX
       PERFORM FINDONEPREDECESSOR
           VARYING PREDIDX FROM 1 BY 1 UNTIL PREDIDX > 3
       PERFORM RESOLVEJOBPARAMETERS
       IF UNKNOWNTOKENFOUND
           MOVE "PARAMETERS USE AN UNKNOWN DATE WORD" TO ERRORTEXT
           PERFORM REPORTJOBERROR
       END-IF.

CHECKDUPLICATEJOB.
       IF JOBNAME(OTHERJOBIDX) = JOBNAME(JOBIDX)
           MOVE "JOB IS ON THE SCHEDULE MORE THAN ONCE" TO ERRORTEXT
           PERFORM REPORTJOBERROR
       END-IF.

FINDONEPREDECESSOR.
       IF JOBPREDECESSOR(JOBIDX, PREDIDX) NOT = SPACES
           MOVE ZERO TO FOUNDJOBIDX
           PERFORM MATCHPREDECESSORNAME
               VARYING OTHERJOBIDX FROM 1 BY 1
               UNTIL OTHERJOBIDX > JOBCOUNT OR FOUNDJOBIDX NOT = ZERO
           IF FOUNDJOBIDX = ZERO
               MOVE SPACES TO ERRORTEXT
               STRING "PREDECESSOR " JOBPREDECESSOR(JOBIDX, PREDIDX)
                   " IS NOT ON THE SCHEDULE"
                   DELIMITED BY SIZE INTO ERRORTEXT
               END-STRING
               PERFORM REPORTJOBERROR
           ELSE
               IF FOUNDJOBIDX = JOBIDX
                   MOVE "JOB NAMES ITSELF AS A PREDECESSOR"
                       TO ERRORTEXT
                   PERFORM REPORTJOBERROR
               ELSE
                   MOVE FOUNDJOBIDX
                       TO JOBPREDECESSORIDX(JOBIDX, PREDIDX)
               END-IF
           END-IF
       END-IF.

MATCHPREDECESSORNAME.
       IF JOBNAME(OTHERJOBIDX) = JOBPREDECESSOR(JOBIDX, PREDIDX)
           MOVE OTHERJOBIDX TO FOUNDJOBIDX
       END-IF.

REPORTJOBERROR.
       SET SCHEDULEHASERRORS TO TRUE
       ADD 1 TO SCHEDULEERRORCOUNT
       MOVE SPACES TO PLANNOTELINE
       STRING "SCHEDULE ERROR - JOB " JOBNAME(JOBIDX) ": " ERRORTEXT
           DELIMITED BY SIZE INTO PLANNOTELINE
       END-STRING
       WRITE SCHEDULEPLANLINE FROM PLANNOTELINE
           AFTER ADVANCING 1 LINE
       DISPLAY FUNCTION TRIM(PLANNOTELINE TRAILING).

*>   Ordering every job as if all were due at once proves there is no
*>   loop among the predecessors - any day's jobs are a subset of
*>   these, so no night can then find its order stuck.
CHECKPREDECESSORLOOPS.
       PERFORM MARKJOBDUE
           VARYING JOBIDX FROM 1 BY 1 UNTIL JOBIDX > JOBCOUNT
       PERFORM ORDERDUEJOBS
       IF ORDERISSTUCK
           PERFORM REPORTLOOPEDJOB
               VARYING JOBIDX FROM 1 BY 1 UNTIL JOBIDX > JOBCOUNT
       END-IF.

MARKJOBDUE.
       MOVE "Y" TO JOBDUESWITCH(JOBIDX).

REPORTLOOPEDJOB.
       IF NOT JOBISPLACED(JOBIDX)
           MOVE "CANNOT BE ORDERED - HELD BY A PREDECESSOR LOOP"
               TO ERRORTEXT
           PERFORM REPORTJOBERROR
       END-IF.

*>   A year with no bank holidays held would quietly treat Christmas
*>   as a working day, so the plan says so.
CHECKHOLIDAYSHELD.
       MOVE "N" TO HOLIDAYSTHISYEARSWITCH
       PERFORM CHECKONEHOLIDAYYEAR
           VARYING HOLIDAYIDX FROM 1 BY 1 UNTIL HOLIDAYIDX > HOLIDAYCOUNT
       IF NOT HOLIDAYSHELDFORYEAR
           MOVE SPACES TO PLANNOTELINE
           STRING "WARNING - NO BANK HOLIDAYS HELD FOR " CHECKYEAR
               " ON BankHolidays.dat, ONLY WEEKENDS ARE TAKEN AS NON-"
               "WORKING DAYS"
               DELIMITED BY SIZE INTO PLANNOTELINE
           END-STRING
           WRITE SCHEDULEPLANLINE FROM PLANNOTELINE
               AFTER ADVANCING 2 LINES
           DISPLAY FUNCTION TRIM(PLANNOTELINE TRAILING)
       END-IF.

CHECKONEHOLIDAYYEAR.
       IF HOLIDAYDATE(HOLIDAYIDX)(1:4) = CHECKYEAR
           SET HOLIDAYSHELDFORYEAR TO TRUE
       END-IF.

*> ======================================================================
*>   Planning one day
*> ======================================================================
PLANONEDAY.
       COMPUTE PLANDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(RUNDATE) + PLANDAYNUMBER - 1)
       PERFORM MAPPLANMONTH

       MOVE WEEKDAYNAME(PLANWEEKDAY) TO PRNDAYNAME
       MOVE PLANDATE TO PRNDAYDATE
       MOVE SPACES TO PRNDAYDESCRIPTION
       IF PLANHOLIDAYNAME NOT = SPACES
           STRING "BANK HOLIDAY - " PLANHOLIDAYNAME
               DELIMITED BY SIZE INTO PRNDAYDESCRIPTION
           END-STRING
       ELSE
           IF WORKINGDAYNUMBER = ZERO
               MOVE "NOT A WORKING DAY" TO PRNDAYDESCRIPTION
           ELSE
               STRING "WORKING DAY " WORKINGDAYNUMBER " OF THE MONTH"
                   DELIMITED BY SIZE INTO PRNDAYDESCRIPTION
               END-STRING
               IF ISLASTWORKINGDAY
                   MOVE "(THE LAST)" TO PRNDAYDESCRIPTION(30:10)
               END-IF
           END-IF
       END-IF
       WRITE SCHEDULEPLANLINE FROM PLANDAYLINE
           AFTER ADVANCING 2 LINES
       WRITE SCHEDULEPLANLINE FROM PLANTOPICLINE
           AFTER ADVANCING 1 LINE

       PERFORM CHECKJOBDUE
           VARYING JOBIDX FROM 1 BY 1 UNTIL JOBIDX > JOBCOUNT
       PERFORM ORDERDUEJOBS
       PERFORM PRINTONEPLANNEDJOB
           VARYING RUNORDERIDX FROM 1 BY 1
           UNTIL RUNORDERIDX > RUNORDERCOUNT
       IF PLANDAYNUMBER = 1
           DISPLAY "JOB SCHEDULE FOR " RUNDATE ": " RUNORDERCOUNT
               " JOB(S) DUE - SEE JobSchedulePlan.rpt"
       END-IF.

*>   Which days of the plan day's month are working days, where the
*>   plan day falls among them, and whether it is the last of them.
MAPPLANMONTH.
       COMPUTE PLANDAYINTEGER = FUNCTION INTEGER-OF-DATE(PLANDATE)
       COMPUTE PLANWEEKDAY = FUNCTION MOD(PLANDAYINTEGER - 1, 7) + 1
       COMPUTE MONTHFIRSTDATE = PLANYEAR * 10000 + PLANMONTH * 100 + 1
       IF PLANMONTH = 12
           COMPUTE NEXTMONTHFIRSTDATE = (PLANYEAR + 1) * 10000 + 101
       ELSE
           COMPUTE NEXTMONTHFIRSTDATE = MONTHFIRSTDATE + 100
       END-IF
       COMPUTE MONTHFIRSTINTEGER =
           FUNCTION INTEGER-OF-DATE(MONTHFIRSTDATE)
       COMPUTE MONTHLENGTH =
           FUNCTION INTEGER-OF-DATE(NEXTMONTHFIRSTDATE)
           - MONTHFIRSTINTEGER
       MOVE SPACES TO MONTHDAYMAP
       PERFORM MAPONEMONTHDAY
           VARYING DAYIDX FROM 1 BY 1 UNTIL DAYIDX > MONTHLENGTH

       MOVE PLANDATE TO TESTDATE
       PERFORM FINDHOLIDAY
       MOVE SPACES TO PLANHOLIDAYNAME
       IF FOUNDHOLIDAYIDX NOT = ZERO
           MOVE HOLIDAYNAME(FOUNDHOLIDAYIDX) TO PLANHOLIDAYNAME
       END-IF

       MOVE ZERO TO WORKINGDAYNUMBER
       MOVE "N" TO LASTWORKINGDAYSWITCH
       IF MONTHDAYWORKING(PLANDAY) = "Y"
           PERFORM COUNTONEWORKINGDAY
               VARYING DAYIDX FROM 1 BY 1 UNTIL DAYIDX > PLANDAY
           SET ISLASTWORKINGDAY TO TRUE
           PERFORM CHECKLATERWORKINGDAY
               VARYING DAYIDX FROM PLANDAY BY 1
               UNTIL DAYIDX >= MONTHLENGTH
       END-IF.

MAPONEMONTHDAY.
       COMPUTE TESTDAYINTEGER = MONTHFIRSTINTEGER + DAYIDX - 1
       COMPUTE TESTDATE = FUNCTION DATE-OF-INTEGER(TESTDAYINTEGER)
       COMPUTE TESTWEEKDAY = FUNCTION MOD(TESTDAYINTEGER - 1, 7) + 1
       MOVE "N" TO MONTHDAYWORKING(DAYIDX)
       IF TESTWEEKDAY < 6
           PERFORM FINDHOLIDAY
           IF FOUNDHOLIDAYIDX = ZERO
               MOVE "Y" TO MONTHDAYWORKING(DAYIDX)
           END-IF
       END-IF.

FINDHOLIDAY.
       MOVE ZERO TO FOUNDHOLIDAYIDX
       PERFORM CHECKONEHOLIDAY
           VARYING HOLIDAYIDX FROM 1 BY 1
           UNTIL HOLIDAYIDX > HOLIDAYCOUNT OR FOUNDHOLIDAYIDX NOT = ZERO.

CHECKONEHOLIDAY.
       IF HOLIDAYDATE(HOLIDAYIDX) = TESTDATE
           MOVE HOLIDAYIDX TO FOUNDHOLIDAYIDX
       END-IF.

COUNTONEWORKINGDAY.
       IF MONTHDAYWORKING(DAYIDX) = "Y"
           ADD 1 TO WORKINGDAYNUMBER
       END-IF.

CHECKLATERWORKINGDAY.
       IF MONTHDAYWORKING(DAYIDX + 1) = "Y"
           MOVE "N" TO LASTWORKINGDAYSWITCH
       END-IF.

CHECKJOBDUE.
       MOVE "N" TO JOBDUESWITCH(JOBIDX)
       IF JOBMONTHMASK(JOBIDX) = SPACES
               OR JOBMONTHFLAG(JOBIDX, PLANMONTH) = "Y"
           EVALUATE JOBRULE(JOBIDX)
               WHEN "DY"
                   MOVE "Y" TO JOBDUESWITCH(JOBIDX)
               WHEN "WD"
                   IF PLANWEEKDAY = JOBRULEDAY(JOBIDX)
                       MOVE "Y" TO JOBDUESWITCH(JOBIDX)
                   END-IF
               WHEN "NW"
                   IF WORKINGDAYNUMBER = JOBRULEDAY(JOBIDX)
                       MOVE "Y" TO JOBDUESWITCH(JOBIDX)
                   END-IF
               WHEN "LW"
                   IF ISLASTWORKINGDAY
                       MOVE "Y" TO JOBDUESWITCH(JOBIDX)
                   END-IF
               WHEN "ME"
                   IF PLANDAY = MONTHLENGTH
                       MOVE "Y" TO JOBDUESWITCH(JOBIDX)
                   END-IF
               WHEN "DM"
                   PERFORM CHECKDAYOFMONTHDUE
           END-EVALUATE
       END-IF.

*>   Day n of a short month is taken as its last day, so a job set for
*>   the 31st still runs in February.
CHECKDAYOFMONTHDUE.
       MOVE JOBRULEDAY(JOBIDX) TO FIRSTCANDIDATEDAY
       IF FIRSTCANDIDATEDAY > MONTHLENGTH
           MOVE MONTHLENGTH TO FIRSTCANDIDATEDAY
       END-IF
       MOVE ZERO TO FOUNDWORKINGDAY
       PERFORM CHECKCANDIDATEDAY
           VARYING DAYIDX FROM FIRSTCANDIDATEDAY BY 1
           UNTIL DAYIDX > MONTHLENGTH OR FOUNDWORKINGDAY NOT = ZERO
       IF FOUNDWORKINGDAY = PLANDAY
           MOVE "Y" TO JOBDUESWITCH(JOBIDX)
       END-IF.

CHECKCANDIDATEDAY.
       IF MONTHDAYWORKING(DAYIDX) = "Y"
           MOVE DAYIDX TO FOUNDWORKINGDAY
       END-IF.

*> ======================================================================
*>   Run order
*> ======================================================================
ORDERDUEJOBS.
       MOVE ZERO TO RUNORDERCOUNT
       MOVE ZERO TO DUEJOBCOUNT
       MOVE "N" TO ORDERSTUCKSWITCH
       PERFORM RESETONEJOBPLACED
           VARYING JOBIDX FROM 1 BY 1 UNTIL JOBIDX > JOBCOUNT
       PERFORM PLACENEXTJOB
           UNTIL RUNORDERCOUNT = DUEJOBCOUNT OR ORDERISSTUCK.

RESETONEJOBPLACED.
       MOVE "N" TO JOBPLACEDSWITCH(JOBIDX)
       IF JOBISDUE(JOBIDX)
           ADD 1 TO DUEJOBCOUNT
       END-IF.

PLACENEXTJOB.
       MOVE ZERO TO FOUNDJOBIDX
       PERFORM CHECKJOBREADY
           VARYING JOBIDX FROM 1 BY 1
           UNTIL JOBIDX > JOBCOUNT OR FOUNDJOBIDX NOT = ZERO
       IF FOUNDJOBIDX = ZERO
           SET ORDERISSTUCK TO TRUE
       ELSE
           ADD 1 TO RUNORDERCOUNT
           MOVE FOUNDJOBIDX TO RUNORDERJOBIDX(RUNORDERCOUNT)
           MOVE "Y" TO JOBPLACEDSWITCH(FOUNDJOBIDX)
       END-IF.

*>   A predecessor that is not due on the day does not hold the job -
*>   the interest run waits for the year-end close only in January.
CHECKJOBREADY.
       IF JOBISDUE(JOBIDX) AND NOT JOBISPLACED(JOBIDX)
           SET JOBISREADY TO TRUE
           PERFORM CHECKONEPREDECESSORDONE
               VARYING PREDIDX FROM 1 BY 1 UNTIL PREDIDX > 3
           IF JOBISREADY
               MOVE JOBIDX TO FOUNDJOBIDX
           END-IF
       END-IF.

CHECKONEPREDECESSORDONE.
       MOVE JOBPREDECESSORIDX(JOBIDX, PREDIDX) TO OTHERJOBIDX
       IF OTHERJOBIDX NOT = ZERO
           IF JOBISDUE(OTHERJOBIDX) AND NOT JOBISPLACED(OTHERJOBIDX)
               MOVE "N" TO JOBREADYSWITCH
           END-IF
       END-IF.

PRINTONEPLANNEDJOB.
       MOVE RUNORDERJOBIDX(RUNORDERIDX) TO JOBIDX
       PERFORM RESOLVEJOBPARAMETERS
       PERFORM DESCRIBEJOBRULE
       MOVE RUNORDERIDX         TO PRNJOBSEQ
       MOVE JOBNAME(JOBIDX)     TO PRNJOBNAME
       MOVE RULEDESCRIPTION     TO PRNJOBRULE
       MOVE JOBTITLE(JOBIDX)    TO PRNJOBTITLE
       MOVE RESOLVEDPARAMETERS  TO PRNJOBPARAMETERS
       MOVE SPACES              TO PRNJOBSTATUS
       IF PLANDAYNUMBER = 1
           MOVE "N" TO JOBDONESWITCH
           PERFORM CHECKONEDONEJOB
               VARYING DONEJOBIDX FROM 1 BY 1
               UNTIL DONEJOBIDX > DONEJOBCOUNT
           IF JOBALREADYDONE
               MOVE "DONE" TO PRNJOBSTATUS
           END-IF
           PERFORM WRITEONERUNLISTJOB
       END-IF
       WRITE SCHEDULEPLANLINE FROM PLANJOBLINE
           AFTER ADVANCING 1 LINE.

CHECKONEDONEJOB.
       IF DONEJOBNAME(DONEJOBIDX) = JOBNAME(JOBIDX)
           SET JOBALREADYDONE TO TRUE
       END-IF.

*>   Completed jobs stay on the list - the driver's run control is what
*>   skips them on a restart, exactly as it always has.
WRITEONERUNLISTJOB.
       MOVE SPACES TO NIGHTLYRUNLISTREC
       MOVE JOBNAME(JOBIDX)      TO JOBNAME-NRL
       MOVE JOBTITLE(JOBIDX)     TO TITLE-NRL
       MOVE JOBDIRECTORY(JOBIDX) TO DIRECTORY-NRL
       MOVE JOBSOURCE(JOBIDX)    TO SOURCE-NRL
       MOVE JOBLOGNAME(JOBIDX)   TO LOGNAME-NRL
       MOVE RESOLVEDPARAMETERS   TO PARAMETERS-NRL
       MOVE "|" TO NIGHTLYRUNLISTREC(11:1)
       MOVE "|" TO NIGHTLYRUNLISTREC(36:1)
       MOVE "|" TO NIGHTLYRUNLISTREC(77:1)
       MOVE "|" TO NIGHTLYRUNLISTREC(102:1)
       MOVE "|" TO NIGHTLYRUNLISTREC(115:1)
       WRITE NIGHTLYRUNLISTREC.

DESCRIBEJOBRULE.
       MOVE SPACES TO RULEDESCRIPTION
       EVALUATE JOBRULE(JOBIDX)
           WHEN "DY"
               MOVE "EVERY NIGHT" TO RULEDESCRIPTION
           WHEN "WD"
               STRING "EVERY " WEEKDAYNAME(JOBRULEDAY(JOBIDX))
                   DELIMITED BY SIZE INTO RULEDESCRIPTION
               END-STRING
           WHEN "NW"
               STRING "WORKING DAY " JOBRULEDAYTEXT(JOBIDX)
                   DELIMITED BY SIZE INTO RULEDESCRIPTION
               END-STRING
           WHEN "LW"
               MOVE "LAST WORKING DAY" TO RULEDESCRIPTION
           WHEN "ME"
               MOVE "MONTH END" TO RULEDESCRIPTION
           WHEN "DM"
               STRING "DAY " JOBRULEDAYTEXT(JOBIDX) " OR NEXT WORKING"
                   DELIMITED BY SIZE INTO RULEDESCRIPTION
               END-STRING
       END-EVALUATE
       IF JOBMONTHMASK(JOBIDX) NOT = SPACES
           MOVE "SET MONTHS" TO RULEDESCRIPTION(21:10)
       END-IF.

*> ======================================================================
*>   Parameters
*> ======================================================================
RESOLVEJOBPARAMETERS.
       MOVE SPACES TO RESOLVEDPARAMETERS
       MOVE "N" TO UNKNOWNTOKENSWITCH
       IF JOBPARAMETERS(JOBIDX) NOT = SPACES
           MOVE SPACES TO PARAMETERPIECES
           MOVE ZERO TO PARAMETERPIECECOUNT
           UNSTRING JOBPARAMETERS(JOBIDX) DELIMITED BY "/"
               INTO PARAMETERPIECE(1) PARAMETERPIECE(2)
                    PARAMETERPIECE(3) PARAMETERPIECE(4)
                    PARAMETERPIECE(5) PARAMETERPIECE(6)
               TALLYING IN PARAMETERPIECECOUNT
           END-UNSTRING
           MOVE 1 TO PARAMETERPOINTER
           PERFORM RESOLVEONEPARAMETER
               VARYING PIECEIDX FROM 1 BY 1
               UNTIL PIECEIDX > PARAMETERPIECECOUNT
       END-IF.

RESOLVEONEPARAMETER.
       IF PIECEIDX > 1
           STRING "/" DELIMITED BY SIZE
               INTO RESOLVEDPARAMETERS WITH POINTER PARAMETERPOINTER
           END-STRING
       END-IF
       MOVE PARAMETERPIECE(PIECEIDX) TO RESOLVEDPIECE
       IF RESOLVEDPIECE(1:1) = "&"
           EVALUATE RESOLVEDPIECE
               WHEN "&RUNDATE"
                   MOVE PLANDATE TO RESOLVEDPIECE
               WHEN "&THISMONTH"
                   MOVE PLANDATE(1:6) TO RESOLVEDPIECE
               WHEN "&PRIORMONTH"
                   MOVE PLANDATE(1:6) TO WORKYEARMONTH
                   IF WORKMONTH = 1
                       SUBTRACT 1 FROM WORKYEAR
                       MOVE 12 TO WORKMONTH
                   ELSE
                       SUBTRACT 1 FROM WORKMONTH
                   END-IF
                   MOVE WORKYEARMONTH TO RESOLVEDPIECE
               WHEN "&PRIORYEAR"
                   MOVE PLANDATE(1:6) TO WORKYEARMONTH
                   SUBTRACT 1 FROM WORKYEAR
                   MOVE WORKYEAR TO RESOLVEDPIECE
               WHEN OTHER
                   SET UNKNOWNTOKENFOUND TO TRUE
           END-EVALUATE
       END-IF
       IF RESOLVEDPIECE NOT = SPACES
           STRING RESOLVEDPIECE DELIMITED BY SPACE
               INTO RESOLVEDPARAMETERS WITH POINTER PARAMETERPOINTER
           END-STRING
       END-IF.
