      * CSCI3180 Principles of Programming Languages
      *
      * TA-JOBCTL: the nightly job-stream controller.
      *
      * The overnight sequence is a fixed order of steps --
      * TA-CANDMAINT, TA-INSTMAINT, the TA-RANKING modes, TA-REPORT
      * and TA-OFFEREXT -- and until now an operator chained them by
      * hand, and after an abend read runlog.txt to work out which
      * steps had already finished before restarting.  This program
      * runs the stream from a step plan and does that reading
      * itself.
      *
      * jobplan.txt gives one step per line, in the order they run:
      * the program name, the PARAM-MODE (used for TA-RANKING, which
      * reads it from control.txt; blank is mode 0), and the return
      * codes that stop the stream, as two-digit codes separated by
      * spaces.  A step with no codes listed stops the stream on any
      * non-zero return.  A return of 100 or more is never a step's
      * own class code -- the step could not be started, or died
      * outside its own error handling -- and always stops.  A line
      * starting with * is a comment.  A plan line that will not
      * parse rejects the whole plan before anything is run.
      *
      * Each step is run as its executable in the current directory
      * (TA-RANKING as ./ta_ranking).  Before a TA-RANKING step the
      * step's mode is put into control.txt's first record; the
      * record is put back as it was when the stream ends.
      *
      * On a rerun, the leading steps that finished earlier today
      * are skipped as already done.  Today's ENDED entries in
      * runlog.txt are matched to the plan in order: each marks the
      * first plan line for its program (and, for TA-RANKING, mode)
      * not yet marked, so a program planned twice is only done
      * twice over when it ended twice.  Once a step is run, every
      * later step runs too, since it must see what that step
      * wrote.  Before every step it does run, the
      * candmast.gen stamp is checked: a stamp that does not read
      * COMPLETE holds the stream before that step, whatever the
      * step, because the candidate master is a half-applied pool
      * until TA-CANDMAINT or TA-CANDRECOV finishes.  No stamp at
      * all is accepted, as TA-RANKING accepts it.
      *
      * jobsummary.txt is the morning handover: one line per step
      * with its status, elapsed time and return code, and how the
      * stream ended.  The controller's own return code is the
      * stopping step's, the master class when the stamp held the
      * stream, or the control class when the plan was rejected.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  Review fix: a runlog.txt entry marks one plan
      *             line, in plan order, not every line for its
      *             program, and no step after one that is run is
      *             skipped as done.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-JOBCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBPLAN-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBPLAN-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT OPTIONAL GEN-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The step plan: program, mode, and the stopping return codes.
       FD JOBPLAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JOBPLAN-TABLE JOBPLAN-COMMENT
           VALUE OF FILE-ID IS "jobplan.txt".
       01 JOBPLAN-TABLE.
           05 JP-PROGRAM PIC X(12).
           05 JP-SPACE1 PIC X.
           05 JP-MODE PIC X.
           05 JP-SPACE2 PIC X.
           05 JP-STOP-LIST PIC X(40).
       01 JOBPLAN-COMMENT.
           05 JP-COMMENT-MARK PIC X.
           05 JP-COMMENT-TEXT PIC X(54).

      * TA-RANKING's control.txt, handled here as whole records: the
      * mode is the first byte of the first record, and every
      * record is written back otherwise untouched.
       FD CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONTROL-LINE
           VALUE OF FILE-ID IS "control.txt".
       01 CONTROL-LINE PIC X(120).

      * TA-CANDMAINT's generation stamp for the candidate master.
       FD GEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-TABLE
           VALUE OF FILE-ID IS "candmast.gen".
       01 GEN-TABLE.
           05 GEN-STATE PIC X(10).
           05 GEN-SPACE1 PIC X.
           05 GEN-NUMBER PIC 9(6).
           05 GEN-SPACE2 PIC X.
           05 GEN-DATE PIC 9(8).
           05 GEN-SPACE3 PIC X.
           05 GEN-TIME PIC 9(6).

      * The one-page job summary.
       FD SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JS-LINE
           VALUE OF FILE-ID IS "jobsummary.txt".
       01 JS-LINE PIC X(80).
       01 JS-DETAIL.
           05 JS-STEP PIC ZZ9.
           05 JS-SPACE1 PIC X(3).
           05 JS-PROGRAM PIC X(12).
           05 JS-SPACE2 PIC XX.
           05 JS-MODE PIC 9.
           05 JS-SPACE3 PIC X(3).
           05 JS-STATUS PIC X(8).
           05 JS-SPACE4 PIC XX.
           05 JS-ELAPSED PIC X(8).
           05 JS-SPACE5 PIC XX.
           05 JS-RC PIC X(3).

      * The persistent run log every step appends to, read here for
      * what already finished today and appended to like any step.
       FD RUNLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RUNLOG-TABLE
           VALUE OF FILE-ID IS "runlog.txt".
       01 RUNLOG-TABLE.
           05 RL-DATE PIC 9(8).
           05 RL-SPACE1 PIC X.
           05 RL-TIME PIC 9(6).
           05 RL-SPACE2 PIC X.
           05 RL-PROGRAM PIC X(12).
           05 RL-SPACE3 PIC X.
           05 RL-MODE PIC 9.
           05 RL-SPACE4 PIC X.
           05 RL-EVENT PIC X(7).
           05 RL-SPACE5 PIC X.
           05 RL-DETAIL PIC X(20).

       WORKING-STORAGE SECTION.
       01 JOBPLAN-STATUS PIC XX.
       01 CONTROL-STATUS PIC XX.
       01 GEN-STATUS PIC XX.
       01 SUMMARY-STATUS PIC XX.
       01 EOF-JOBPLAN PIC 9 VALUE 0.
       01 EOF-CONTROL PIC 9 VALUE 0.
       01 EOF-GEN PIC 9 VALUE 0.
       01 EOF-RUNLOG PIC 9 VALUE 0.

      * The steps of the plan, and how each one went.  ST-DONE is
      * 1 when one of today's ENDED run-log entries fell to the
      * step.  MARK-FOUND stops the search once an entry has.
       01 STEP-MAX PIC 99 VALUE 20.
       01 STEP-USED PIC 99 VALUE 0.
       01 MARK-FOUND PIC 9 VALUE 0.
       01 STEP-MEMORY.
           05 STEP-ENTRY OCCURS 20 TIMES.
               10 ST-PROGRAM PIC X(12) VALUE SPACES.
               10 ST-MODE PIC 9 VALUE 0.
               10 ST-STOP-COUNT PIC 99 VALUE 0.
               10 ST-STOP-CODE PIC 99 VALUE 0 OCCURS 10 TIMES.
               10 ST-DONE PIC 9 VALUE 0.
               10 ST-RAN PIC 9 VALUE 0.
               10 ST-STATUS PIC X(8) VALUE SPACES.
               10 ST-RC PIC 999 VALUE 0.
               10 ST-ELAPSED PIC 9(5) VALUE 0.
       01 ST-I PIC 99.
       01 ST-END PIC 99.
       01 SC-I PIC 99.
       01 RANKING-NAME PIC X(12) VALUE "TA-RANKING".

      * Plan parsing.
       01 PLAN-LINE-NO PIC 9(4) VALUE 0.
       01 PLAN-PROBLEM PIC X(40) VALUE SPACES.
       01 PLAN-REJECTED PIC 9 VALUE 0.
       01 PLAN-LINE-EDIT PIC ZZZ9.
       01 SL-POINTER PIC 99.
       01 SL-TOKEN.
           05 SL-DIGITS PIC XX.
           05 SL-EXTRA PIC X.
       01 SL-CODE PIC 99.

      * control.txt as it stood when the stream began.  CTL-WORK
      * is the first record with its mode byte broken out.
       01 CTL-MAX PIC 99 VALUE 10.
       01 CTL-USED PIC 99 VALUE 0.
       01 CTL-CHANGED PIC 9 VALUE 0.
       01 CTL-MEMORY.
           05 CTL-SAVED PIC X(120) VALUE SPACES OCCURS 10 TIMES.
       01 CTL-WORK.
           05 CTL-WORK-MODE PIC 9.
           05 CTL-WORK-REST PIC X(119).
       01 CTL-I PIC 99.

      * Running a step: the command line, the wait status the
      * shell hands back (exit code in its high byte), and the
      * step's return code taken from it.
       01 CMD-LINE PIC X(40) VALUE SPACES.
       01 CMD-NAME PIC X(12) VALUE SPACES.
       01 RAW-RC PIC S9(9) VALUE 0.
       01 STEP-RC PIC 999 VALUE 0.
       01 STOP-HIT PIC 9 VALUE 0.
       01 GEN-OK PIC 9 VALUE 1.

      * Where the stream stands, and how it ended.
       01 STREAM-STOPPED PIC 9 VALUE 0.
       01 STOP-STEP PIC 99 VALUE 0.
       01 STOP-HELD PIC 9 VALUE 0.
       01 STOP-RC PIC 999 VALUE 0.
       01 RUN-COUNT PIC 99 VALUE 0.
       01 SKIP-COUNT PIC 99 VALUE 0.
       01 STEP-EDIT PIC Z9.
       01 COUNT-EDIT PIC Z9.
       01 RC-EDIT PIC ZZ9.

      * Clock arithmetic: a TIME value as seconds since midnight,
      * and an elapsed count of seconds as HH:MM:SS.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 TM-RAW.
           05 TM-HH PIC 99.
           05 TM-MM PIC 99.
           05 TM-SS PIC 99.
           05 TM-FF PIC 99.
       01 TM-SECONDS PIC 9(5) VALUE 0.
       01 STREAM-START-RAW PIC 9(8) VALUE 0.
       01 STEP-START-SECS PIC 9(5) VALUE 0.
       01 STEP-END-SECS PIC 9(5) VALUE 0.
       01 EL-SECS PIC 9(5) VALUE 0.
       01 EL-REM PIC 9(5) VALUE 0.
       01 EL-TEXT.
           05 EL-HH PIC 99.
           05 EL-C1 PIC X VALUE ":".
           05 EL-MM PIC 99.
           05 EL-C2 PIC X VALUE ":".
           05 EL-SS PIC 99.
       01 CLOCK-TEXT.
           05 CK-HH PIC 99.
           05 CK-C1 PIC X VALUE ":".
           05 CK-MM PIC 99.
           05 CK-C2 PIC X VALUE ":".
           05 CK-SS PIC 99.

      * Abend reporting: the file that failed, its two-byte FILE
      * STATUS, and the return-code class the scheduler branches
      * on -- 10 input, 20 master, 30 output, 40 control.
       01 ERR-FILE-NAME PIC X(15) VALUE SPACES.
       01 ERR-FILE-STATUS PIC XX VALUE SPACES.
       01 ERR-RETURN-CODE PIC 99 VALUE 0.
       01 RC-INPUT PIC 99 VALUE 10.
       01 RC-MASTER PIC 99 VALUE 20.
       01 RC-OUTPUT PIC 99 VALUE 30.
       01 RC-CONTROL PIC 99 VALUE 40.
       01 RUNLOG-STATUS PIC XX.
       01 RL-TIME-RAW.
           05 RL-TIME-HMS PIC 9(6).
           05 RL-TIME-FRAC PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TM-RAW FROM TIME.
           MOVE TM-RAW TO STREAM-START-RAW.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT SUMMARY-FILE.
           IF (SUMMARY-STATUS NOT EQUAL 00)
               GO TO SUMMARY-FILE-ERROR.
           PERFORM WRITE-TITLE.
           PERFORM LOAD-PLAN.
           IF (PLAN-REJECTED EQUAL 1)
               PERFORM REJECT-PLAN-END.
           PERFORM LOAD-RUNLOG.
           PERFORM LOAD-CONTROL.
           MOVE "STP   PROGRAM       M   STATUS    ELAPSED   RC"
               TO JS-LINE.
           WRITE JS-LINE.
           MOVE 0 TO STREAM-STOPPED.
           MOVE 1 TO ST-I.
           MOVE STEP-USED TO ST-END.
           ADD 1 TO ST-END.
           IF (STEP-USED > 0)
               PERFORM RUN-STEP-LOOP.
           IF (CTL-CHANGED EQUAL 1)
               PERFORM RESTORE-CONTROL.
           PERFORM WRITE-STREAM-RESULT.
           CLOSE SUMMARY-FILE.
           IF (STREAM-STOPPED EQUAL 1)
               PERFORM STREAM-STOPPED-END.
           PERFORM WRITE-RUN-LOG-END.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       WRITE-TITLE.
           MOVE STREAM-START-RAW TO TM-RAW.
           PERFORM SET-CLOCK-TEXT.
           MOVE SPACES TO JS-LINE.
           STRING "TA NIGHTLY JOB STREAM  RUN " RUN-DATE
               "  STARTED " CLOCK-TEXT
               DELIMITED BY SIZE INTO JS-LINE.
           WRITE JS-LINE.
           MOVE SPACES TO JS-LINE.
           WRITE JS-LINE.

      * Load and check the plan.  Every bad line is listed before
      * the plan is refused, so one pass of corrections fixes it.
       LOAD-PLAN.
           OPEN INPUT JOBPLAN-FILE.
           IF (JOBPLAN-STATUS NOT EQUAL 00)
               GO TO JOBPLAN-FILE-ERROR.
           MOVE 0 TO EOF-JOBPLAN.
           MOVE 0 TO PLAN-LINE-NO.
           MOVE 0 TO STEP-USED.
           PERFORM LOAD-PLAN-LOOP.
           CLOSE JOBPLAN-FILE.
           IF (STEP-USED EQUAL 0 AND PLAN-REJECTED EQUAL 0)
               MOVE 0 TO PLAN-LINE-NO
               MOVE "plan has no steps" TO PLAN-PROBLEM
               PERFORM WRITE-PLAN-PROBLEM.

       LOAD-PLAN-LOOP.
           READ JOBPLAN-FILE AT END MOVE 1 TO EOF-JOBPLAN.
           IF (EOF-JOBPLAN EQUAL 0)
               ADD 1 TO PLAN-LINE-NO.
           IF (EOF-JOBPLAN EQUAL 0 AND JOBPLAN-TABLE NOT EQUAL SPACES
               AND JP-COMMENT-MARK NOT EQUAL "*")
               PERFORM STORE-PLAN-STEP.
           IF (EOF-JOBPLAN EQUAL 0)
               GO TO LOAD-PLAN-LOOP.

       STORE-PLAN-STEP.
           MOVE SPACES TO PLAN-PROBLEM.
           IF (JP-PROGRAM EQUAL SPACES)
               MOVE "program name missing" TO PLAN-PROBLEM.
           IF (PLAN-PROBLEM EQUAL SPACES AND
               JP-MODE NOT EQUAL SPACE AND JP-MODE IS NOT NUMERIC)
               MOVE "mode not a digit" TO PLAN-PROBLEM.
           IF (PLAN-PROBLEM EQUAL SPACES AND STEP-USED NOT < STEP-MAX)
               MOVE "more than 20 steps" TO PLAN-PROBLEM.
           IF (PLAN-PROBLEM EQUAL SPACES)
               ADD 1 TO STEP-USED
               MOVE JP-PROGRAM TO ST-PROGRAM(STEP-USED)
               MOVE 0 TO ST-MODE(STEP-USED)
               MOVE 0 TO ST-STOP-COUNT(STEP-USED)
               IF (JP-MODE IS NUMERIC)
                   MOVE JP-MODE TO ST-MODE(STEP-USED).
           IF (PLAN-PROBLEM EQUAL SPACES)
               MOVE 1 TO SL-POINTER
               MOVE 1 TO SC-I
               PERFORM STORE-STOP-CODE-LOOP.
           IF (PLAN-PROBLEM NOT EQUAL SPACES)
               PERFORM WRITE-PLAN-PROBLEM.

      * Each stop code is two digits; up to ten per step.
       STORE-STOP-CODE-LOOP.
           MOVE SPACES TO SL-TOKEN.
           IF (SL-POINTER < 41)
               UNSTRING JP-STOP-LIST DELIMITED BY ALL SPACE
                   INTO SL-TOKEN
                   WITH POINTER SL-POINTER.
           IF (SL-TOKEN NOT EQUAL SPACES AND
               (SL-DIGITS IS NOT NUMERIC OR
                SL-EXTRA NOT EQUAL SPACE))
               MOVE "stop code not two digits" TO PLAN-PROBLEM.
           IF (SL-TOKEN NOT EQUAL SPACES AND
               PLAN-PROBLEM EQUAL SPACES AND
               ST-STOP-COUNT(STEP-USED) NOT < 10)
               MOVE "more than 10 stop codes" TO PLAN-PROBLEM.
           IF (SL-TOKEN NOT EQUAL SPACES AND
               PLAN-PROBLEM EQUAL SPACES)
               ADD 1 TO ST-STOP-COUNT(STEP-USED)
               MOVE SL-DIGITS TO SL-CODE
               MOVE SL-CODE TO
                   ST-STOP-CODE(STEP-USED, ST-STOP-COUNT(STEP-USED)).
           ADD 1 TO SC-I.
           IF (SC-I < 21 AND PLAN-PROBLEM EQUAL SPACES AND
               SL-POINTER < 41)
               GO TO STORE-STOP-CODE-LOOP.

       WRITE-PLAN-PROBLEM.
           MOVE 1 TO PLAN-REJECTED.
           MOVE PLAN-LINE-NO TO PLAN-LINE-EDIT.
           MOVE SPACES TO JS-LINE.
           STRING "*** jobplan.txt line " PLAN-LINE-EDIT "  "
               PLAN-PROBLEM DELIMITED BY SIZE INTO JS-LINE.
           WRITE JS-LINE.

      * A plan that will not parse runs nothing: the stream is
      * refused with the control-problem class.
       REJECT-PLAN-END.
           MOVE SPACES TO JS-LINE.
           WRITE JS-LINE.
           MOVE "PLAN REJECTED: NO STEP WAS RUN" TO JS-LINE.
           WRITE JS-LINE.
           CLOSE SUMMARY-FILE.
           DISPLAY "job plan rejected: see jobsummary.txt".
           MOVE "jobplan.txt" TO ERR-FILE-NAME.
           MOVE SPACES TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           PERFORM WRITE-RUN-LOG-ABEND.
           MOVE ERR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Today's run-log entries, oldest first: each ENDED entry
      * marks the next plan line for its step as already done.
       LOAD-RUNLOG.
           OPEN INPUT RUNLOG-FILE.
           IF (RUNLOG-STATUS NOT EQUAL 00 AND
               RUNLOG-STATUS NOT EQUAL 05)
               GO TO RUNLOG-FILE-ERROR.
           MOVE 0 TO EOF-RUNLOG.
           IF (RUNLOG-STATUS EQUAL 00)
               PERFORM LOAD-RUNLOG-LOOP.
           CLOSE RUNLOG-FILE.

       LOAD-RUNLOG-LOOP.
           READ RUNLOG-FILE AT END MOVE 1 TO EOF-RUNLOG.
           IF (EOF-RUNLOG EQUAL 0 AND RL-DATE EQUAL RUN-DATE AND
               RL-EVENT EQUAL "ENDED  ")
               MOVE 1 TO ST-I
               MOVE 0 TO MARK-FOUND
               PERFORM MARK-STEP-LOOP.
           IF (EOF-RUNLOG EQUAL 0)
               GO TO LOAD-RUNLOG-LOOP.

      * Only TA-RANKING's steps are told apart by mode; every other
      * program logs mode 0 whatever the plan says.
       MARK-STEP-LOOP.
           IF (ST-PROGRAM(ST-I) EQUAL RL-PROGRAM AND
               (ST-PROGRAM(ST-I) NOT EQUAL RANKING-NAME OR
                ST-MODE(ST-I) EQUAL RL-MODE) AND
               ST-DONE(ST-I) EQUAL 0)
               MOVE 1 TO ST-DONE(ST-I)
               MOVE 1 TO MARK-FOUND.
           ADD 1 TO ST-I.
           IF (MARK-FOUND EQUAL 0 AND ST-I NOT > STEP-USED)
               GO TO MARK-STEP-LOOP.

      * Keep control.txt's records so the mode can be set for each
      * TA-RANKING step and the file put back afterwards.
       LOAD-CONTROL.
           MOVE 0 TO CTL-USED.
           OPEN INPUT CONTROL-FILE.
           IF (CONTROL-STATUS NOT EQUAL 00 AND
               CONTROL-STATUS NOT EQUAL 05)
               GO TO CONTROL-FILE-ERROR.
           MOVE 0 TO EOF-CONTROL.
           IF (CONTROL-STATUS EQUAL 00)
               PERFORM LOAD-CONTROL-LOOP.
           CLOSE CONTROL-FILE.

       LOAD-CONTROL-LOOP.
           READ CONTROL-FILE AT END MOVE 1 TO EOF-CONTROL.
           IF (EOF-CONTROL EQUAL 0 AND CTL-USED < CTL-MAX)
               ADD 1 TO CTL-USED
               MOVE CONTROL-LINE TO CTL-SAVED(CTL-USED).
           IF (EOF-CONTROL EQUAL 0)
               GO TO LOAD-CONTROL-LOOP.

      * Decide each step in turn: not run once the stream has
      * stopped, skipped when done earlier today and no step before
      * it has run, held when the candidate master's stamp is not
      * COMPLETE, else run.
       RUN-STEP-LOOP.
           MOVE "NOT RUN " TO ST-STATUS(ST-I).
           IF (RUN-COUNT > 0)
               MOVE 0 TO ST-DONE(ST-I).
           IF (STREAM-STOPPED EQUAL 0 AND ST-DONE(ST-I) EQUAL 1)
               MOVE "SKIPPED " TO ST-STATUS(ST-I)
               ADD 1 TO SKIP-COUNT.
           IF (STREAM-STOPPED EQUAL 0 AND ST-DONE(ST-I) EQUAL 0)
               PERFORM CHECK-GEN-STAMP
               IF (GEN-OK EQUAL 0)
                   MOVE "HELD    " TO ST-STATUS(ST-I)
                   MOVE 1 TO STREAM-STOPPED
                   MOVE 1 TO STOP-HELD
                   MOVE ST-I TO STOP-STEP.
           IF (STREAM-STOPPED EQUAL 0 AND ST-DONE(ST-I) EQUAL 0)
               PERFORM RUN-ONE-STEP.
           PERFORM WRITE-STEP-LINE.
           ADD 1 TO ST-I.
           IF (ST-I < ST-END)
               GO TO RUN-STEP-LOOP.

       CHECK-GEN-STAMP.
           MOVE 1 TO GEN-OK.
           OPEN INPUT GEN-FILE.
           IF (GEN-STATUS NOT EQUAL 00 AND GEN-STATUS NOT EQUAL 05)
               GO TO GEN-FILE-ERROR.
           MOVE 0 TO EOF-GEN.
           IF (GEN-STATUS EQUAL 00)
               READ GEN-FILE AT END MOVE 1 TO EOF-GEN.
           IF (GEN-STATUS EQUAL 00 AND EOF-GEN EQUAL 0 AND
               GEN-STATE NOT EQUAL "COMPLETE")
               MOVE 0 TO GEN-OK.
           CLOSE GEN-FILE.

      * Run the step and time it.  The shell's wait status carries
      * the exit code in its high byte; anything in the low byte
      * means the step never exited normally, reported as 999.
       RUN-ONE-STEP.
           IF (ST-PROGRAM(ST-I) EQUAL RANKING-NAME)
               PERFORM SET-CONTROL-MODE.
           MOVE ST-PROGRAM(ST-I) TO CMD-NAME.
           INSPECT CMD-NAME CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ-"
               TO "abcdefghijklmnopqrstuvwxyz_".
           MOVE SPACES TO CMD-LINE.
           STRING "./" CMD-NAME DELIMITED BY SPACE INTO CMD-LINE.
           ACCEPT TM-RAW FROM TIME.
           PERFORM SET-TM-SECONDS.
           MOVE TM-SECONDS TO STEP-START-SECS.
           CALL "SYSTEM" USING CMD-LINE.
           MOVE RETURN-CODE TO RAW-RC.
           MOVE 0 TO RETURN-CODE.
           ACCEPT TM-RAW FROM TIME.
           PERFORM SET-TM-SECONDS.
           MOVE TM-SECONDS TO STEP-END-SECS.
           IF (STEP-END-SECS < STEP-START-SECS)
               ADD 86400 TO STEP-END-SECS.
           SUBTRACT STEP-START-SECS FROM STEP-END-SECS
               GIVING ST-ELAPSED(ST-I).
           MOVE 999 TO STEP-RC.
           IF (RAW-RC EQUAL 0)
               MOVE 0 TO STEP-RC.
           IF (RAW-RC > 255)
               DIVIDE RAW-RC BY 256 GIVING STEP-RC.
           MOVE STEP-RC TO ST-RC(ST-I).
           MOVE 1 TO ST-RAN(ST-I).
           ADD 1 TO RUN-COUNT.
           PERFORM CHECK-STOP-CODE.
           MOVE "OK      " TO ST-STATUS(ST-I).
           IF (STEP-RC > 0)
               MOVE "WARNING " TO ST-STATUS(ST-I).
           IF (STOP-HIT EQUAL 1)
               MOVE "FAILED  " TO ST-STATUS(ST-I)
               MOVE 1 TO STREAM-STOPPED
               MOVE ST-I TO STOP-STEP
               MOVE STEP-RC TO STOP-RC.

       CHECK-STOP-CODE.
           MOVE 0 TO STOP-HIT.
           IF (STEP-RC > 99)
               MOVE 1 TO STOP-HIT.
           IF (STEP-RC > 0 AND ST-STOP-COUNT(ST-I) EQUAL 0)
               MOVE 1 TO STOP-HIT.
           MOVE 1 TO SC-I.
           IF (STEP-RC > 0 AND ST-STOP-COUNT(ST-I) > 0)
               PERFORM CHECK-STOP-CODE-LOOP.

       CHECK-STOP-CODE-LOOP.
           IF (ST-STOP-CODE(ST-I, SC-I) EQUAL STEP-RC)
               MOVE 1 TO STOP-HIT.
           ADD 1 TO SC-I.
           IF (SC-I NOT > ST-STOP-COUNT(ST-I) AND STOP-HIT EQUAL 0)
               GO TO CHECK-STOP-CODE-LOOP.

      * Put the step's mode into control.txt's first record.  With
      * no control.txt at all a record holding only the mode is
      * written; TA-RANKING takes its defaults for the rest.
       SET-CONTROL-MODE.
           MOVE SPACES TO CTL-WORK.
           IF (CTL-USED > 0)
               MOVE CTL-SAVED(1) TO CTL-WORK.
           MOVE ST-MODE(ST-I) TO CTL-WORK-MODE.
           OPEN OUTPUT CONTROL-FILE.
           IF (CONTROL-STATUS NOT EQUAL 00)
               GO TO CONTROL-FILE-ERROR.
           MOVE CTL-WORK TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE 2 TO CTL-I.
           IF (CTL-USED > 1)
               PERFORM WRITE-CONTROL-REST-LOOP.
           CLOSE CONTROL-FILE.
           MOVE 1 TO CTL-CHANGED.

       WRITE-CONTROL-REST-LOOP.
           MOVE CTL-SAVED(CTL-I) TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           ADD 1 TO CTL-I.
           IF (CTL-I NOT > CTL-USED)
               GO TO WRITE-CONTROL-REST-LOOP.

      * Put control.txt back as the stream found it.  A stream
      * that began with no control.txt leaves one at mode 0, the
      * mode TA-RANKING assumed without it.
       RESTORE-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF (CONTROL-STATUS NOT EQUAL 00)
               GO TO CONTROL-FILE-ERROR.
           IF (CTL-USED EQUAL 0)
               MOVE SPACES TO CTL-WORK
               MOVE 0 TO CTL-WORK-MODE
               MOVE CTL-WORK TO CONTROL-LINE
               WRITE CONTROL-LINE.
           MOVE 1 TO CTL-I.
           IF (CTL-USED > 0)
               PERFORM WRITE-CONTROL-REST-LOOP.
           CLOSE CONTROL-FILE.

       WRITE-STEP-LINE.
           MOVE SPACES TO JS-DETAIL.
           MOVE ST-I TO JS-STEP.
           MOVE ST-PROGRAM(ST-I) TO JS-PROGRAM.
           MOVE ST-MODE(ST-I) TO JS-MODE.
           MOVE ST-STATUS(ST-I) TO JS-STATUS.
           IF (ST-RAN(ST-I) EQUAL 1)
               MOVE ST-ELAPSED(ST-I) TO EL-SECS
               PERFORM SET-ELAPSED-TEXT
               MOVE EL-TEXT TO JS-ELAPSED
               MOVE ST-RC(ST-I) TO RC-EDIT
               MOVE RC-EDIT TO JS-RC.
           WRITE JS-DETAIL.

       WRITE-STREAM-RESULT.
           MOVE SPACES TO JS-LINE.
           WRITE JS-LINE.
           MOVE SPACES TO JS-LINE.
           MOVE STOP-STEP TO STEP-EDIT.
           IF (STREAM-STOPPED EQUAL 0)
               MOVE "STREAM COMPLETE" TO JS-LINE.
           IF (STREAM-STOPPED EQUAL 1 AND STOP-HELD EQUAL 1)
               STRING "STREAM HELD BEFORE STEP " STEP-EDIT
                   ": candmast.gen NOT COMPLETE"
                   DELIMITED BY SIZE INTO JS-LINE.
           IF (STREAM-STOPPED EQUAL 1 AND STOP-HELD EQUAL 0)
               MOVE STOP-RC TO RC-EDIT
               STRING "STREAM STOPPED AT STEP " STEP-EDIT " "
                   ST-PROGRAM(STOP-STEP) " RC " RC-EDIT
                   DELIMITED BY SIZE INTO JS-LINE.
           WRITE JS-LINE.
           MOVE SPACES TO JS-LINE.
           MOVE RUN-COUNT TO STEP-EDIT.
           MOVE SKIP-COUNT TO COUNT-EDIT.
           ACCEPT TM-RAW FROM TIME.
           PERFORM SET-CLOCK-TEXT.
           STRING "STEPS RUN " STEP-EDIT "  SKIPPED AS DONE "
               COUNT-EDIT "  FINISHED " CLOCK-TEXT
               DELIMITED BY SIZE INTO JS-LINE.
           WRITE JS-LINE.

      * The stream did not finish: the run log says where, and the
      * return code carries the stopping step's code (or the master
      * class for a held stream) so a scheduler can branch on it.
       STREAM-STOPPED-END.
           MOVE "ABENDED" TO RL-EVENT.
           MOVE SPACES TO RL-DETAIL.
           MOVE STOP-STEP TO STEP-EDIT.
           IF (STOP-HELD EQUAL 1)
               STRING "held step " STEP-EDIT " gen"
                   DELIMITED BY SIZE INTO RL-DETAIL
               MOVE RC-MASTER TO STOP-RC
           ELSE
               MOVE STOP-RC TO RC-EDIT
               STRING "stopped step " STEP-EDIT " " RC-EDIT
                   DELIMITED BY SIZE INTO RL-DETAIL.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "job stream stopped: see jobsummary.txt".
           MOVE STOP-RC TO RETURN-CODE.
           STOP RUN.

       SET-TM-SECONDS.
           COMPUTE TM-SECONDS = TM-HH * 3600 + TM-MM * 60 + TM-SS.

       SET-CLOCK-TEXT.
           MOVE TM-HH TO CK-HH.
           MOVE TM-MM TO CK-MM.
           MOVE TM-SS TO CK-SS.

       SET-ELAPSED-TEXT.
           DIVIDE EL-SECS BY 3600 GIVING EL-HH REMAINDER EL-REM.
           DIVIDE EL-REM BY 60 GIVING EL-MM REMAINDER EL-SS.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       JOBPLAN-FILE-ERROR.
           MOVE "jobplan.txt" TO ERR-FILE-NAME.
           MOVE JOBPLAN-STATUS TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CONTROL-FILE-ERROR.
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE CONTROL-STATUS TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       GEN-FILE-ERROR.
           MOVE "candmast.gen" TO ERR-FILE-NAME.
           MOVE GEN-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       RUNLOG-FILE-ERROR.
           MOVE "runlog.txt" TO ERR-FILE-NAME.
           MOVE RUNLOG-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       SUMMARY-FILE-ERROR.
           MOVE "jobsummary.txt" TO ERR-FILE-NAME.
           MOVE SUMMARY-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

      * Every abnormal end lands here with the facts already set:
      * name the file and its status for the operator, put the
      * same line on the run log, and hand the scheduler the
      * class code.
       FILE-ERROR.
           DISPLAY "file error: " ERR-FILE-NAME
               " status " ERR-FILE-STATUS.
           PERFORM WRITE-RUN-LOG-ABEND.
           MOVE ERR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-RUN-LOG-START.
           MOVE "STARTED" TO RL-EVENT.
           MOVE SPACES TO RL-DETAIL.
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG-END.
           MOVE "ENDED  " TO RL-EVENT.
           MOVE SPACES TO RL-DETAIL.
           PERFORM WRITE-RUN-LOG.

       WRITE-RUN-LOG-ABEND.
           MOVE "ABENDED" TO RL-EVENT.
           MOVE SPACES TO RL-DETAIL.
           STRING ERR-FILE-NAME " " ERR-FILE-STATUS
               DELIMITED BY SIZE INTO RL-DETAIL.
           PERFORM WRITE-RUN-LOG.

      * Append one line to the persistent run log.  A log that
      * cannot itself be opened is skipped rather than abended on:
      * the logger must never take the step down with it.
       WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-FILE.
           IF (RUNLOG-STATUS EQUAL 00 OR RUNLOG-STATUS EQUAL 05)
               PERFORM WRITE-RUN-LOG-BODY
               CLOSE RUNLOG-FILE.

       WRITE-RUN-LOG-BODY.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME-RAW FROM TIME.
           MOVE RL-TIME-HMS TO RL-TIME.
           MOVE "TA-JOBCTL   " TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
