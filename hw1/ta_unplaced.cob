      * CSCI3180 Principles of Programming Languages
      *
      * TA-UNPLACED: the unplaced-applicant disposition report.
      *
      * After every run the students on candmast.dat who got no
      * seat ask why, and the answer was spread over five files.
      * This program reads them all and gives each such student one
      * line: the single final reason they were not placed, the
      * course where they came closest, and where a score exists,
      * their best score against that course's cutoff.  A totals
      * block at the end counts the students per reason, so the
      * committee can see whether the GPA floor, the placement cap
      * or the hours budget is turning the most people away.
      *
      * "Unplaced" is every candidate on the master with no ACCEPTED
      * or PENDING line in roster.txt.  Each file a student appears
      * in is a stage they reached, and the latest stage gives the
      * final reason:
      *    ineligible      exceptions.txt ELIGIBILITY line, or the
      *                    same screen TA-RANKING applies (the
      *                    roster and later passes rewrite
      *                    exceptions.txt without those lines)
      *    DECLIN, EXPIRD  responses.txt: declined, or an open
      *                    offer past its fourteen-day deadline
      *    HOURS, CLASH,   asgclash.txt: reached in the assignment
      *    BUSY            pass and passed over
      *    BENCH           output.txt: on a bench, but the quota
      *                    was filled above them
      *    HELD            output.txt: on the bench of a course
      *                    rosterheld.txt lists as not signed off,
      *                    so no offer has gone out on it yet
      *    VETO, CAPPED,   nearmiss.txt: kept off a bench
      *    SCORE
      *    SKILLS, UNRANK  none of these: no course whose required
      *                    skills they met, or more than half a
      *                    point under every cutoff
      * Ineligibility is reported as GPA when the GPA floor was the
      * cause and INELIG otherwise.  Within one stage the closest
      * course is the best bench rank, the smallest shortfall
      * against the cutoff, or else the first course found.
      *
      * Scores come from scoredetail.txt.  A course's cutoff is the
      * one nearmiss.txt gives for it, or failing that the lowest
      * score on its output.txt bench.  Every input but candmast.dat
      * is optional; a missing one simply contributes nothing.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  Review fix: the roster pass writes no PENDING
      *             line for a course awaiting instructor sign-off,
      *             so its benched students were reported as BENCH,
      *             "quota filled above".  A bench seat on a course
      *             listed in rosterheld.txt is now reason HELD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-UNPLACED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CAND-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STD-ID
               FILE STATUS IS CAND-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT OPTIONAL EXCEPTIONS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTIONS-STATUS.
           SELECT OPTIONAL NEARMISS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEARMISS-STATUS.
           SELECT OPTIONAL OUTPUT-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS OUTPUT-STATUS.
           SELECT OPTIONAL ASGCLASH-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGCLASH-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT OPTIONAL ROSTERHELD-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTERHELD-STATUS.
           SELECT OPTIONAL SCOREDETAIL-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCOREDETAIL-STATUS.
           SELECT UNPLACED-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNPLACED-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TA-RANKING's control record, read here only for the GPA
      * floor; the rest is carried to match its layout.  A missing
      * file or a blank floor leaves TA-RANKING's default.
       FD PARAM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PARAM-TABLE
           VALUE OF FILE-ID IS "control.txt".
       01 PARAM-TABLE.
           05 PARAM-MODE PIC 9(1).
           05 PARAM-SPACE1 PIC X.
           05 PARAM-TOP-N PIC 99.
           05 PARAM-SPACE2 PIC X.
           05 PARAM-CAP PIC 99.
           05 PARAM-SPACE3 PIC X.
           05 PARAM-WT-REQ-BASE PIC 9V9.
           05 PARAM-SPACE4 PIC X.
           05 PARAM-WT-OPT-SKILL PIC 9V9.
           05 PARAM-SPACE5 PIC X.
           05 PARAM-WT-PREF1 PIC 9V9.
           05 PARAM-SPACE6 PIC X.
           05 PARAM-WT-PREF2 PIC 9V9.
           05 PARAM-SPACE7 PIC X.
           05 PARAM-WT-PREF3 PIC 9V9.
           05 PARAM-SPACE8 PIC X.
           05 PARAM-START-CRS-ID PIC 9(4).
           05 PARAM-SPACE9 PIC X.
           05 PARAM-WT-EXPER PIC 9V9.
           05 PARAM-SPACE10 PIC X.
           05 PARAM-TERM-ID PIC X(6).
           05 PARAM-SPACE11 PIC X.
           05 PARAM-TERM-START PIC 9(8).
           05 PARAM-SPACE12 PIC X.
           05 PARAM-TERM-END PIC 9(8).
           05 PARAM-SPACE13 PIC X.
           05 PARAM-GPA-FLOOR PIC 9V99.
           05 PARAM-SPACE14 PIC X.
           05 PARAM-WT-REQUEST PIC 9V9.
           05 PARAM-SPACE15 PIC X.
           05 PARAM-TS-MARGIN PIC 99.

      * The candidate master, read through in key order so each
      * record's position matches the line number TA-RANKING's
      * validation gives it in exceptions.txt.
       FD CAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAND-TABLE
           VALUE OF FILE-ID IS "candmast.dat".
       01 CAND-TABLE.
           05 STD-ID PIC 9(10).
           05 SPACER1 PIC A(1).
           05 SKILLS PIC A(15) OCCURS 8 TIMES.
           05 PREF-ENTRY OCCURS 6 TIMES.
               10 PREF-COURSE PIC 9(4).
               10 PREF-SPACER PIC A(1).
           05 CAND-GPA PIC 9V99.
           05 CAND-SPACE2 PIC X.
           05 CAND-YEAR PIC 9.
           05 CAND-SPACE3 PIC X.
           05 CAND-WORK-ELIG PIC X.
           05 CAND-SPACE4 PIC X.
           05 CAND-MAX-HOURS PIC 99.

      * The confirmed roster; an ACCEPTED or PENDING line places
      * the student.
       FD ROSTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ROSTER-TABLE
           VALUE OF FILE-ID IS "roster.txt".
       01 ROSTER-TABLE.
           05 RO-CRS-ID PIC 9(4).
           05 RO-SPACE1 PIC X.
           05 RO-STD-ID PIC 9(10).
           05 RO-SPACE2 PIC X.
           05 RO-STATUS PIC X(8).
           05 RO-SPACE3 PIC X.
           05 RO-DATE PIC 9(8).

      * TA-RANKING's validation exceptions; candmast.dat lines are
      * keyed by the record's line number.
       FD EXCEPTIONS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPTION-TABLE
           VALUE OF FILE-ID IS "exceptions.txt".
       01 EXCEPTION-TABLE.
           05 EX-FILE-NAME PIC X(15).
           05 EX-SPACE1 PIC X.
           05 EX-LINE-NO PIC 9(6).
           05 EX-SPACE2 PIC X.
           05 EX-FIELD PIC X(15).
           05 EX-SPACE3 PIC X.
           05 EX-PROBLEM PIC X(40).

      * Candidates kept off a bench: SCORE, CAPPED or VETO, with
      * their score and the bench's cutoff.
       FD NEARMISS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEARMISS-TABLE
           VALUE OF FILE-ID IS "nearmiss.txt".
       01 NEARMISS-TABLE.
           05 NM-CRS-ID PIC 9(4).
           05 NM-SPACE1 PIC X.
           05 NM-STD-ID PIC 9(10).
           05 NM-SPACE2 PIC X.
           05 NM-SCORE PIC 99V9.
           05 NM-SPACE3 PIC X.
           05 NM-CUTOFF PIC 99V9.
           05 NM-SPACE4 PIC X.
           05 NM-REASON PIC X(6).

      * The ranked benches, one line per course; a name's position
      * on the line is its rank.
       FD OUTPUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TABLE
           VALUE OF FILE-ID IS "output.txt".
       01 OUTPUT-TABLE.
           05 O-CRS-ID PIC 9(4).
           05 O-SPACE1 PIC A.
           05 O-LIST PIC X(131).
           05 O-RETURN PIC X.

      * Bench names the assignment pass passed over, and why.
       FD ASGCLASH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ASGCLASH-TABLE
           VALUE OF FILE-ID IS "asgclash.txt".
       01 ASGCLASH-TABLE.
           05 AC-CRS-ID PIC 9(4).
           05 AC-SPACE1 PIC X.
           05 AC-STD-ID PIC 9(10).
           05 AC-SPACE2 PIC X.
           05 AC-REASON PIC X(6).
           05 AC-SPACE3 PIC X.
           05 AC-OTHER-CRS PIC 9(4).

      * Offer responses: A accepted, D (or the old blank) declined,
      * P an offer still open since RSP-DATE.
       FD RESPONSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RESPONSE-TABLE
           VALUE OF FILE-ID IS "responses.txt".
       01 RESPONSE-TABLE.
           05 RSP-CRS-ID PIC 9(4).
           05 RSP-SPACE1 PIC X.
           05 RSP-STD-ID PIC 9(10).
           05 RSP-SPACE2 PIC X.
           05 RSP-CODE PIC X.
           05 RSP-SPACE3 PIC X.
           05 RSP-DATE PIC 9(8).

      * The roster pass's held-course list: one line per course
      * whose bench was not signed off when roster.txt was written.
      * Only the CRS-ID is wanted here.
       FD ROSTERHELD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ROSTERHELD-TABLE
           VALUE OF FILE-ID IS "rosterheld.txt".
       01 ROSTERHELD-TABLE.
           05 RH-CRS-ID PIC 9(4).
           05 RH-SPACE1 PIC X.
           05 RH-STATE PIC X(8).
           05 RH-SPACE2 PIC X.
           05 RH-LAPSED PIC X(8).
           05 RH-SPACE3 PIC X.
           05 RH-APPROVER PIC X(20).
           05 RH-SPACE4 PIC X.
           05 RH-DATE PIC X(8).
           05 RH-SPACE5 PIC X.
           05 RH-ACCEPTED PIC 99.
           05 RH-SPACE6 PIC X.
           05 RH-WAITING PIC 99.

      * Every candidate's score for every course the run scored.
       FD SCOREDETAIL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCOREDETAIL-TABLE
           VALUE OF FILE-ID IS "scoredetail.txt".
       01 SCOREDETAIL-TABLE.
           05 SD-CRS-ID PIC 9(4).
           05 SD-SPACE1 PIC X.
           05 SD-STD-ID PIC 9(10).
           05 SD-SPACE2 PIC X.
           05 SD-REQ-SAT PIC 9.
           05 SD-SPACE3 PIC X.
           05 SD-OPT-SCORE PIC 99V9.
           05 SD-SPACE4 PIC X.
           05 SD-PREF-SCORE PIC 99V9.
           05 SD-SPACE5 PIC X.
           05 SD-EXP-SCORE PIC 99V9.
           05 SD-SPACE6 PIC X.
           05 SD-TOTAL-SCORE PIC 99V9.
           05 SD-SPACE7 PIC X.
           05 SD-REQ-BONUS PIC 99V9.

      * The disposition report: a heading, one line per unplaced
      * candidate in master order, then the count per reason.
       FD UNPLACED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS UP-LINE
           VALUE OF FILE-ID IS "unplaced.txt".
       01 UP-LINE PIC X(80).
       01 UP-DETAIL.
           05 UP-STD-ID PIC X(10).
           05 UP-SPACE1 PIC XX.
           05 UP-REASON PIC X(6).
           05 UP-SPACE2 PIC XX.
           05 UP-CRS-ID PIC X(4).
           05 UP-SPACE3 PIC XX.
           05 UP-SCORE PIC X(4).
           05 UP-SPACE4 PIC XX.
           05 UP-CUTOFF PIC X(4).
           05 UP-SPACE5 PIC XX.
           05 UP-NOTE PIC X(40).
       01 UP-TOTAL.
           05 UT-REASON PIC X(6).
           05 UT-SPACE1 PIC XX.
           05 UT-LABEL PIC X(32).
           05 UT-SPACE2 PIC X.
           05 UT-COUNT PIC ZZZZZ9.

      * The persistent run log every step appends to, shared with
      * the companion programs.
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
       01 PARAM-STATUS PIC XX.
       01 CAND-STATUS PIC XX.
       01 ROSTER-STATUS PIC XX.
       01 EXCEPTIONS-STATUS PIC XX.
       01 NEARMISS-STATUS PIC XX.
       01 OUTPUT-STATUS PIC XX.
       01 ASGCLASH-STATUS PIC XX.
       01 RESPONSE-STATUS PIC XX.
       01 SCOREDETAIL-STATUS PIC XX.
       01 ROSTERHELD-STATUS PIC XX.
       01 UNPLACED-STATUS PIC XX.
       01 EOF-CAND PIC 9 VALUE 0.
       01 EOF-ROSTER PIC 9 VALUE 0.
       01 EOF-EXCEPTION PIC 9 VALUE 0.
       01 EOF-NEARMISS PIC 9 VALUE 0.
       01 EOF-OUTPUT PIC 9 VALUE 0.
       01 EOF-ASGCLASH PIC 9 VALUE 0.
       01 EOF-RESPONSE PIC 9 VALUE 0.
       01 EOF-SCOREDETAIL PIC 9 VALUE 0.
       01 EOF-ROSTERHELD PIC 9 VALUE 0.

      * TA-RANKING's eligibility floor and the day the run is made,
      * against which an open offer's deadline is judged.
       01 GPA-FLOOR PIC 9V99 VALUE 2.50.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 RESPONSE-DEADLINE-DAYS PIC 99 VALUE 14.

      * Students holding an ACCEPTED or PENDING roster line.
       01 ROST-MAX PIC 9(4) VALUE 2000.
       01 ROST-USED PIC 9(4) VALUE 0.
       01 ROST-MEMORY.
           05 RM-STD-ID PIC 9(10) VALUE 0 OCCURS 2000 TIMES.
       01 ROST-FOUND PIC 9 VALUE 0.

      * The unplaced candidates, in master order, with the latest
      * stage each one reached: 0 none, 1 near-miss, 2 bench, 3
      * assignment, 4 offer, 5 ineligible.  UN-GAP is the score
      * less the cutoff, used to choose between courses at the
      * near-miss stage and among scored courses at stage 0.
       01 UN-MAX PIC 9(4) VALUE 2000.
       01 UN-USED PIC 9(4) VALUE 0.
       01 UN-CAP-WARNED PIC 9 VALUE 0.
       01 UN-MEMORY.
           05 UN-ENTRY OCCURS 2000 TIMES.
               10 UN-STD-ID PIC X(10) VALUE SPACES.
               10 UN-LINE-NO PIC 9(6) VALUE 0.
               10 UN-STAGE PIC 9 VALUE 0.
               10 UN-REASON PIC X(6) VALUE SPACES.
               10 UN-CRS-ID PIC 9(4) VALUE 0.
               10 UN-RANK PIC 99 VALUE 0.
               10 UN-GAP PIC S99V9 VALUE 0.
               10 UN-SCORE PIC 99V9 VALUE 0.
               10 UN-SCORE-SET PIC 9 VALUE 0.
               10 UN-CUTOFF PIC 99V9 VALUE 0.
               10 UN-CUTOFF-SET PIC 9 VALUE 0.
               10 UN-SD-SEEN PIC 9 VALUE 0.
               10 UN-NOTE PIC X(40) VALUE SPACES.
       01 UN-INDEX PIC 9(4) VALUE 0.
       01 UN-I PIC 9(4).
       01 UN-END PIC 9(4).
       01 LOOK-STD-ID PIC X(10) VALUE SPACES.
       01 CAND-LINE-NO PIC 9(6) VALUE 0.

      * One piece of evidence about an unplaced candidate, offered
      * to OFFER-EVIDENCE to keep or pass over.
       01 EV-STAGE PIC 9 VALUE 0.
       01 EV-REASON PIC X(6) VALUE SPACES.
       01 EV-CRS-ID PIC 9(4) VALUE 0.
       01 EV-RANK PIC 99 VALUE 0.
       01 EV-GAP PIC S99V9 VALUE 0.
       01 EV-SCORE PIC 99V9 VALUE 0.
       01 EV-CUTOFF PIC 99V9 VALUE 0.
       01 EV-HAS-SCORE PIC 9 VALUE 0.
       01 EV-NOTE PIC X(40) VALUE SPACES.
       01 EV-TAKE PIC 9 VALUE 0.

      * Each bench's cutoff: CC-SOURCE 1 when nearmiss.txt gave it,
      * 2 when it is the lowest score found on the bench.
       01 CC-MAX PIC 9(4) VALUE 500.
       01 CC-USED PIC 9(4) VALUE 0.
       01 CC-MEMORY.
           05 CC-ENTRY OCCURS 500 TIMES.
               10 CC-CRS-ID PIC 9(4) VALUE 0.
               10 CC-CUTOFF PIC 99V9 VALUE 0.
               10 CC-SOURCE PIC 9 VALUE 0.
       01 CC-INDEX PIC 9(4) VALUE 0.
       01 LOOK-CRS-ID PIC 9(4) VALUE 0.

      * Every bench seat on output.txt, for working out the lowest
      * score on each bench.
       01 BN-MAX PIC 9(4) VALUE 5000.
       01 BN-USED PIC 9(4) VALUE 0.
       01 BN-MEMORY.
           05 BN-ENTRY OCCURS 5000 TIMES.
               10 BN-CRS-ID PIC 9(4) VALUE 0.
               10 BN-STD-ID PIC 9(10) VALUE 0.
       01 BN-FOUND PIC 9 VALUE 0.
       01 BN-I PIC 9(4).
       01 BN-END PIC 9(4).

      * Courses the roster pass held for instructor sign-off.
       01 HC-USED PIC 9(4) VALUE 0.
       01 HC-MEMORY.
           05 HC-CRS-ID PIC 9(4) VALUE 0 OCCURS 500 TIMES.
       01 HC-FOUND PIC 9 VALUE 0.
       01 HC-I PIC 9(4).
       01 HC-END PIC 9(4).

      * The reasons, in the order the totals are printed, and the
      * number of students given each.
       01 REASON-CODE-LITERAL.
           05 REASON-CODES-1 PIC X(36)
               VALUE "GPA   INELIGDECLINEXPIRDHOURS CLASH ".
           05 REASON-CODES-2 PIC X(48)
               VALUE "BUSY  BENCH HELD  VETO  CAPPEDSCORE SKILLSUNRANK".
       01 REASON-CODE-R REDEFINES REASON-CODE-LITERAL.
           05 REASON-CODE PIC X(6) OCCURS 14 TIMES.
       01 REASON-COUNTS.
           05 REASON-COUNT PIC 9(6) VALUE 0 OCCURS 14 TIMES.
       01 REASON-INDEX PIC 99 VALUE 0.
       01 R-I PIC 99.

      * Scratch: bench-line parsing, eligibility, score edits.
       01 RB-LIST PIC X(131).
       01 RB-TOKEN PIC X(10).
       01 RB-POINTER PIC 9(4).
       01 CAND-ELIGIBLE PIC 9 VALUE 0.
       01 ELIG-REASON PIC X(40) VALUE SPACES.
       01 SCORE-EDIT PIC Z9.9.
       01 MARGIN PIC S99V9 VALUE 0.
       01 SHORT-EDIT PIC 9.9.
       01 NOTE-CRS PIC 9(4).
       01 NOTE-RANK PIC 99.
       01 CANDIDATE-COUNT PIC 9(6) VALUE 0.
       01 PLACED-COUNT PIC 9(6) VALUE 0.
       01 UNPLACED-COUNT PIC 9(6) VALUE 0.
       01 I PIC 99.
       01 END-I PIC 99.
       01 PL-I PIC 9(4).
       01 PL-END PIC 9(4).

      * Calendar scratch for an open offer's deadline, as in
      * TA-RANKING's ADD-RESPONSE-DEADLINE.
       01 DL-DATE-IN-N PIC 9(8).
       01 DL-DATE-OUT.
           05 DL-OUT-YEAR PIC 9(4).
           05 DL-OUT-MONTH PIC 99.
           05 DL-OUT-DAY PIC 99.
       01 DL-DATE-OUT-N REDEFINES DL-DATE-OUT PIC 9(8).
       01 DL-MONTH-LEN PIC 99.
       01 DL-QUOT PIC 9(4).
       01 DL-REM PIC 9(4).
       01 DL-LEAP PIC 9 VALUE 0.
       01 MONTH-LEN-LITERAL PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-LEN-R REDEFINES MONTH-LEN-LITERAL.
           05 MONTH-LEN PIC 99 OCCURS 12 TIMES.

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
           PERFORM WRITE-RUN-LOG-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL.
           OPEN OUTPUT UNPLACED-FILE.
           IF (UNPLACED-STATUS NOT EQUAL 00)
               GO TO UNPLACED-FILE-ERROR.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-CANDIDATES.
           PERFORM WRITE-TITLE.
           PERFORM APPLY-EXCEPTIONS.
           PERFORM APPLY-NEARMISS.
           PERFORM LOAD-HELD-COURSES.
           PERFORM APPLY-BENCHES.
           PERFORM APPLY-ASGCLASH.
           PERFORM APPLY-RESPONSES.
           PERFORM SET-BENCH-CUTOFFS.
           PERFORM APPLY-SCORES.
           MOVE 1 TO UN-I.
           MOVE UN-USED TO UN-END.
           ADD 1 TO UN-END.
           IF (UN-USED > 0)
               PERFORM PRINT-UNPLACED-LOOP.
           PERFORM PRINT-TOTALS.
           CLOSE UNPLACED-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * Only the GPA floor is taken from control.txt, and only when
      * it holds a number, as TA-RANKING's overrides are.
       READ-CONTROL.
           OPEN INPUT PARAM-FILE.
           IF (PARAM-STATUS NOT EQUAL 00 AND
               PARAM-STATUS NOT EQUAL 05)
               GO TO PARAM-FILE-ERROR.
           IF (PARAM-STATUS EQUAL 00)
               READ PARAM-FILE
               IF (PARAM-STATUS EQUAL 00 AND
                   PARAM-GPA-FLOOR IS NUMERIC AND
                   PARAM-GPA-FLOOR > 0)
                   MOVE PARAM-GPA-FLOOR TO GPA-FLOOR.
           CLOSE PARAM-FILE.

       WRITE-TITLE.
           MOVE SPACES TO UP-LINE.
           STRING "TA UNPLACED APPLICANTS  RUN " RUN-DATE
               DELIMITED BY SIZE INTO UP-LINE.
           WRITE UP-LINE.
           MOVE SPACES TO UP-LINE.
           WRITE UP-LINE.
           IF (UN-CAP-WARNED EQUAL 1)
               MOVE "*** candmast.dat  unplaced past 2000 not listed"
                   TO UP-LINE
               WRITE UP-LINE.
           MOVE "STD-ID      REASON  CRS   SCORE CUT   NOTE"
               TO UP-LINE.
           WRITE UP-LINE.

      * The placed: anyone holding an ACCEPTED or PENDING line.
       LOAD-ROSTER.
           MOVE 0 TO ROST-USED.
           OPEN INPUT ROSTER-FILE.
           IF (ROSTER-STATUS NOT EQUAL 00 AND
               ROSTER-STATUS NOT EQUAL 05)
               GO TO ROSTER-FILE-ERROR.
           MOVE 0 TO EOF-ROSTER.
           IF (ROSTER-STATUS EQUAL 00)
               PERFORM LOAD-ROSTER-LOOP.
           CLOSE ROSTER-FILE.

       LOAD-ROSTER-LOOP.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-ROSTER.
           IF (EOF-ROSTER EQUAL 0 AND ROST-USED < ROST-MAX AND
               (RO-STATUS EQUAL "ACCEPTED" OR
                RO-STATUS EQUAL "PENDING "))
               ADD 1 TO ROST-USED
               MOVE RO-STD-ID TO RM-STD-ID(ROST-USED).
           IF (EOF-ROSTER EQUAL 0)
               GO TO LOAD-ROSTER-LOOP.

      * Read the master in key order, counting lines the way
      * TA-RANKING's validation does, and keep everyone not on the
      * roster.  The eligibility screen is applied here so an
      * ineligible student is reported as such even when
      * exceptions.txt no longer carries the line.
       LOAD-CANDIDATES.
           OPEN INPUT CAND-FILE.
           IF (CAND-STATUS NOT EQUAL 00)
               GO TO CAND-FILE-ERROR.
           MOVE 0 TO EOF-CAND.
           MOVE 0 TO CAND-LINE-NO.
           PERFORM LOAD-CANDIDATES-LOOP.
           CLOSE CAND-FILE.

       LOAD-CANDIDATES-LOOP.
           READ CAND-FILE AT END MOVE 1 TO EOF-CAND.
           IF (EOF-CAND EQUAL 0)
               ADD 1 TO CAND-LINE-NO
               ADD 1 TO CANDIDATE-COUNT
               PERFORM STORE-CANDIDATE
               GO TO LOAD-CANDIDATES-LOOP.

       STORE-CANDIDATE.
           MOVE 0 TO ROST-FOUND.
           MOVE 1 TO PL-I.
           MOVE ROST-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (ROST-USED > 0 AND STD-ID IS NUMERIC)
               PERFORM LOOKUP-ROSTER-LOOP.
           IF (ROST-FOUND EQUAL 1)
               ADD 1 TO PLACED-COUNT.
           IF (ROST-FOUND EQUAL 0 AND UN-USED NOT < UN-MAX)
               MOVE 1 TO UN-CAP-WARNED.
           IF (ROST-FOUND EQUAL 0 AND UN-USED < UN-MAX)
               ADD 1 TO UN-USED
               MOVE STD-ID TO UN-STD-ID(UN-USED)
               MOVE CAND-LINE-NO TO UN-LINE-NO(UN-USED)
               PERFORM CHECK-CAND-ELIGIBLE
               IF (CAND-ELIGIBLE EQUAL 0)
                   MOVE UN-USED TO UN-INDEX
                   PERFORM SET-INELIGIBLE.

       LOOKUP-ROSTER-LOOP.
           IF (RM-STD-ID(PL-I) EQUAL STD-ID)
               MOVE 1 TO ROST-FOUND.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND ROST-FOUND EQUAL 0)
               GO TO LOOKUP-ROSTER-LOOP.

      * TA-RANKING's CHECK-CAND-ELIGIBLE, rule for rule, with a
      * non-numeric STD-ID (which the validation pass reports and
      * no pass can place) refused first.
       CHECK-CAND-ELIGIBLE.
           MOVE 1 TO CAND-ELIGIBLE.
           MOVE SPACES TO ELIG-REASON.
           IF (STD-ID NOT NUMERIC)
               MOVE "non-numeric student id" TO ELIG-REASON
               MOVE 0 TO CAND-ELIGIBLE.
           IF (CAND-ELIGIBLE EQUAL 1 AND CAND-GPA NOT NUMERIC)
               MOVE "non-numeric gpa" TO ELIG-REASON
               MOVE 0 TO CAND-ELIGIBLE.
           IF (CAND-ELIGIBLE EQUAL 1 AND CAND-GPA < GPA-FLOOR)
               MOVE "gpa below floor" TO ELIG-REASON
               MOVE 0 TO CAND-ELIGIBLE.
           IF (CAND-ELIGIBLE EQUAL 1 AND
               (CAND-YEAR NOT NUMERIC OR CAND-YEAR EQUAL 0))
               MOVE "missing year of study" TO ELIG-REASON
               MOVE 0 TO CAND-ELIGIBLE.
           IF (CAND-ELIGIBLE EQUAL 1 AND
               CAND-WORK-ELIG NOT EQUAL "Y")
               MOVE "not work-eligible" TO ELIG-REASON
               MOVE 0 TO CAND-ELIGIBLE.
           IF (CAND-ELIGIBLE EQUAL 1 AND
               (CAND-MAX-HOURS NOT NUMERIC OR
                CAND-MAX-HOURS EQUAL 0))
               MOVE "no appointment hours allowed" TO ELIG-REASON
               MOVE 0 TO CAND-ELIGIBLE.

      * Ineligibility is final: it is stage 5 and nothing later
      * displaces it.  ELIG-REASON carries the cause.
       SET-INELIGIBLE.
           MOVE 5 TO UN-STAGE(UN-INDEX).
           MOVE "INELIG" TO UN-REASON(UN-INDEX).
           IF (ELIG-REASON EQUAL "gpa below floor")
               MOVE "GPA   " TO UN-REASON(UN-INDEX).
           MOVE 0 TO UN-CRS-ID(UN-INDEX).
           MOVE ELIG-REASON TO UN-NOTE(UN-INDEX).

      * exceptions.txt as the scoring run left it.  Its candmast.dat
      * ELIGIBILITY and STD-ID lines name the record by line number.
       APPLY-EXCEPTIONS.
           OPEN INPUT EXCEPTIONS-FILE.
           IF (EXCEPTIONS-STATUS NOT EQUAL 00 AND
               EXCEPTIONS-STATUS NOT EQUAL 05)
               GO TO EXCEPTIONS-FILE-ERROR.
           MOVE 0 TO EOF-EXCEPTION.
           IF (EXCEPTIONS-STATUS EQUAL 00)
               PERFORM APPLY-EXCEPTIONS-LOOP.
           CLOSE EXCEPTIONS-FILE.

       APPLY-EXCEPTIONS-LOOP.
           READ EXCEPTIONS-FILE AT END MOVE 1 TO EOF-EXCEPTION.
           IF (EOF-EXCEPTION EQUAL 0 AND
               EX-FILE-NAME EQUAL "candmast.dat" AND
               (EX-FIELD EQUAL "ELIGIBILITY" OR
                EX-FIELD EQUAL "STD-ID"))
               PERFORM APPLY-ONE-EXCEPTION.
           IF (EOF-EXCEPTION EQUAL 0)
               GO TO APPLY-EXCEPTIONS-LOOP.

       APPLY-ONE-EXCEPTION.
           MOVE 0 TO UN-INDEX.
           MOVE 1 TO UN-I.
           MOVE UN-USED TO UN-END.
           ADD 1 TO UN-END.
           IF (UN-USED > 0)
               PERFORM FIND-LINE-NO-LOOP.
           IF (UN-INDEX > 0)
               MOVE EX-PROBLEM TO ELIG-REASON
               PERFORM SET-INELIGIBLE.

       FIND-LINE-NO-LOOP.
           IF (UN-LINE-NO(UN-I) EQUAL EX-LINE-NO)
               MOVE UN-I TO UN-INDEX.
           ADD 1 TO UN-I.
           IF (UN-I < UN-END AND UN-INDEX EQUAL 0)
               GO TO FIND-LINE-NO-LOOP.

      * Near misses: stage 1, with the score and cutoff on the line.
      * The cutoff is also kept as the course's own.
       APPLY-NEARMISS.
           OPEN INPUT NEARMISS-FILE.
           IF (NEARMISS-STATUS NOT EQUAL 00 AND
               NEARMISS-STATUS NOT EQUAL 05)
               GO TO NEARMISS-FILE-ERROR.
           MOVE 0 TO EOF-NEARMISS.
           IF (NEARMISS-STATUS EQUAL 00)
               PERFORM APPLY-NEARMISS-LOOP.
           CLOSE NEARMISS-FILE.

       APPLY-NEARMISS-LOOP.
           READ NEARMISS-FILE AT END MOVE 1 TO EOF-NEARMISS.
           IF (EOF-NEARMISS EQUAL 0 AND NM-CRS-ID IS NUMERIC AND
               NM-SCORE IS NUMERIC AND NM-CUTOFF IS NUMERIC)
               PERFORM APPLY-ONE-NEARMISS.
           IF (EOF-NEARMISS EQUAL 0)
               GO TO APPLY-NEARMISS-LOOP.

       APPLY-ONE-NEARMISS.
           MOVE NM-CRS-ID TO LOOK-CRS-ID.
           PERFORM FIND-OR-ADD-CUTOFF.
           IF (CC-INDEX > 0)
               MOVE NM-CUTOFF TO CC-CUTOFF(CC-INDEX)
               MOVE 1 TO CC-SOURCE(CC-INDEX).
           MOVE NM-STD-ID TO LOOK-STD-ID.
           PERFORM FIND-UNPLACED.
           IF (UN-INDEX > 0)
               MOVE 1 TO EV-STAGE
               MOVE NM-REASON TO EV-REASON
               MOVE NM-CRS-ID TO EV-CRS-ID
               MOVE 0 TO EV-RANK
               SUBTRACT NM-CUTOFF FROM NM-SCORE GIVING EV-GAP
               MOVE NM-SCORE TO EV-SCORE
               MOVE NM-CUTOFF TO EV-CUTOFF
               MOVE 1 TO EV-HAS-SCORE
               PERFORM SET-NEARMISS-NOTE
               PERFORM OFFER-EVIDENCE.

       SET-NEARMISS-NOTE.
           MOVE SPACES TO EV-NOTE.
           IF (NM-REASON EQUAL "VETO  ")
               MOVE "vetoed by the instructor" TO EV-NOTE.
           IF (NM-REASON EQUAL "CAPPED")
               MOVE "already at the placement cap" TO EV-NOTE.
           IF (NM-REASON EQUAL "SCORE ")
               SUBTRACT NM-SCORE FROM NM-CUTOFF GIVING SHORT-EDIT
               STRING "missed the bench by " SHORT-EDIT
                   DELIMITED BY SIZE INTO EV-NOTE.

      * The courses rosterheld.txt lists.  Optional: a roster pass
      * that held nothing, or has not run, leaves the table empty.
       LOAD-HELD-COURSES.
           MOVE 0 TO HC-USED.
           OPEN INPUT ROSTERHELD-FILE.
           IF (ROSTERHELD-STATUS NOT EQUAL 00 AND
               ROSTERHELD-STATUS NOT EQUAL 05)
               GO TO ROSTERHELD-FILE-ERROR.
           MOVE 0 TO EOF-ROSTERHELD.
           IF (ROSTERHELD-STATUS EQUAL 00)
               PERFORM LOAD-HELD-COURSES-LOOP.
           CLOSE ROSTERHELD-FILE.

       LOAD-HELD-COURSES-LOOP.
           READ ROSTERHELD-FILE AT END MOVE 1 TO EOF-ROSTERHELD.
           IF (EOF-ROSTERHELD EQUAL 0 AND RH-CRS-ID IS NUMERIC AND
               HC-USED < 500)
               ADD 1 TO HC-USED
               MOVE RH-CRS-ID TO HC-CRS-ID(HC-USED).
           IF (EOF-ROSTERHELD EQUAL 0)
               GO TO LOAD-HELD-COURSES-LOOP.

       FIND-HELD-COURSE.
           MOVE 0 TO HC-FOUND.
           MOVE 1 TO HC-I.
           MOVE HC-USED TO HC-END.
           ADD 1 TO HC-END.
           IF (HC-USED > 0)
               PERFORM FIND-HELD-COURSE-LOOP.

       FIND-HELD-COURSE-LOOP.
           IF (HC-CRS-ID(HC-I) EQUAL O-CRS-ID)
               MOVE 1 TO HC-FOUND.
           ADD 1 TO HC-I.
           IF (HC-I < HC-END AND HC-FOUND EQUAL 0)
               GO TO FIND-HELD-COURSE-LOOP.

      * The benches: stage 2 for an unplaced name on one, at its
      * rank.  Every seat is also kept for the cutoff pass.  On a
      * course held for sign-off the seat is HELD: no offer has
      * gone out on that bench, whatever the quota.
       APPLY-BENCHES.
           MOVE 0 TO BN-USED.
           OPEN INPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00 AND
               OUTPUT-STATUS NOT EQUAL 05)
               GO TO OUTPUT-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           IF (OUTPUT-STATUS EQUAL 00)
               PERFORM APPLY-BENCHES-LOOP.
           CLOSE OUTPUT-FILE.

       APPLY-BENCHES-LOOP.
           READ OUTPUT-FILE AT END MOVE 1 TO EOF-OUTPUT.
           IF (EOF-OUTPUT EQUAL 0)
               MOVE O-LIST TO RB-LIST
               MOVE 1 TO RB-POINTER
               MOVE 1 TO I
               MOVE 11 TO END-I
               PERFORM APPLY-BENCH-TOKEN-LOOP.
           IF (EOF-OUTPUT EQUAL 0)
               GO TO APPLY-BENCHES-LOOP.

       APPLY-BENCH-TOKEN-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           IF (RB-TOKEN IS NUMERIC)
               PERFORM APPLY-ONE-SEAT.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO APPLY-BENCH-TOKEN-LOOP.

       APPLY-ONE-SEAT.
           IF (BN-USED < BN-MAX)
               ADD 1 TO BN-USED
               MOVE O-CRS-ID TO BN-CRS-ID(BN-USED)
               MOVE RB-TOKEN TO BN-STD-ID(BN-USED).
           MOVE RB-TOKEN TO LOOK-STD-ID.
           PERFORM FIND-UNPLACED.
           IF (UN-INDEX > 0)
               MOVE 2 TO EV-STAGE
               MOVE "BENCH " TO EV-REASON
               MOVE O-CRS-ID TO EV-CRS-ID
               MOVE I TO EV-RANK
               MOVE 0 TO EV-GAP
               MOVE 0 TO EV-HAS-SCORE
               MOVE I TO NOTE-RANK
               MOVE SPACES TO EV-NOTE
               STRING "bench rank " NOTE-RANK
                   ", quota filled above"
                   DELIMITED BY SIZE INTO EV-NOTE
               PERFORM SET-HELD-SEAT
               PERFORM OFFER-EVIDENCE.

       SET-HELD-SEAT.
           PERFORM FIND-HELD-COURSE.
           IF (HC-FOUND EQUAL 1)
               MOVE "HELD  " TO EV-REASON
               MOVE "course awaiting instructor sign-off" TO EV-NOTE.

      * Names the assignment pass reached and passed over: stage 3.
       APPLY-ASGCLASH.
           OPEN INPUT ASGCLASH-FILE.
           IF (ASGCLASH-STATUS NOT EQUAL 00 AND
               ASGCLASH-STATUS NOT EQUAL 05)
               GO TO ASGCLASH-FILE-ERROR.
           MOVE 0 TO EOF-ASGCLASH.
           IF (ASGCLASH-STATUS EQUAL 00)
               PERFORM APPLY-ASGCLASH-LOOP.
           CLOSE ASGCLASH-FILE.

       APPLY-ASGCLASH-LOOP.
           READ ASGCLASH-FILE AT END MOVE 1 TO EOF-ASGCLASH.
           IF (EOF-ASGCLASH EQUAL 0 AND AC-CRS-ID IS NUMERIC)
               PERFORM APPLY-ONE-ASGCLASH.
           IF (EOF-ASGCLASH EQUAL 0)
               GO TO APPLY-ASGCLASH-LOOP.

       APPLY-ONE-ASGCLASH.
           MOVE AC-STD-ID TO LOOK-STD-ID.
           PERFORM FIND-UNPLACED.
           IF (UN-INDEX > 0)
               MOVE 3 TO EV-STAGE
               MOVE AC-REASON TO EV-REASON
               MOVE AC-CRS-ID TO EV-CRS-ID
               MOVE 0 TO EV-RANK
               MOVE 0 TO EV-GAP
               MOVE 0 TO EV-HAS-SCORE
               MOVE SPACES TO EV-NOTE
               PERFORM SET-ASGCLASH-NOTE
               PERFORM OFFER-EVIDENCE.

       SET-ASGCLASH-NOTE.
           IF (AC-REASON EQUAL "HOURS ")
               MOVE "hours budget or course list full" TO EV-NOTE.
           IF (AC-REASON EQUAL "BUSY  ")
               MOVE "own timetable busy at class time" TO EV-NOTE.
           IF (AC-REASON EQUAL "CLASH " AND AC-OTHER-CRS IS NUMERIC)
               MOVE AC-OTHER-CRS TO NOTE-CRS
               STRING "clashes with assigned course " NOTE-CRS
                   DELIMITED BY SIZE INTO EV-NOTE.

      * Offers that came to nothing: stage 4.  A D (or the old
      * blank) is a decline; a P whose deadline has passed lapsed.
       APPLY-RESPONSES.
           OPEN INPUT RESPONSE-FILE.
           IF (RESPONSE-STATUS NOT EQUAL 00 AND
               RESPONSE-STATUS NOT EQUAL 05)
               GO TO RESPONSE-FILE-ERROR.
           MOVE 0 TO EOF-RESPONSE.
           IF (RESPONSE-STATUS EQUAL 00)
               PERFORM APPLY-RESPONSES-LOOP.
           CLOSE RESPONSE-FILE.

       APPLY-RESPONSES-LOOP.
           READ RESPONSE-FILE AT END MOVE 1 TO EOF-RESPONSE.
           IF (EOF-RESPONSE EQUAL 0 AND RSP-CRS-ID IS NUMERIC)
               PERFORM APPLY-ONE-RESPONSE.
           IF (EOF-RESPONSE EQUAL 0)
               GO TO APPLY-RESPONSES-LOOP.

       APPLY-ONE-RESPONSE.
           MOVE SPACES TO EV-REASON.
           IF (RSP-CODE EQUAL "D" OR RSP-CODE EQUAL SPACE)
               MOVE "DECLIN" TO EV-REASON
               MOVE "declined the offer" TO EV-NOTE.
           IF (RSP-CODE EQUAL "P" AND RSP-DATE IS NUMERIC)
               MOVE RSP-DATE TO DL-DATE-IN-N
               PERFORM ADD-RESPONSE-DEADLINE
               IF (DL-DATE-OUT-N < RUN-DATE)
                   MOVE "EXPIRD" TO EV-REASON
                   MOVE SPACES TO EV-NOTE
                   STRING "offer lapsed unanswered " DL-DATE-OUT-N
                       DELIMITED BY SIZE INTO EV-NOTE.
           IF (EV-REASON NOT EQUAL SPACES)
               MOVE RSP-STD-ID TO LOOK-STD-ID
               PERFORM FIND-UNPLACED.
           IF (EV-REASON NOT EQUAL SPACES AND UN-INDEX > 0)
               MOVE 4 TO EV-STAGE
               MOVE RSP-CRS-ID TO EV-CRS-ID
               MOVE 0 TO EV-RANK
               MOVE 0 TO EV-GAP
               MOVE 0 TO EV-HAS-SCORE
               PERFORM OFFER-EVIDENCE.

      * Keep the evidence if it is a later stage than what the
      * candidate has, or the same stage and closer: a better bench
      * rank, or a smaller shortfall at the near-miss stage.
       OFFER-EVIDENCE.
           MOVE 0 TO EV-TAKE.
           IF (EV-STAGE > UN-STAGE(UN-INDEX))
               MOVE 1 TO EV-TAKE.
           IF (EV-STAGE EQUAL UN-STAGE(UN-INDEX) AND EV-STAGE EQUAL 2
               AND EV-RANK < UN-RANK(UN-INDEX))
               MOVE 1 TO EV-TAKE.
           IF (EV-STAGE EQUAL UN-STAGE(UN-INDEX) AND EV-STAGE EQUAL 1
               AND EV-GAP > UN-GAP(UN-INDEX))
               MOVE 1 TO EV-TAKE.
           IF (EV-TAKE EQUAL 1)
               MOVE EV-STAGE TO UN-STAGE(UN-INDEX)
               MOVE EV-REASON TO UN-REASON(UN-INDEX)
               MOVE EV-CRS-ID TO UN-CRS-ID(UN-INDEX)
               MOVE EV-RANK TO UN-RANK(UN-INDEX)
               MOVE EV-GAP TO UN-GAP(UN-INDEX)
               MOVE EV-NOTE TO UN-NOTE(UN-INDEX)
               MOVE EV-HAS-SCORE TO UN-SCORE-SET(UN-INDEX)
               MOVE EV-HAS-SCORE TO UN-CUTOFF-SET(UN-INDEX)
               MOVE EV-SCORE TO UN-SCORE(UN-INDEX)
               MOVE EV-CUTOFF TO UN-CUTOFF(UN-INDEX).

       FIND-UNPLACED.
           MOVE 0 TO UN-INDEX.
           MOVE 1 TO UN-I.
           MOVE UN-USED TO UN-END.
           ADD 1 TO UN-END.
           IF (UN-USED > 0)
               PERFORM FIND-UNPLACED-LOOP.

       FIND-UNPLACED-LOOP.
           IF (UN-STD-ID(UN-I) EQUAL LOOK-STD-ID)
               MOVE UN-I TO UN-INDEX.
           ADD 1 TO UN-I.
           IF (UN-I < UN-END AND UN-INDEX EQUAL 0)
               GO TO FIND-UNPLACED-LOOP.

       FIND-OR-ADD-CUTOFF.
           MOVE 0 TO CC-INDEX.
           MOVE 1 TO PL-I.
           MOVE CC-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (CC-USED > 0)
               PERFORM FIND-CUTOFF-LOOP.
           IF (CC-INDEX EQUAL 0 AND CC-USED < CC-MAX)
               ADD 1 TO CC-USED
               MOVE CC-USED TO CC-INDEX
               MOVE LOOK-CRS-ID TO CC-CRS-ID(CC-INDEX)
               MOVE 0 TO CC-CUTOFF(CC-INDEX)
               MOVE 0 TO CC-SOURCE(CC-INDEX).

       FIND-CUTOFF-LOOP.
           IF (CC-CRS-ID(PL-I) EQUAL LOOK-CRS-ID)
               MOVE PL-I TO CC-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND CC-INDEX EQUAL 0)
               GO TO FIND-CUTOFF-LOOP.

      * First pass over scoredetail.txt: a course nearmiss.txt gave
      * no cutoff for takes the lowest score on its bench.
       SET-BENCH-CUTOFFS.
           OPEN INPUT SCOREDETAIL-FILE.
           IF (SCOREDETAIL-STATUS NOT EQUAL 00 AND
               SCOREDETAIL-STATUS NOT EQUAL 05)
               GO TO SCOREDETAIL-FILE-ERROR.
           MOVE 0 TO EOF-SCOREDETAIL.
           IF (SCOREDETAIL-STATUS EQUAL 00 AND BN-USED > 0)
               PERFORM SET-BENCH-CUTOFFS-LOOP.
           CLOSE SCOREDETAIL-FILE.

       SET-BENCH-CUTOFFS-LOOP.
           READ SCOREDETAIL-FILE AT END MOVE 1 TO EOF-SCOREDETAIL.
           IF (EOF-SCOREDETAIL EQUAL 0 AND
               SD-TOTAL-SCORE IS NUMERIC)
               PERFORM CHECK-BENCH-SCORE.
           IF (EOF-SCOREDETAIL EQUAL 0)
               GO TO SET-BENCH-CUTOFFS-LOOP.

       CHECK-BENCH-SCORE.
           MOVE 0 TO BN-FOUND.
           MOVE 1 TO BN-I.
           MOVE BN-USED TO BN-END.
           ADD 1 TO BN-END.
           PERFORM FIND-SEAT-LOOP.
           IF (BN-FOUND EQUAL 1)
               MOVE SD-CRS-ID TO LOOK-CRS-ID
               PERFORM FIND-OR-ADD-CUTOFF.
           IF (BN-FOUND EQUAL 1 AND CC-INDEX > 0)
               IF (CC-SOURCE(CC-INDEX) EQUAL 0)
                   MOVE SD-TOTAL-SCORE TO CC-CUTOFF(CC-INDEX)
                   MOVE 2 TO CC-SOURCE(CC-INDEX)
               ELSE
                   IF (CC-SOURCE(CC-INDEX) EQUAL 2 AND
                       SD-TOTAL-SCORE < CC-CUTOFF(CC-INDEX))
                       MOVE SD-TOTAL-SCORE TO CC-CUTOFF(CC-INDEX).

       FIND-SEAT-LOOP.
           IF (BN-CRS-ID(BN-I) EQUAL SD-CRS-ID AND
               BN-STD-ID(BN-I) EQUAL SD-STD-ID)
               MOVE 1 TO BN-FOUND.
           ADD 1 TO BN-I.
           IF (BN-I < BN-END AND BN-FOUND EQUAL 0)
               GO TO FIND-SEAT-LOOP.

      * Second pass: the unplaced candidate's score on the course
      * already chosen, or for one who reached no stage at all,
      * the scored course (required skills met) where they came
      * nearest the cutoff.
       APPLY-SCORES.
           OPEN INPUT SCOREDETAIL-FILE.
           IF (SCOREDETAIL-STATUS NOT EQUAL 00 AND
               SCOREDETAIL-STATUS NOT EQUAL 05)
               GO TO SCOREDETAIL-FILE-ERROR.
           MOVE 0 TO EOF-SCOREDETAIL.
           IF (SCOREDETAIL-STATUS EQUAL 00)
               PERFORM APPLY-SCORES-LOOP.
           CLOSE SCOREDETAIL-FILE.

       APPLY-SCORES-LOOP.
           READ SCOREDETAIL-FILE AT END MOVE 1 TO EOF-SCOREDETAIL.
           IF (EOF-SCOREDETAIL EQUAL 0 AND
               SD-TOTAL-SCORE IS NUMERIC)
               MOVE SD-STD-ID TO LOOK-STD-ID
               PERFORM FIND-UNPLACED
               IF (UN-INDEX > 0)
                   PERFORM APPLY-ONE-SCORE.
           IF (EOF-SCOREDETAIL EQUAL 0)
               GO TO APPLY-SCORES-LOOP.

       APPLY-ONE-SCORE.
           IF (UN-STAGE(UN-INDEX) > 0 AND UN-STAGE(UN-INDEX) < 5 AND
               UN-CRS-ID(UN-INDEX) EQUAL SD-CRS-ID)
               MOVE SD-TOTAL-SCORE TO UN-SCORE(UN-INDEX)
               MOVE 1 TO UN-SCORE-SET(UN-INDEX).
           IF (UN-STAGE(UN-INDEX) EQUAL 0)
               MOVE 1 TO UN-SD-SEEN(UN-INDEX).
           IF (UN-STAGE(UN-INDEX) EQUAL 0 AND SD-REQ-SAT EQUAL 3)
               PERFORM CONSIDER-SCORED-COURSE.

       CONSIDER-SCORED-COURSE.
           MOVE SD-CRS-ID TO LOOK-CRS-ID.
           PERFORM FIND-OR-ADD-CUTOFF.
           MOVE -99.9 TO MARGIN.
           IF (CC-INDEX > 0)
               IF (CC-SOURCE(CC-INDEX) > 0)
                   SUBTRACT CC-CUTOFF(CC-INDEX) FROM SD-TOTAL-SCORE
                       GIVING MARGIN.
           IF (UN-SCORE-SET(UN-INDEX) EQUAL 0 OR
               MARGIN > UN-GAP(UN-INDEX))
               MOVE SD-CRS-ID TO UN-CRS-ID(UN-INDEX)
               MOVE SD-TOTAL-SCORE TO UN-SCORE(UN-INDEX)
               MOVE 1 TO UN-SCORE-SET(UN-INDEX)
               MOVE MARGIN TO UN-GAP(UN-INDEX).

      * One line per unplaced candidate.  A candidate who reached no
      * stage is SKILLS when every course scored them short of its
      * required skills, UNRANK otherwise.  The cutoff shown is the
      * course's own unless the near-miss line already gave one.
       PRINT-UNPLACED-LOOP.
           MOVE UN-I TO UN-INDEX.
           IF (UN-STAGE(UN-INDEX) EQUAL 0)
               PERFORM SET-UNRANKED-REASON.
           IF (UN-CRS-ID(UN-INDEX) > 0 AND
               UN-CUTOFF-SET(UN-INDEX) EQUAL 0)
               MOVE UN-CRS-ID(UN-INDEX) TO LOOK-CRS-ID
               PERFORM FIND-OR-ADD-CUTOFF
               IF (CC-INDEX > 0)
                   IF (CC-SOURCE(CC-INDEX) > 0)
                       MOVE CC-CUTOFF(CC-INDEX)
                           TO UN-CUTOFF(UN-INDEX)
                       MOVE 1 TO UN-CUTOFF-SET(UN-INDEX).
           MOVE SPACES TO UP-DETAIL.
           MOVE UN-STD-ID(UN-INDEX) TO UP-STD-ID.
           MOVE UN-REASON(UN-INDEX) TO UP-REASON.
           IF (UN-CRS-ID(UN-INDEX) > 0)
               MOVE UN-CRS-ID(UN-INDEX) TO UP-CRS-ID.
           IF (UN-SCORE-SET(UN-INDEX) EQUAL 1)
               MOVE UN-SCORE(UN-INDEX) TO SCORE-EDIT
               MOVE SCORE-EDIT TO UP-SCORE.
           IF (UN-CUTOFF-SET(UN-INDEX) EQUAL 1)
               MOVE UN-CUTOFF(UN-INDEX) TO SCORE-EDIT
               MOVE SCORE-EDIT TO UP-CUTOFF.
           MOVE UN-NOTE(UN-INDEX) TO UP-NOTE.
           WRITE UP-DETAIL.
           ADD 1 TO UNPLACED-COUNT.
           PERFORM COUNT-REASON.
           ADD 1 TO UN-I.
           IF (UN-I < UN-END)
               GO TO PRINT-UNPLACED-LOOP.

       SET-UNRANKED-REASON.
           MOVE "UNRANK" TO UN-REASON(UN-INDEX).
           IF (UN-SCORE-SET(UN-INDEX) EQUAL 1)
               MOVE "over half a point under every cutoff"
                   TO UN-NOTE(UN-INDEX).
           IF (UN-SCORE-SET(UN-INDEX) EQUAL 0 AND
               UN-SD-SEEN(UN-INDEX) EQUAL 1)
               MOVE "SKILLS" TO UN-REASON(UN-INDEX)
               MOVE "required skills short on every course"
                   TO UN-NOTE(UN-INDEX).
           IF (UN-SCORE-SET(UN-INDEX) EQUAL 0 AND
               UN-SD-SEEN(UN-INDEX) EQUAL 0)
               MOVE "no score on file" TO UN-NOTE(UN-INDEX).

       COUNT-REASON.
           MOVE 0 TO REASON-INDEX.
           MOVE 1 TO R-I.
           PERFORM COUNT-REASON-LOOP.
           IF (REASON-INDEX > 0)
               ADD 1 TO REASON-COUNT(REASON-INDEX).

       COUNT-REASON-LOOP.
           IF (REASON-CODE(R-I) EQUAL UN-REASON(UN-INDEX))
               MOVE R-I TO REASON-INDEX.
           ADD 1 TO R-I.
           IF (R-I < 15 AND REASON-INDEX EQUAL 0)
               GO TO COUNT-REASON-LOOP.

       PRINT-TOTALS.
           MOVE SPACES TO UP-LINE.
           WRITE UP-LINE.
           MOVE "CANDIDATES ON MASTER" TO UT-LABEL.
           MOVE SPACES TO UT-REASON.
           MOVE CANDIDATE-COUNT TO UT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PLACED ON ROSTER" TO UT-LABEL.
           MOVE PLACED-COUNT TO UT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NOT PLACED" TO UT-LABEL.
           MOVE UNPLACED-COUNT TO UT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO UP-LINE.
           WRITE UP-LINE.
           MOVE 1 TO R-I.
           MOVE "INELIGIBLE: GPA BELOW FLOOR" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "INELIGIBLE: OTHER CAUSE" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "OFFER DECLINED" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "OFFER EXPIRED" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "PASSED OVER: HOURS BUDGET" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "PASSED OVER: COURSE CLASH" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "PASSED OVER: OWN TIMETABLE" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "ON BENCH BELOW QUOTA" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "AWAITING INSTRUCTOR SIGN-OFF" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "INSTRUCTOR VETO" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "PLACEMENT CAP" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "MISSED BENCH BY HALF A POINT" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "REQUIRED SKILLS NOT MET" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.
           MOVE "NOT WITHIN REACH OF A BENCH" TO UT-LABEL.
           PERFORM WRITE-REASON-TOTAL.

      * Print the total for reason R-I under the label already
      * moved, then step to the next reason.
       WRITE-REASON-TOTAL.
           MOVE REASON-CODE(R-I) TO UT-REASON.
           MOVE REASON-COUNT(R-I) TO UT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           ADD 1 TO R-I.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO UT-SPACE1 UT-SPACE2.
           WRITE UP-TOTAL.

      * Push DL-DATE-IN forward by the response deadline, exactly
      * as TA-RANKING's ADD-RESPONSE-DEADLINE does.
       ADD-RESPONSE-DEADLINE.
           MOVE DL-DATE-IN-N TO DL-DATE-OUT-N.
           IF (DL-OUT-MONTH > 0 AND DL-OUT-MONTH < 13)
               PERFORM ADD-RESPONSE-DEADLINE-BODY.

       ADD-RESPONSE-DEADLINE-BODY.
           ADD RESPONSE-DEADLINE-DAYS TO DL-OUT-DAY.
           MOVE MONTH-LEN(DL-OUT-MONTH) TO DL-MONTH-LEN.
           PERFORM CHECK-LEAP-YEAR.
           IF (DL-OUT-MONTH EQUAL 2 AND DL-LEAP EQUAL 1)
               MOVE 29 TO DL-MONTH-LEN.
           IF (DL-OUT-DAY > DL-MONTH-LEN)
               SUBTRACT DL-MONTH-LEN FROM DL-OUT-DAY
               ADD 1 TO DL-OUT-MONTH
               IF (DL-OUT-MONTH > 12)
                   MOVE 01 TO DL-OUT-MONTH
                   ADD 1 TO DL-OUT-YEAR.

       CHECK-LEAP-YEAR.
           MOVE 0 TO DL-LEAP.
           DIVIDE DL-OUT-YEAR BY 4 GIVING DL-QUOT
               REMAINDER DL-REM.
           IF (DL-REM EQUAL 0)
               MOVE 1 TO DL-LEAP.
           DIVIDE DL-OUT-YEAR BY 100 GIVING DL-QUOT
               REMAINDER DL-REM.
           IF (DL-REM EQUAL 0)
               MOVE 0 TO DL-LEAP.
           DIVIDE DL-OUT-YEAR BY 400 GIVING DL-QUOT
               REMAINDER DL-REM.
           IF (DL-REM EQUAL 0)
               MOVE 1 TO DL-LEAP.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       PARAM-FILE-ERROR.
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE PARAM-STATUS TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CAND-FILE-ERROR.
           MOVE "candmast.dat" TO ERR-FILE-NAME.
           MOVE CAND-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ROSTER-FILE-ERROR.
           MOVE "roster.txt" TO ERR-FILE-NAME.
           MOVE ROSTER-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       EXCEPTIONS-FILE-ERROR.
           MOVE "exceptions.txt" TO ERR-FILE-NAME.
           MOVE EXCEPTIONS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       NEARMISS-FILE-ERROR.
           MOVE "nearmiss.txt" TO ERR-FILE-NAME.
           MOVE NEARMISS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       OUTPUT-FILE-ERROR.
           MOVE "output.txt" TO ERR-FILE-NAME.
           MOVE OUTPUT-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ASGCLASH-FILE-ERROR.
           MOVE "asgclash.txt" TO ERR-FILE-NAME.
           MOVE ASGCLASH-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       RESPONSE-FILE-ERROR.
           MOVE "responses.txt" TO ERR-FILE-NAME.
           MOVE RESPONSE-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ROSTERHELD-FILE-ERROR.
           MOVE "rosterheld.txt" TO ERR-FILE-NAME.
           MOVE ROSTERHELD-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       SCOREDETAIL-FILE-ERROR.
           MOVE "scoredetail.txt" TO ERR-FILE-NAME.
           MOVE SCOREDETAIL-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       UNPLACED-FILE-ERROR.
           MOVE "unplaced.txt" TO ERR-FILE-NAME.
           MOVE UNPLACED-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-UNPLACED " TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
