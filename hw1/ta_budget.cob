      * CSCI3180 Principles of Programming Languages
      *
      * TA-BUDGET: the department budget check and cost projection.
      *
      * The committee fills TA-QUOTA course by course, and until
      * now nobody saw the money until payfeed.txt reached payroll;
      * one department was overspent by two appointments that had
      * already been accepted before anyone noticed.  This program
      * prices every appointment the term is carrying and sets the
      * total against each department's budget before the offer
      * letters are cut.  It belongs in the stream after the roster
      * pass and ahead of TA-OFFEREXT: a run that finds a department
      * over budget ends with the budget class return code so the
      * scheduler holds the letters.
      *
      * deptbudget.txt carries two kinds of line: a D line giving a
      * department its budget for the term (whole currency units),
      * and a C line giving a course its department.  payrates.txt
      * gives the hourly rate for each pay grade, T1 and T2 as
      * TA-RANKING's SET-PAY-GRADE assigns them (T2 for anyone with
      * prior service in history.txt).
      *
      * The appointments come from roster.txt (ACCEPTED lines are
      * committed, PENDING lines are exposure) and from
      * assignments.txt: an assignee with no roster line for that
      * course has no offer out yet and is priced as exposure too,
      * so money is never left off the report for want of a letter.
      * A student who has declined the course in responses.txt (a
      * D, or the old layout's blank code) is not an appointment
      * at all and is left out.
      *
      * Hours follow SET-APPOINT-HOURS exactly: the course's pool
      * (TA-QUOTA times the standard weekly hours times the term's
      * weeks from control.txt) split evenly across the course's
      * accepted appointments.  That is what the payroll feed will
      * pay for the roster as it stands, and it is the committed
      * cost.  Exposure is what accepting every pending and
      * unoffered seat would add to it: the pool split across all
      * of the course's appointments, priced at each one's grade,
      * less the committed cost.
      *
      * budgetproj.txt lists each course's cost, then each
      * department's budget, committed cost, exposure and remaining
      * budget (budget less committed), flagged OVER when the
      * exposure would not fit in what remains.  A course with no
      * department is priced under department ?????? with no budget,
      * and a course not on crsmast.dat cannot be priced at all;
      * either one holds the offers the same way an overspend does.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  Control record extended with PARAM-TS-MARGIN to
      *             match control.txt.
      * 2026-10-15  History record extended with the closeout's
      *             HIST-CONFIRMED mark and HIST-RANK table.
      * 2026-10-15  Review fix: committed cost split the pool over
      *             accepted and pending appointments, understating
      *             what the payroll feed pays for the same roster.
      *             Committed now uses SET-APPOINT-HOURS' accepted-
      *             only split and exposure is the extra cost of
      *             filling the rest; declined students on
      *             assignments.txt or a stale roster are no longer
      *             priced.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-BUDGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT BUDGET-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT RATE-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT ROSTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT INST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-ID
               FILE STATUS IS INST-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT PROJ-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROJ-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TA-RANKING's control record, read here only for the term's
      * first and last day; the rest is carried to match its layout.
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

      * The budget file: a D line per department with its term
      * budget, a C line per course naming its department.
       FD BUDGET-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUDGET-DEPT-REC BUDGET-CRS-REC
           VALUE OF FILE-ID IS "deptbudget.txt".
       01 BUDGET-DEPT-REC.
           05 BDD-TYPE PIC X.
           05 BDD-SPACE1 PIC X.
           05 BDD-DEPT PIC X(6).
           05 BDD-SPACE2 PIC X.
           05 BDD-AMOUNT PIC 9(8).
       01 BUDGET-CRS-REC.
           05 BDC-TYPE PIC X.
           05 BDC-SPACE1 PIC X.
           05 BDC-CRS-ID PIC 9(4).
           05 BDC-SPACE2 PIC X.
           05 BDC-DEPT PIC X(6).

      * The hourly rate for each pay grade, in currency units with
      * two implied decimals.
       FD RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-TABLE
           VALUE OF FILE-ID IS "payrates.txt".
       01 RATE-TABLE.
           05 RT-GRADE PIC X(2).
           05 RT-SPACE1 PIC X.
           05 RT-RATE PIC 9(3)V99.

      * The assignment pass's final allocation: one line per course,
      * the STD-IDs who actually get the course.
       FD ASSIGN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ASSIGN-TABLE
           VALUE OF FILE-ID IS "assignments.txt".
       01 ASSIGN-TABLE.
           05 ASG-CRS-ID PIC 9(4).
           05 ASG-SPACE1 PIC A.
           05 ASG-LIST PIC X(131).
           05 ASG-RETURN PIC X.

      * The confirmed roster: ACCEPTED lines are money committed,
      * PENDING lines are money exposed.
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

      * Offer responses, TA-RANKING's layout; only the declines are
      * wanted here.
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

      * The course master, read by key for each course's TA-QUOTA.
       FD INST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INST-TABLE
           VALUE OF FILE-ID IS "crsmast.dat".
       01 INST-TABLE.
           05 CRS-ID PIC 9(4).
           05 SPACER PIC A(1).
           05 REQ-SKILLS PIC A(15) OCCURS 3 TIMES.
           05 OPT-SKILLS PIC A(15) OCCURS 5 TIMES.
           05 SPACER2 PIC A(1).
           05 TA-QUOTA PIC 99.

      * Prior terms' benches; any STD-ID on one is a returning TA
      * and is paid at T2.
       FD HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-TABLE
           VALUE OF FILE-ID IS "history.txt".
       01 HISTORY-TABLE.
           05 HIST-TERM PIC X(6).
           05 HIST-SPACE1 PIC X.
           05 HIST-CRS-ID PIC 9(4).
           05 HIST-SPACE2 PIC X.
           05 HIST-LIST PIC X(131).
           05 HIST-SPACE3 PIC X.
           05 HIST-CONFIRMED PIC X.
           05 HIST-SPACE4 PIC X.
           05 HIST-RANKS.
               10 HIST-RANK PIC 99 OCCURS 10 TIMES.

      * The projection report: a heading, any problems found in the
      * inputs, one line per course, one line per department, then
      * labelled totals.
       FD PROJ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PROJ-LINE
           VALUE OF FILE-ID IS "budgetproj.txt".
       01 PROJ-LINE PIC X(80).
       01 PROJ-COURSE.
           05 PC-CRS-ID PIC 9(4).
           05 PC-SPACE1 PIC XX.
           05 PC-DEPT PIC X(6).
           05 PC-SPACE2 PIC XX.
           05 PC-ACCEPTED PIC ZZZ9.
           05 PC-SPACE3 PIC XX.
           05 PC-PENDING PIC ZZZ9.
           05 PC-SPACE4 PIC XX.
           05 PC-HOURS PIC ZZZ9.
           05 PC-SPACE5 PIC XX.
           05 PC-COMMITTED PIC ZZZ,ZZZ,ZZ9.99.
           05 PC-SPACE6 PIC XX.
           05 PC-EXPOSURE PIC ZZZ,ZZZ,ZZ9.99.
       01 PROJ-DEPT.
           05 PD-DEPT PIC X(6).
           05 PD-SPACE1 PIC XX.
           05 PD-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
           05 PD-SPACE2 PIC XX.
           05 PD-COMMITTED PIC ZZZ,ZZZ,ZZ9.99.
           05 PD-SPACE3 PIC XX.
           05 PD-EXPOSURE PIC ZZZ,ZZZ,ZZ9.99.
           05 PD-SPACE4 PIC XX.
           05 PD-REMAINING PIC ----,---,--9.99.
           05 PD-SPACE5 PIC XX.
           05 PD-FLAG PIC X(4).
       01 PROJ-EXCEPT.
           05 PX-TAG PIC X(4).
           05 PX-KEY PIC X(10).
           05 PX-SPACE1 PIC X.
           05 PX-PROBLEM PIC X(40).
       01 PROJ-TOTAL.
           05 PT-LABEL PIC X(24).
           05 PT-SPACE1 PIC X.
           05 PT-COUNT PIC ZZZZZ9.

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
       01 BUDGET-STATUS PIC XX.
       01 RATE-STATUS PIC XX.
       01 ASSIGN-STATUS PIC XX.
       01 ROSTER-STATUS PIC XX.
       01 INST-STATUS PIC XX.
       01 HISTORY-STATUS PIC XX.
       01 RESPONSE-STATUS PIC XX.
       01 PROJ-STATUS PIC XX.
       01 EOF-BUDGET PIC 9 VALUE 0.
       01 EOF-RATE PIC 9 VALUE 0.
       01 EOF-ASSIGN PIC 9 VALUE 0.
       01 EOF-ROSTER PIC 9 VALUE 0.
       01 EOF-HIST PIC 9 VALUE 0.
       01 EOF-RESP PIC 9 VALUE 0.

      * The term, from control.txt, and its whole weeks.
       01 TERM-START PIC 9(8) VALUE 0.
       01 TERM-END PIC 9(8) VALUE 0.
       01 TERM-START-SERIAL PIC 9(8) VALUE 0.
       01 TERM-DAYS PIC 9(4) VALUE 0.
       01 TERM-WEEKS PIC 99 VALUE 0.

      * The standard weekly hours one TA seat carries; the same
      * figure TA-RANKING's assignment and payroll passes use.
       01 ASG-HOURS-PER-COURSE PIC 99 VALUE 10.

      * Departments: the budget from a D line, and the cost
      * gathered against it.  DP-BUDGETED is 0 for a department
      * that is only named on a C line (or the ?????? bucket for
      * unmapped courses), whose budget is then zero.
       01 DEPT-USED PIC 9(4) VALUE 0.
       01 DEPT-MEMORY.
           05 DEPT-ENTRY OCCURS 100 TIMES.
               10 DP-DEPT PIC X(6) VALUE SPACES.
               10 DP-BUDGET PIC 9(8)V99 VALUE 0.
               10 DP-BUDGETED PIC 9 VALUE 0.
               10 DP-COMMITTED PIC 9(9)V99 VALUE 0.
               10 DP-EXPOSURE PIC 9(9)V99 VALUE 0.
       01 DEPT-INDEX PIC 9(4) VALUE 0.
       01 LOOK-DEPT PIC X(6) VALUE SPACES.
       01 NO-DEPT PIC X(6) VALUE "??????".

      * Course to department, from the C lines.
       01 CMAP-USED PIC 9(4) VALUE 0.
       01 CMAP-MEMORY.
           05 CMAP-ENTRY OCCURS 500 TIMES.
               10 CM-CRS-ID PIC 9(4) VALUE 0.
               10 CM-DEPT PIC X(6) VALUE SPACES.
       01 CMAP-INDEX PIC 9(4) VALUE 0.

      * The two hourly rates, and whether payrates.txt gave each.
       01 RATE-T1 PIC 9(3)V99 VALUE 0.
       01 RATE-T2 PIC 9(3)V99 VALUE 0.
       01 RATE-T1-SET PIC 9 VALUE 0.
       01 RATE-T2-SET PIC 9 VALUE 0.
       01 PAY-GRADE PIC X(2) VALUE SPACES.
       01 PAY-RATE PIC 9(3)V99 VALUE 0.

      * Returning TAs, from history.txt.
       01 HIST-MAX PIC 9(4) VALUE 2000.
       01 HIST-USED PIC 9(4) VALUE 0.
       01 HIST-CAP-WARNED PIC 9 VALUE 0.
       01 HIST-MEMORY.
           05 HP-STD-ID PIC 9(10) VALUE 0 OCCURS 2000 TIMES.
       01 HP-I PIC 9(4).
       01 HP-END PIC 9(4).

      * Declined course/student pairs, from responses.txt.
       01 DECL-USED PIC 9(4) VALUE 0.
       01 DECL-CAP-WARNED PIC 9 VALUE 0.
       01 DECL-MEMORY.
           05 DECL-ENTRY OCCURS 500 TIMES.
               10 DC-CRS-ID PIC 9(4) VALUE 0.
               10 DC-STD-ID PIC 9(10) VALUE 0.
       01 DECL-FOUND PIC 9 VALUE 0.

      * Every appointment the term is carrying: A accepted, P an
      * offer pending, U an assignee with no offer out yet.
       01 APPT-MAX PIC 9(4) VALUE 1000.
       01 APPT-USED PIC 9(4) VALUE 0.
       01 APPT-CAP-WARNED PIC 9 VALUE 0.
       01 APPT-MEMORY.
           05 APPT-ENTRY OCCURS 1000 TIMES.
               10 AP-CRS-ID PIC 9(4) VALUE 0.
               10 AP-STD-ID PIC 9(10) VALUE 0.
               10 AP-STATUS PIC X VALUE SPACE.
       01 APPT-FOUND PIC 9 VALUE 0.
       01 LOOK-CRS-ID PIC 9(4) VALUE 0.
       01 LOOK-STD-ID PIC 9(10) VALUE 0.
       01 NEW-STATUS PIC X VALUE SPACE.

      * The courses those appointments fall in, with their counts.
       01 CRS-USED PIC 9(4) VALUE 0.
       01 CRS-MEMORY.
           05 CRS-ENTRY OCCURS 500 TIMES.
               10 CR-CRS-ID PIC 9(4) VALUE 0.
               10 CR-ACCEPTED PIC 9(4) VALUE 0.
               10 CR-PENDING PIC 9(4) VALUE 0.
       01 CRS-INDEX PIC 9(4) VALUE 0.
       01 CR-I PIC 9(4).
       01 CR-END PIC 9(4).

      * Pricing scratch for the course in hand.
       01 QUOTA-FOUND PIC 99 VALUE 0.
       01 SPLIT-COUNT PIC 9(4) VALUE 0.
       01 POOL-HOURS PIC 9(6) VALUE 0.
       01 APPOINT-HOURS PIC 9(4) VALUE 0.
       01 FULL-HOURS PIC 9(4) VALUE 0.
       01 APPOINT-COST PIC 9(7)V99 VALUE 0.
       01 CRS-COMMITTED PIC 9(9)V99 VALUE 0.
       01 CRS-EXPOSURE PIC 9(9)V99 VALUE 0.
       01 CRS-FULL-COST PIC 9(9)V99 VALUE 0.
       01 DEPT-REMAINING PIC S9(9)V99 VALUE 0.

      * Bench-line parsing for assignments.txt and history.txt.
       01 RB-LIST PIC X(131).
       01 RB-TOKEN PIC X(10).
       01 RB-POINTER PIC 9(4).

      * Calendar scratch for counting the term's days, as in
      * TA-RANKING: a YYYYMMDD date becomes a running day number.
       01 DL-DATE-OUT.
           05 DL-OUT-YEAR PIC 9(4).
           05 DL-OUT-MONTH PIC 99.
           05 DL-OUT-DAY PIC 99.
       01 DL-DATE-OUT-N REDEFINES DL-DATE-OUT PIC 9(8).
       01 DL-QUOT PIC 9(4).
       01 DL-REM PIC 9(4).
       01 DL-LEAP PIC 9 VALUE 0.
       01 MONTH-LEN-LITERAL PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-LEN-R REDEFINES MONTH-LEN-LITERAL.
           05 MONTH-LEN PIC 99 OCCURS 12 TIMES.
       01 DN-SERIAL PIC 9(8) VALUE 0.
       01 DN-WORK PIC 9(4) VALUE 0.
       01 DN-QUOT PIC 9(4) VALUE 0.
       01 DN-I PIC 99.
       01 DN-IEND PIC 99.

      * Set when anything means the letters must wait: a
      * department over budget, or a course that could not be
      * priced against one.
       01 HOLD-OFFERS PIC 9 VALUE 0.
       01 COURSE-COUNT PIC 9(6) VALUE 0.
       01 ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01 PENDING-COUNT PIC 9(6) VALUE 0.
       01 DECLINED-COUNT PIC 9(6) VALUE 0.
       01 OVER-COUNT PIC 9(6) VALUE 0.
       01 PROBLEM-COUNT PIC 9(6) VALUE 0.
       01 I PIC 99.
       01 END-I PIC 99.
       01 PL-I PIC 9(4).
       01 PL-END PIC 9(4).

      * Abend reporting: the file that failed, its two-byte FILE
      * STATUS, and the return-code class the scheduler branches
      * on -- 10 input, 20 master, 30 output, 40 control, and 50
      * when the projection itself says the offers must be held.
       01 ERR-FILE-NAME PIC X(15) VALUE SPACES.
       01 ERR-FILE-STATUS PIC XX VALUE SPACES.
       01 ERR-RETURN-CODE PIC 99 VALUE 0.
       01 RC-INPUT PIC 99 VALUE 10.
       01 RC-MASTER PIC 99 VALUE 20.
       01 RC-OUTPUT PIC 99 VALUE 30.
       01 RC-CONTROL PIC 99 VALUE 40.
       01 RC-BUDGET PIC 99 VALUE 50.
       01 RUNLOG-STATUS PIC XX.
       01 RL-TIME-RAW.
           05 RL-TIME-HMS PIC 9(6).
           05 RL-TIME-FRAC PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM READ-CONTROL.
           PERFORM CALC-TERM-HOURS.
           OPEN OUTPUT PROJ-FILE.
           IF (PROJ-STATUS NOT EQUAL 00)
               GO TO PROJ-FILE-ERROR.
           PERFORM WRITE-TITLE.
           PERFORM LOAD-BUDGET.
           PERFORM LOAD-RATES.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-DECLINES.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-ASSIGNMENTS.
           OPEN INPUT INST-FILE.
           IF (INST-STATUS NOT EQUAL 00)
               GO TO INST-FILE-ERROR.
           PERFORM WRITE-COURSE-HEADING.
           MOVE 1 TO CR-I.
           MOVE CRS-USED TO CR-END.
           ADD 1 TO CR-END.
           IF (CRS-USED > 0)
               PERFORM PRICE-COURSE-LOOP.
           CLOSE INST-FILE.
           PERFORM WRITE-DEPT-HEADING.
           MOVE 1 TO PL-I.
           MOVE DEPT-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (DEPT-USED > 0)
               PERFORM PRINT-DEPT-LOOP.
           PERFORM PRINT-TOTALS.
           CLOSE PROJ-FILE.
           IF (HOLD-OFFERS EQUAL 1)
               PERFORM HOLD-OFFERS-END.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * The term's dates are the only thing taken from control.txt;
      * without both there are no weeks to price, so the run stops
      * with the control-problem class.
       READ-CONTROL.
           OPEN INPUT PARAM-FILE.
           IF (PARAM-STATUS NOT EQUAL 00)
               GO TO PARAM-FILE-ERROR.
           READ PARAM-FILE.
           IF (PARAM-STATUS NOT EQUAL 00)
               GO TO PARAM-FILE-ERROR.
           CLOSE PARAM-FILE.
           IF (PARAM-TERM-START IS NOT NUMERIC OR
               PARAM-TERM-END IS NOT NUMERIC)
               PERFORM PARAM-ERROR.
           MOVE PARAM-TERM-START TO TERM-START.
           MOVE PARAM-TERM-END TO TERM-END.
           IF (TERM-START EQUAL 0 OR TERM-END EQUAL 0 OR
               TERM-END < TERM-START)
               PERFORM PARAM-ERROR.

       PARAM-ERROR.
           DISPLAY "term dates missing from control.txt".
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE SPACES TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           PERFORM WRITE-RUN-LOG-ABEND.
           MOVE ERR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The term's whole weeks (inclusive day count, rounded), as
      * TA-RANKING counts them for the payroll feed.
       CALC-TERM-HOURS.
           MOVE TERM-START TO DL-DATE-OUT-N.
           PERFORM TO-DAY-NUMBER.
           MOVE DN-SERIAL TO TERM-START-SERIAL.
           MOVE TERM-END TO DL-DATE-OUT-N.
           PERFORM TO-DAY-NUMBER.
           SUBTRACT TERM-START-SERIAL FROM DN-SERIAL
               GIVING TERM-DAYS.
           ADD 1 TO TERM-DAYS.
           DIVIDE TERM-DAYS BY 7 GIVING TERM-WEEKS ROUNDED.

       TO-DAY-NUMBER.
           MOVE DL-OUT-YEAR TO DN-WORK.
           SUBTRACT 1 FROM DN-WORK.
           MULTIPLY DN-WORK BY 365 GIVING DN-SERIAL.
           DIVIDE DN-WORK BY 4 GIVING DN-QUOT.
           ADD DN-QUOT TO DN-SERIAL.
           DIVIDE DN-WORK BY 100 GIVING DN-QUOT.
           SUBTRACT DN-QUOT FROM DN-SERIAL.
           DIVIDE DN-WORK BY 400 GIVING DN-QUOT.
           ADD DN-QUOT TO DN-SERIAL.
           PERFORM CHECK-LEAP-YEAR.
           MOVE 1 TO DN-I.
           MOVE DL-OUT-MONTH TO DN-IEND.
           IF (DL-OUT-MONTH > 1)
               PERFORM ADD-MONTH-DAYS-LOOP.
           ADD DL-OUT-DAY TO DN-SERIAL.

       ADD-MONTH-DAYS-LOOP.
           ADD MONTH-LEN(DN-I) TO DN-SERIAL.
           IF (DN-I EQUAL 2 AND DL-LEAP EQUAL 1)
               ADD 1 TO DN-SERIAL.
           ADD 1 TO DN-I.
           IF (DN-I < DN-IEND)
               GO TO ADD-MONTH-DAYS-LOOP.

       CHECK-LEAP-YEAR.
           MOVE 0 TO DL-LEAP.
           DIVIDE DL-OUT-YEAR BY 4 GIVING DL-QUOT
               REMAINDER DL-REM.
           IF (DL-REM EQUAL 0)
               MOVE 1 TO DL-LEAP.
           DIVIDE DL-OUT-YEAR BY 100 GIVING DL-QUOT
               REMAINDER DL-REM.
           IF (DL-REM EQUAL 0)
               MOVE 0 TO DL-LEAP
               DIVIDE DL-OUT-YEAR BY 400 GIVING DL-QUOT
                   REMAINDER DL-REM
               IF (DL-REM EQUAL 0)
                   MOVE 1 TO DL-LEAP.

       WRITE-TITLE.
           MOVE SPACES TO PROJ-LINE.
           STRING "TA COST PROJECTION  TERM " PARAM-TERM-ID
               "  " TERM-START " - " TERM-END
               DELIMITED BY SIZE INTO PROJ-LINE.
           WRITE PROJ-LINE.
           MOVE SPACES TO PROJ-LINE.
           WRITE PROJ-LINE.

      * Load the D and C lines.  A line that is neither, or whose
      * fields will not parse, or that repeats a department or a
      * course already given, is reported and skipped; the first
      * line given for a key stands.
       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF (BUDGET-STATUS NOT EQUAL 00)
               GO TO BUDGET-FILE-ERROR.
           MOVE 0 TO EOF-BUDGET.
           PERFORM LOAD-BUDGET-LOOP.
           CLOSE BUDGET-FILE.

       LOAD-BUDGET-LOOP.
           READ BUDGET-FILE AT END MOVE 1 TO EOF-BUDGET.
           IF (EOF-BUDGET EQUAL 0)
               PERFORM STORE-BUDGET-LINE.
           IF (EOF-BUDGET EQUAL 0)
               GO TO LOAD-BUDGET-LOOP.

       STORE-BUDGET-LINE.
           IF (BDD-TYPE EQUAL "D")
               PERFORM STORE-DEPT-BUDGET
           ELSE
               IF (BDC-TYPE EQUAL "C")
                   PERFORM STORE-COURSE-DEPT
               ELSE
                   MOVE BUDGET-DEPT-REC TO PX-KEY
                   MOVE "budget line type is not D or C"
                       TO PX-PROBLEM
                   PERFORM WRITE-PROBLEM-LINE.

       STORE-DEPT-BUDGET.
           IF (BDD-DEPT EQUAL SPACES OR BDD-AMOUNT IS NOT NUMERIC)
               MOVE BDD-DEPT TO PX-KEY
               MOVE "department budget line is malformed"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               MOVE BDD-DEPT TO LOOK-DEPT
               PERFORM FIND-OR-ADD-DEPT
               IF (DEPT-INDEX > 0)
                   PERFORM SET-DEPT-BUDGET.

       SET-DEPT-BUDGET.
           IF (DP-BUDGETED(DEPT-INDEX) EQUAL 1)
               MOVE BDD-DEPT TO PX-KEY
               MOVE "department budgeted twice; first kept"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               MOVE BDD-AMOUNT TO DP-BUDGET(DEPT-INDEX)
               MOVE 1 TO DP-BUDGETED(DEPT-INDEX).

       STORE-COURSE-DEPT.
           IF (BDC-CRS-ID IS NOT NUMERIC OR BDC-DEPT EQUAL SPACES)
               MOVE BDC-CRS-ID TO PX-KEY
               MOVE "course department line is malformed"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               MOVE BDC-CRS-ID TO LOOK-CRS-ID
               PERFORM LOOKUP-COURSE-DEPT
               PERFORM ADD-COURSE-DEPT.

       ADD-COURSE-DEPT.
           IF (CMAP-INDEX > 0)
               MOVE BDC-CRS-ID TO PX-KEY
               MOVE "course given two departments; first kept"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF (CMAP-USED < 500)
                   ADD 1 TO CMAP-USED
                   MOVE BDC-CRS-ID TO CM-CRS-ID(CMAP-USED)
                   MOVE BDC-DEPT TO CM-DEPT(CMAP-USED)
                   MOVE BDC-DEPT TO LOOK-DEPT
                   PERFORM FIND-OR-ADD-DEPT.

      * The department's row, added (with no budget) the first
      * time it is named.  DEPT-INDEX is left 0 only when the table
      * is full, which is reported once per name.
       FIND-OR-ADD-DEPT.
           MOVE 0 TO DEPT-INDEX.
           MOVE 1 TO PL-I.
           MOVE DEPT-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (DEPT-USED > 0)
               PERFORM FIND-DEPT-LOOP.
           IF (DEPT-INDEX EQUAL 0 AND DEPT-USED < 100)
               ADD 1 TO DEPT-USED
               MOVE DEPT-USED TO DEPT-INDEX
               MOVE LOOK-DEPT TO DP-DEPT(DEPT-INDEX).
           IF (DEPT-INDEX EQUAL 0)
               MOVE LOOK-DEPT TO PX-KEY
               MOVE "department table full" TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE.

       FIND-DEPT-LOOP.
           IF (DP-DEPT(PL-I) EQUAL LOOK-DEPT)
               MOVE PL-I TO DEPT-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND DEPT-INDEX EQUAL 0)
               GO TO FIND-DEPT-LOOP.

       LOOKUP-COURSE-DEPT.
           MOVE 0 TO CMAP-INDEX.
           MOVE 1 TO PL-I.
           MOVE CMAP-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (CMAP-USED > 0)
               PERFORM LOOKUP-COURSE-DEPT-LOOP.

       LOOKUP-COURSE-DEPT-LOOP.
           IF (CM-CRS-ID(PL-I) EQUAL LOOK-CRS-ID)
               MOVE PL-I TO CMAP-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND CMAP-INDEX EQUAL 0)
               GO TO LOOKUP-COURSE-DEPT-LOOP.

      * Both grades must have a rate: pricing a returning TA at
      * nothing would understate every department they touch.
       LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF (RATE-STATUS NOT EQUAL 00)
               GO TO RATE-FILE-ERROR.
           MOVE 0 TO EOF-RATE.
           PERFORM LOAD-RATES-LOOP.
           CLOSE RATE-FILE.
           IF (RATE-T1-SET EQUAL 0 OR RATE-T2-SET EQUAL 0)
               DISPLAY "pay rate for T1 or T2 missing"
               MOVE "payrates.txt" TO ERR-FILE-NAME
               MOVE SPACES TO ERR-FILE-STATUS
               MOVE RC-CONTROL TO ERR-RETURN-CODE
               PERFORM WRITE-RUN-LOG-ABEND
               MOVE ERR-RETURN-CODE TO RETURN-CODE
               STOP RUN.

       LOAD-RATES-LOOP.
           READ RATE-FILE AT END MOVE 1 TO EOF-RATE.
           IF (EOF-RATE EQUAL 0 AND RT-RATE IS NUMERIC AND
               RT-GRADE EQUAL "T1")
               MOVE RT-RATE TO RATE-T1
               MOVE 1 TO RATE-T1-SET.
           IF (EOF-RATE EQUAL 0 AND RT-RATE IS NUMERIC AND
               RT-GRADE EQUAL "T2")
               MOVE RT-RATE TO RATE-T2
               MOVE 1 TO RATE-T2-SET.
           IF (EOF-RATE EQUAL 0)
               GO TO LOAD-RATES-LOOP.

      * Every numeric token on an archived bench line is a
      * returning TA; only the STD-ID matters for the pay grade.
       LOAD-HISTORY.
           MOVE 0 TO HIST-USED.
           OPEN INPUT HISTORY-FILE.
           IF (HISTORY-STATUS EQUAL 00 OR HISTORY-STATUS EQUAL 05)
               MOVE 0 TO EOF-HIST
               PERFORM LOAD-HISTORY-LOOP
               CLOSE HISTORY-FILE.

       LOAD-HISTORY-LOOP.
           READ HISTORY-FILE AT END MOVE 1 TO EOF-HIST.
           IF (EOF-HIST EQUAL 0)
               MOVE HIST-LIST TO RB-LIST
               MOVE 1 TO RB-POINTER
               MOVE 1 TO I
               MOVE 12 TO END-I
               PERFORM STORE-HISTORY-TOKEN-LOOP.
           IF (EOF-HIST EQUAL 0)
               GO TO LOAD-HISTORY-LOOP.

       STORE-HISTORY-TOKEN-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           IF (RB-TOKEN IS NUMERIC AND HIST-USED < HIST-MAX)
               ADD 1 TO HIST-USED
               MOVE RB-TOKEN TO HP-STD-ID(HIST-USED)
           ELSE
               IF (RB-TOKEN IS NUMERIC AND HIST-CAP-WARNED EQUAL 0)
                   MOVE 1 TO HIST-CAP-WARNED
                   MOVE "history.txt" TO PX-KEY
                   MOVE "prior service past 2000 read as T1"
                       TO PX-PROBLEM
                   PERFORM WRITE-PROBLEM-LINE.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO STORE-HISTORY-TOKEN-LOOP.

      * The declines on responses.txt.  The file is optional: before
      * any response is entered nobody has declined.  Past the
      * table's size a decline would be priced as exposure, which
      * errs toward holding the letters, so it is reported but
      * does not stop the run.
       LOAD-DECLINES.
           MOVE 0 TO DECL-USED.
           OPEN INPUT RESPONSE-FILE.
           IF (RESPONSE-STATUS EQUAL 00 OR RESPONSE-STATUS EQUAL 05)
               MOVE 0 TO EOF-RESP
               PERFORM LOAD-DECLINES-LOOP
               CLOSE RESPONSE-FILE.

       LOAD-DECLINES-LOOP.
           READ RESPONSE-FILE AT END MOVE 1 TO EOF-RESP.
           IF (EOF-RESP EQUAL 0 AND (RSP-CODE EQUAL "D" OR
               RSP-CODE EQUAL SPACE))
               PERFORM STORE-DECLINE.
           IF (EOF-RESP EQUAL 0)
               GO TO LOAD-DECLINES-LOOP.

       STORE-DECLINE.
           IF (DECL-USED < 500)
               ADD 1 TO DECL-USED
               MOVE RSP-CRS-ID TO DC-CRS-ID(DECL-USED)
               MOVE RSP-STD-ID TO DC-STD-ID(DECL-USED)
           ELSE
               IF (DECL-CAP-WARNED EQUAL 0)
                   MOVE 1 TO DECL-CAP-WARNED
                   MOVE RSP-STD-ID TO PX-KEY
                   MOVE "decline table full; priced anyway"
                       TO PX-PROBLEM
                   PERFORM WRITE-PROBLEM-LINE.

      * Whether LOOK-STD-ID has declined LOOK-CRS-ID.
       LOOKUP-DECLINE.
           MOVE 0 TO DECL-FOUND.
           MOVE 1 TO PL-I.
           MOVE DECL-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (DECL-USED > 0)
               PERFORM LOOKUP-DECLINE-LOOP.

       LOOKUP-DECLINE-LOOP.
           IF (DC-CRS-ID(PL-I) EQUAL LOOK-CRS-ID AND
               DC-STD-ID(PL-I) EQUAL LOOK-STD-ID)
               MOVE 1 TO DECL-FOUND.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND DECL-FOUND EQUAL 0)
               GO TO LOOKUP-DECLINE-LOOP.

      * The roster's ACCEPTED and PENDING lines are the offers
      * already made.  A PENDING line the student has since declined
      * is a roster not yet rerun and is not priced.
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF (ROSTER-STATUS NOT EQUAL 00)
               GO TO ROSTER-FILE-ERROR.
           MOVE 0 TO EOF-ROSTER.
           PERFORM LOAD-ROSTER-LOOP.
           CLOSE ROSTER-FILE.

       LOAD-ROSTER-LOOP.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-ROSTER.
           IF (EOF-ROSTER EQUAL 0 AND RO-STATUS EQUAL "ACCEPTED")
               MOVE "A" TO NEW-STATUS
               PERFORM STORE-ROSTER-LINE.
           IF (EOF-ROSTER EQUAL 0 AND RO-STATUS EQUAL "PENDING ")
               MOVE "P" TO NEW-STATUS
               PERFORM STORE-ROSTER-LINE.
           IF (EOF-ROSTER EQUAL 0)
               GO TO LOAD-ROSTER-LOOP.

       STORE-ROSTER-LINE.
           MOVE RO-CRS-ID TO LOOK-CRS-ID.
           MOVE RO-STD-ID TO LOOK-STD-ID.
           MOVE 0 TO DECL-FOUND.
           IF (NEW-STATUS EQUAL "P")
               PERFORM LOOKUP-DECLINE.
           IF (DECL-FOUND EQUAL 1)
               ADD 1 TO DECLINED-COUNT
           ELSE
               PERFORM LOOKUP-APPOINTMENT
               IF (APPT-FOUND EQUAL 0)
                   PERFORM ADD-APPOINTMENT.

      * Each assignee on a course's line who has no roster line
      * for it is an appointment still to be offered, unless the
      * student has already declined the course and been replaced
      * from the bench.
       LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE.
           IF (ASSIGN-STATUS NOT EQUAL 00)
               GO TO ASSIGN-FILE-ERROR.
           MOVE 0 TO EOF-ASSIGN.
           PERFORM LOAD-ASSIGNMENTS-LOOP.
           CLOSE ASSIGN-FILE.

       LOAD-ASSIGNMENTS-LOOP.
           READ ASSIGN-FILE AT END MOVE 1 TO EOF-ASSIGN.
           IF (EOF-ASSIGN EQUAL 0)
               MOVE ASG-LIST TO RB-LIST
               MOVE 1 TO RB-POINTER
               MOVE 1 TO I
               MOVE 12 TO END-I
               PERFORM STORE-ASSIGNEE-LOOP.
           IF (EOF-ASSIGN EQUAL 0)
               GO TO LOAD-ASSIGNMENTS-LOOP.

       STORE-ASSIGNEE-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           IF (RB-TOKEN IS NUMERIC)
               MOVE ASG-CRS-ID TO LOOK-CRS-ID
               MOVE RB-TOKEN TO LOOK-STD-ID
               MOVE "U" TO NEW-STATUS
               PERFORM STORE-ASSIGNEE.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO STORE-ASSIGNEE-LOOP.

       STORE-ASSIGNEE.
           PERFORM LOOKUP-APPOINTMENT.
           IF (APPT-FOUND EQUAL 0)
               PERFORM LOOKUP-DECLINE
               IF (DECL-FOUND EQUAL 1)
                   ADD 1 TO DECLINED-COUNT
               ELSE
                   PERFORM ADD-APPOINTMENT.

       LOOKUP-APPOINTMENT.
           MOVE 0 TO APPT-FOUND.
           MOVE 1 TO PL-I.
           MOVE APPT-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (APPT-USED > 0)
               PERFORM LOOKUP-APPOINTMENT-LOOP.

       LOOKUP-APPOINTMENT-LOOP.
           IF (AP-CRS-ID(PL-I) EQUAL LOOK-CRS-ID AND
               AP-STD-ID(PL-I) EQUAL LOOK-STD-ID)
               MOVE 1 TO APPT-FOUND.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND APPT-FOUND EQUAL 0)
               GO TO LOOKUP-APPOINTMENT-LOOP.

      * Record the appointment and count it against its course.
      * Past the table's size the money can no longer be seen, so
      * the first appointment lost is reported and the offers held.
       ADD-APPOINTMENT.
           MOVE 0 TO CRS-INDEX.
           IF (APPT-USED < APPT-MAX)
               PERFORM FIND-OR-ADD-COURSE.
           IF (APPT-USED < APPT-MAX AND CRS-INDEX EQUAL 0)
               MOVE 1 TO HOLD-OFFERS
               MOVE LOOK-CRS-ID TO PX-KEY
               MOVE "course table full; not priced" TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE.
           IF (APPT-USED NOT < APPT-MAX AND APPT-CAP-WARNED EQUAL 0)
               MOVE 1 TO APPT-CAP-WARNED
               MOVE 1 TO HOLD-OFFERS
               MOVE LOOK-STD-ID TO PX-KEY
               MOVE "appointment table full; not priced"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE.
           IF (APPT-USED < APPT-MAX AND CRS-INDEX > 0)
               ADD 1 TO APPT-USED
               MOVE LOOK-CRS-ID TO AP-CRS-ID(APPT-USED)
               MOVE LOOK-STD-ID TO AP-STD-ID(APPT-USED)
               MOVE NEW-STATUS TO AP-STATUS(APPT-USED)
               PERFORM COUNT-APPOINTMENT.

       COUNT-APPOINTMENT.
           IF (NEW-STATUS EQUAL "A")
               ADD 1 TO CR-ACCEPTED(CRS-INDEX)
               ADD 1 TO ACCEPTED-COUNT
           ELSE
               ADD 1 TO CR-PENDING(CRS-INDEX)
               ADD 1 TO PENDING-COUNT.

       FIND-OR-ADD-COURSE.
           MOVE 0 TO CRS-INDEX.
           MOVE 1 TO PL-I.
           MOVE CRS-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (CRS-USED > 0)
               PERFORM FIND-COURSE-LOOP.
           IF (CRS-INDEX EQUAL 0 AND CRS-USED < 500)
               ADD 1 TO CRS-USED
               MOVE CRS-USED TO CRS-INDEX
               MOVE LOOK-CRS-ID TO CR-CRS-ID(CRS-INDEX).

       FIND-COURSE-LOOP.
           IF (CR-CRS-ID(PL-I) EQUAL LOOK-CRS-ID)
               MOVE PL-I TO CRS-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND CRS-INDEX EQUAL 0)
               GO TO FIND-COURSE-LOOP.

      * Price one course: its quota from the master, its pool split
      * the way SET-APPOINT-HOURS splits it for the payroll feed,
      * each appointment at its own grade's rate, into its
      * department's committed and exposure columns.
       PRICE-COURSE-LOOP.
           MOVE CR-CRS-ID(CR-I) TO CRS-ID.
           READ INST-FILE.
           IF (INST-STATUS NOT EQUAL 00 AND INST-STATUS
               NOT EQUAL 23)
               GO TO INST-FILE-ERROR.
           IF (INST-STATUS EQUAL 23)
               MOVE 1 TO HOLD-OFFERS
               MOVE CR-CRS-ID(CR-I) TO PX-KEY
               MOVE "course not on crsmast.dat; not priced"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               PERFORM PRICE-ONE-COURSE.
           ADD 1 TO CR-I.
           IF (CR-I < CR-END)
               GO TO PRICE-COURSE-LOOP.

       PRICE-ONE-COURSE.
           MOVE CR-CRS-ID(CR-I) TO LOOK-CRS-ID.
           PERFORM LOOKUP-COURSE-DEPT.
           IF (CMAP-INDEX EQUAL 0)
               MOVE 1 TO HOLD-OFFERS
               MOVE CR-CRS-ID(CR-I) TO PX-KEY
               MOVE "course has no department in budget"
                   TO PX-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
               MOVE NO-DEPT TO LOOK-DEPT
           ELSE
               MOVE CM-DEPT(CMAP-INDEX) TO LOOK-DEPT.
           PERFORM FIND-OR-ADD-DEPT.
           MOVE TA-QUOTA TO QUOTA-FOUND.
           IF (TA-QUOTA IS NOT NUMERIC)
               MOVE 0 TO QUOTA-FOUND.
           MULTIPLY QUOTA-FOUND BY ASG-HOURS-PER-COURSE
               GIVING POOL-HOURS.
           MULTIPLY POOL-HOURS BY TERM-WEEKS GIVING POOL-HOURS.
           PERFORM SET-APPOINT-HOURS.
           ADD CR-ACCEPTED(CR-I) CR-PENDING(CR-I) GIVING SPLIT-COUNT.
           IF (SPLIT-COUNT EQUAL 0)
               MOVE 1 TO SPLIT-COUNT.
           DIVIDE POOL-HOURS BY SPLIT-COUNT
               GIVING FULL-HOURS ROUNDED.
           MOVE 0 TO CRS-COMMITTED.
           MOVE 0 TO CRS-FULL-COST.
           MOVE 1 TO PL-I.
           MOVE APPT-USED TO PL-END.
           ADD 1 TO PL-END.
           PERFORM PRICE-APPOINTMENT-LOOP.
           MOVE 0 TO CRS-EXPOSURE.
           IF (CRS-FULL-COST > CRS-COMMITTED)
               SUBTRACT CRS-COMMITTED FROM CRS-FULL-COST
                   GIVING CRS-EXPOSURE.
           IF (DEPT-INDEX > 0)
               ADD CRS-COMMITTED TO DP-COMMITTED(DEPT-INDEX)
               ADD CRS-EXPOSURE TO DP-EXPOSURE(DEPT-INDEX).
           PERFORM WRITE-COURSE-LINE.
           ADD 1 TO COURSE-COUNT.

      * TA-RANKING's split for the payroll feed: the pool over the
      * course's accepted appointments, a split of one when none
      * has been accepted yet.
       SET-APPOINT-HOURS.
           MOVE CR-ACCEPTED(CR-I) TO SPLIT-COUNT.
           IF (SPLIT-COUNT EQUAL 0)
               MOVE 1 TO SPLIT-COUNT.
           DIVIDE POOL-HOURS BY SPLIT-COUNT
               GIVING APPOINT-HOURS ROUNDED.

       PRICE-APPOINTMENT-LOOP.
           IF (AP-CRS-ID(PL-I) EQUAL CR-CRS-ID(CR-I))
               PERFORM PRICE-ONE-APPOINTMENT.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END)
               GO TO PRICE-APPOINTMENT-LOOP.

       PRICE-ONE-APPOINTMENT.
           MOVE AP-STD-ID(PL-I) TO LOOK-STD-ID.
           PERFORM SET-PAY-GRADE.
           IF (PAY-GRADE EQUAL "T2")
               MOVE RATE-T2 TO PAY-RATE
           ELSE
               MOVE RATE-T1 TO PAY-RATE.
           MULTIPLY FULL-HOURS BY PAY-RATE GIVING APPOINT-COST.
           ADD APPOINT-COST TO CRS-FULL-COST.
           IF (AP-STATUS(PL-I) EQUAL "A")
               MULTIPLY APPOINT-HOURS BY PAY-RATE GIVING APPOINT-COST
               ADD APPOINT-COST TO CRS-COMMITTED.

      * T2 for any prior TA service on a past bench, T1 otherwise,
      * the rule TA-RANKING's SET-PAY-GRADE applies.
       SET-PAY-GRADE.
           MOVE "T1" TO PAY-GRADE.
           MOVE 1 TO HP-I.
           MOVE HIST-USED TO HP-END.
           ADD 1 TO HP-END.
           IF (HIST-USED > 0)
               PERFORM SET-PAY-GRADE-LOOP.

       SET-PAY-GRADE-LOOP.
           IF (HP-STD-ID(HP-I) EQUAL LOOK-STD-ID)
               MOVE "T2" TO PAY-GRADE.
           ADD 1 TO HP-I.
           IF (HP-I < HP-END AND PAY-GRADE EQUAL "T1")
               GO TO SET-PAY-GRADE-LOOP.

       WRITE-COURSE-HEADING.
           MOVE SPACES TO PROJ-LINE.
           WRITE PROJ-LINE.
           MOVE SPACES TO PROJ-LINE.
           STRING "CRS   DEPT    ACC  PEND  HOURS"
               "       COMMITTED        EXPOSURE"
               DELIMITED BY SIZE INTO PROJ-LINE.
           WRITE PROJ-LINE.

      * HOURS is what each accepted TA is paid now; with none
      * accepted yet, what each would be paid once all are.
       WRITE-COURSE-LINE.
           MOVE CR-CRS-ID(CR-I) TO PC-CRS-ID.
           MOVE LOOK-DEPT TO PC-DEPT.
           MOVE CR-ACCEPTED(CR-I) TO PC-ACCEPTED.
           MOVE CR-PENDING(CR-I) TO PC-PENDING.
           IF (CR-ACCEPTED(CR-I) > 0)
               MOVE APPOINT-HOURS TO PC-HOURS
           ELSE
               MOVE FULL-HOURS TO PC-HOURS.
           MOVE CRS-COMMITTED TO PC-COMMITTED.
           MOVE CRS-EXPOSURE TO PC-EXPOSURE.
           MOVE SPACE TO PC-SPACE1 PC-SPACE2 PC-SPACE3 PC-SPACE4
               PC-SPACE5 PC-SPACE6.
           WRITE PROJ-COURSE.

       WRITE-DEPT-HEADING.
           MOVE SPACES TO PROJ-LINE.
           WRITE PROJ-LINE.
           MOVE SPACES TO PROJ-LINE.
           STRING "DEPT            BUDGET       COMMITTED"
               "        EXPOSURE        REMAINING"
               DELIMITED BY SIZE INTO PROJ-LINE.
           WRITE PROJ-LINE.

      * Remaining is what the department has left after the money
      * already committed; OVER means the pending offers would not
      * fit in it if every one were accepted.
       PRINT-DEPT-LOOP.
           MOVE DP-BUDGET(PL-I) TO DEPT-REMAINING.
           SUBTRACT DP-COMMITTED(PL-I) FROM DEPT-REMAINING.
           MOVE DP-DEPT(PL-I) TO PD-DEPT.
           MOVE DP-BUDGET(PL-I) TO PD-BUDGET.
           MOVE DP-COMMITTED(PL-I) TO PD-COMMITTED.
           MOVE DP-EXPOSURE(PL-I) TO PD-EXPOSURE.
           MOVE DEPT-REMAINING TO PD-REMAINING.
           MOVE SPACES TO PD-FLAG.
           IF (DP-EXPOSURE(PL-I) > DEPT-REMAINING)
               MOVE "OVER" TO PD-FLAG
               MOVE 1 TO HOLD-OFFERS
               ADD 1 TO OVER-COUNT.
           MOVE SPACE TO PD-SPACE1 PD-SPACE2 PD-SPACE3 PD-SPACE4
               PD-SPACE5.
           WRITE PROJ-DEPT.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END)
               GO TO PRINT-DEPT-LOOP.

       WRITE-PROBLEM-LINE.
           MOVE "*** " TO PX-TAG.
           MOVE SPACE TO PX-SPACE1.
           WRITE PROJ-EXCEPT.
           ADD 1 TO PROBLEM-COUNT.

       PRINT-TOTALS.
           MOVE SPACES TO PROJ-LINE.
           WRITE PROJ-LINE.
           MOVE "COURSES PRICED" TO PT-LABEL.
           MOVE COURSE-COUNT TO PT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "APPOINTMENTS ACCEPTED" TO PT-LABEL.
           MOVE ACCEPTED-COUNT TO PT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "APPOINTMENTS PENDING" TO PT-LABEL.
           MOVE PENDING-COUNT TO PT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DECLINES NOT PRICED" TO PT-LABEL.
           MOVE DECLINED-COUNT TO PT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DEPARTMENTS OVER BUDGET" TO PT-LABEL.
           MOVE OVER-COUNT TO PT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "INPUT PROBLEMS" TO PT-LABEL.
           MOVE PROBLEM-COUNT TO PT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO PROJ-LINE.
           IF (HOLD-OFFERS EQUAL 1)
               MOVE "OFFERS HELD: RESOLVE BEFORE TA-OFFEREXT RUNS"
                   TO PROJ-LINE
           ELSE
               MOVE "WITHIN BUDGET: OFFERS MAY GO OUT" TO PROJ-LINE.
           WRITE PROJ-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACE TO PT-SPACE1.
           WRITE PROJ-TOTAL.

      * The projection is complete but says the letters must wait:
      * the run log and the return code carry that to the scheduler
      * so the stream stops short of TA-OFFEREXT, and a restart
      * runs this check again rather than skipping past it.
       HOLD-OFFERS-END.
           DISPLAY "offers held: see budgetproj.txt".
           MOVE "ABENDED" TO RL-EVENT.
           MOVE "offers held: budget" TO RL-DETAIL.
           PERFORM WRITE-RUN-LOG.
           MOVE RC-BUDGET TO RETURN-CODE.
           STOP RUN.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       PARAM-FILE-ERROR.
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE PARAM-STATUS TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       BUDGET-FILE-ERROR.
           MOVE "deptbudget.txt" TO ERR-FILE-NAME.
           MOVE BUDGET-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       RATE-FILE-ERROR.
           MOVE "payrates.txt" TO ERR-FILE-NAME.
           MOVE RATE-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ASSIGN-FILE-ERROR.
           MOVE "assignments.txt" TO ERR-FILE-NAME.
           MOVE ASSIGN-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ROSTER-FILE-ERROR.
           MOVE "roster.txt" TO ERR-FILE-NAME.
           MOVE ROSTER-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       INST-FILE-ERROR.
           MOVE "crsmast.dat" TO ERR-FILE-NAME.
           MOVE INST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       PROJ-FILE-ERROR.
           MOVE "budgetproj.txt" TO ERR-FILE-NAME.
           MOVE PROJ-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-BUDGET   " TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
