      * CSCI3180 Principles of Programming Languages
      *
      * TA-TIMESHEET: weekly timesheet capture and reconciliation.
      *
      * payfeed.txt tells payroll each TA's total hours for the term
      * (PF-HOURS), but until now nothing recorded what a TA
      * actually worked, and overruns surfaced at term end as
      * complaints.  This program takes a batch of weekly timesheet
      * transactions from timetrans.txt (CRS-ID, STD-ID, week-ending
      * date, hours worked that week), checks each one, appends the
      * good ones to the term-to-date hours file tshours.txt, and
      * prints tsregister.txt, an applied/rejected register with
      * one line per transaction and the totals at the end, the
      * same way TA-RSPMAINT handles offer responses.
      *
      * A timesheet is refused when its keys or hours are not
      * numeric; when its week-ending date is not a real calendar
      * date, has not come yet, or falls outside the term in
      * control.txt (a week ending up to six days after the last
      * day of term still counts, so the term's last part-week can
      * be claimed); when the student holds no ACCEPTED line for
      * the course in roster.txt; or when that week is already on
      * file for the appointment.
      *
      * tsrecon.txt then reconciles the term so far.  For every
      * accepted appointment it sets the hours worked to date
      * against PF-HOURS pro-rated over the term's whole weeks
      * completed by today, and flags OVER or UNDER when the two
      * differ by more than PARAM-TS-MARGIN per cent of the hours
      * due (10 when control.txt leaves it blank).  An appointment
      * with no payfeed.txt line for this term is flagged NOFEED.
      * A second section lists every week in which a student's
      * hours across all their courses came to more than
      * CAND-MAX-HOURS on the candidate master, and every week
      * booked to a student no longer on it; each kind has its own
      * total.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  Review fix: weeks for a student not on the
      *             master are totalled on their own line instead
      *             of being counted as over max hours.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-TIMESHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT TRANS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT OPTIONAL HOURS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOURS-STATUS.
           SELECT ROSTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT OPTIONAL PAYFEED-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYFEED-STATUS.
           SELECT CANDMAST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STD-ID
               FILE STATUS IS CANDMAST-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT RECON-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TA-RANKING's control record: the term's identity and dates,
      * and the reconciliation margin; the rest is carried to match
      * its layout.
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

      * One weekly timesheet per line: the appointment, the last
      * day of the week worked, and the hours.
       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-TABLE
           VALUE OF FILE-ID IS "timetrans.txt".
       01 TRANS-TABLE.
           05 TR-CRS-ID PIC 9(4).
           05 TR-SPACE1 PIC X.
           05 TR-STD-ID PIC 9(10).
           05 TR-SPACE2 PIC X.
           05 TR-WEEK-END PIC 9(8).
           05 TR-SPACE3 PIC X.
           05 TR-HOURS PIC 99.

      * The term-to-date hours file: every accepted timesheet,
      * stamped with the term it was taken in.  Lines from earlier
      * terms stay in the file and are passed over.
       FD HOURS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOURS-TABLE
           VALUE OF FILE-ID IS "tshours.txt".
       01 HOURS-TABLE.
           05 TH-TERM-ID PIC X(6).
           05 TH-SPACE1 PIC X.
           05 TH-CRS-ID PIC 9(4).
           05 TH-SPACE2 PIC X.
           05 TH-STD-ID PIC 9(10).
           05 TH-SPACE3 PIC X.
           05 TH-WEEK-END PIC 9(8).
           05 TH-SPACE4 PIC X.
           05 TH-HOURS PIC 99.

      * The confirmed roster; only its ACCEPTED lines are
      * appointments anyone can be paid for.
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

      * The payroll feed TA-RANKING's PARAM-MODE 5 writes; the
      * trailer's leading T keeps it out of the detail load.
       FD PAYFEED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAYFEED-TABLE
           VALUE OF FILE-ID IS "payfeed.txt".
       01 PAYFEED-TABLE.
           05 PF-CRS-ID PIC 9(4).
           05 PF-SPACE1 PIC X.
           05 PF-STD-ID PIC 9(10).
           05 PF-SPACE2 PIC X.
           05 PF-TERM-ID PIC X(6).
           05 PF-SPACE3 PIC X.
           05 PF-TERM-START PIC 9(8).
           05 PF-SPACE4 PIC X.
           05 PF-TERM-END PIC 9(8).
           05 PF-SPACE5 PIC X.
           05 PF-HOURS PIC 9(4).
           05 PF-SPACE6 PIC X.
           05 PF-GRADE PIC X(2).

      * The candidate master, TA-CANDMAINT's layout, read by key
      * for each student's CAND-MAX-HOURS.
       FD CANDMAST-FILE
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

      * The applied/rejected register: one line per transaction in
      * input order, then the totals in the second record layout.
       FD REGISTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REGISTER-TABLE
           VALUE OF FILE-ID IS "tsregister.txt".
       01 REGISTER-TABLE.
           05 RG-CRS-ID PIC X(4).
           05 RG-SPACE1 PIC X.
           05 RG-STD-ID PIC X(10).
           05 RG-SPACE2 PIC X.
           05 RG-WEEK-END PIC X(8).
           05 RG-SPACE3 PIC X.
           05 RG-HOURS PIC X(2).
           05 RG-SPACE4 PIC X.
           05 RG-RESULT PIC X(8).
           05 RG-SPACE5 PIC X.
           05 RG-REASON PIC X(40).
       01 REGISTER-TOTAL.
           05 RG-LABEL PIC X(21).
           05 RG-SPACE6 PIC X.
           05 RG-COUNT PIC ZZZZZ9.

      * The reconciliation: a heading per section, one line per
      * accepted appointment, one line per over-limit week, then
      * labelled totals.
       FD RECON-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECON-LINE
           VALUE OF FILE-ID IS "tsrecon.txt".
       01 RECON-LINE PIC X(80).
       01 RECON-APPT.
           05 RA-CRS-ID PIC 9(4).
           05 RA-SPACE1 PIC XX.
           05 RA-STD-ID PIC 9(10).
           05 RA-SPACE2 PIC XX.
           05 RA-FEED-HOURS PIC ZZZ9.
           05 RA-SPACE3 PIC XX.
           05 RA-DUE-HOURS PIC ZZZ9.
           05 RA-SPACE4 PIC XX.
           05 RA-WORKED PIC ZZZ9.
           05 RA-SPACE5 PIC XX.
           05 RA-VARIANCE PIC ----9.
           05 RA-SPACE6 PIC XX.
           05 RA-FLAG PIC X(6).
       01 RECON-WEEK.
           05 RW-STD-ID PIC 9(10).
           05 RW-SPACE1 PIC XX.
           05 RW-WEEK-END PIC 9(8).
           05 RW-SPACE2 PIC XX.
           05 RW-HOURS PIC ZZ9.
           05 RW-SPACE3 PIC XX.
           05 RW-MAX-HOURS PIC Z9.
           05 RW-SPACE4 PIC XX.
           05 RW-FLAG PIC X(14).
       01 RECON-TOTAL.
           05 RT-LABEL PIC X(24).
           05 RT-SPACE1 PIC X.
           05 RT-COUNT PIC ZZZZZ9.

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
       01 TRANS-STATUS PIC XX.
       01 HOURS-STATUS PIC XX.
       01 ROSTER-STATUS PIC XX.
       01 PAYFEED-STATUS PIC XX.
       01 CANDMAST-STATUS PIC XX.
       01 REGISTER-STATUS PIC XX.
       01 RECON-STATUS PIC XX.
       01 EOF-TRANS PIC 9 VALUE 0.
       01 EOF-HOURS PIC 9 VALUE 0.
       01 EOF-ROSTER PIC 9 VALUE 0.
       01 EOF-PAYFEED PIC 9 VALUE 0.
       01 TRANS-VALID PIC 9 VALUE 0.
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 APPLIED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 RUN-DATE PIC 9(8) VALUE 0.

      * The term, from control.txt, and the margin in force.
       01 TERM-ID PIC X(6) VALUE SPACES.
       01 TERM-START PIC 9(8) VALUE 0.
       01 TERM-END PIC 9(8) VALUE 0.
       01 TS-MARGIN PIC 99 VALUE 10.
       01 TERM-START-SERIAL PIC 9(8) VALUE 0.
       01 TERM-END-SERIAL PIC 9(8) VALUE 0.
       01 TERM-DAYS PIC 9(4) VALUE 0.
       01 TERM-WEEKS PIC 99 VALUE 0.
       01 WEEKS-TO-DATE PIC 99 VALUE 0.
       01 LAST-WEEK-SERIAL PIC 9(8) VALUE 0.
       01 WEEK-SERIAL PIC 9(8) VALUE 0.

      * This term's lines of tshours.txt, with this batch's applied
      * timesheets added.  A file with more of them than the table
      * holds sets HOURS-OVERFLOW and every transaction is refused,
      * since a week past the table could not be checked for a
      * repeat.
       01 HOURS-USED PIC 9(4) VALUE 0.
       01 HOURS-OVERFLOW PIC 9 VALUE 0.
       01 HOURS-MEMORY.
           05 HOURS-ENTRY OCCURS 2000 TIMES.
               10 HM-CRS-ID PIC 9(4) VALUE 0.
               10 HM-STD-ID PIC 9(10) VALUE 0.
               10 HM-WEEK-END PIC 9(8) VALUE 0.
               10 HM-HOURS PIC 99 VALUE 0.
       01 HOURS-FOUND PIC 9 VALUE 0.

      * roster.txt's ACCEPTED lines.
       01 ROST-USED PIC 9(4) VALUE 0.
       01 ROST-MEMORY.
           05 ROST-ENTRY OCCURS 500 TIMES.
               10 RM-CRS-ID PIC 9(4) VALUE 0.
               10 RM-STD-ID PIC 9(10) VALUE 0.
       01 ROST-FOUND PIC 9 VALUE 0.

      * This term's payfeed.txt detail lines.
       01 FEED-USED PIC 9(4) VALUE 0.
       01 FEED-MEMORY.
           05 FEED-ENTRY OCCURS 500 TIMES.
               10 FM-CRS-ID PIC 9(4) VALUE 0.
               10 FM-STD-ID PIC 9(10) VALUE 0.
               10 FM-HOURS PIC 9(4) VALUE 0.
       01 FEED-INDEX PIC 9(4) VALUE 0.

      * Each student's hours per week across all their courses.
       01 WEEK-USED PIC 9(4) VALUE 0.
       01 WEEK-MEMORY.
           05 WEEK-ENTRY OCCURS 2000 TIMES.
               10 WM-STD-ID PIC 9(10) VALUE 0.
               10 WM-WEEK-END PIC 9(8) VALUE 0.
               10 WM-HOURS PIC 9(3) VALUE 0.
       01 WEEK-INDEX PIC 9(4) VALUE 0.

      * Reconciliation scratch for the appointment in hand.
       01 LOOK-CRS-ID PIC 9(4) VALUE 0.
       01 LOOK-STD-ID PIC 9(10) VALUE 0.
       01 WORKED-HOURS PIC 9(4) VALUE 0.
       01 DUE-HOURS PIC 9(4) VALUE 0.
       01 DUE-WORK PIC 9(6) VALUE 0.
       01 MARGIN-HOURS PIC 9(4) VALUE 0.
       01 VARIANCE-HOURS PIC S9(4) VALUE 0.
       01 SHORT-HOURS PIC S9(4) VALUE 0.
       01 MAX-HOURS PIC 99 VALUE 0.
       01 APPT-COUNT PIC 9(6) VALUE 0.
       01 OVER-COUNT PIC 9(6) VALUE 0.
       01 UNDER-COUNT PIC 9(6) VALUE 0.
       01 NOFEED-COUNT PIC 9(6) VALUE 0.
       01 WEEK-OVER-COUNT PIC 9(6) VALUE 0.
       01 WEEK-NOMAST-COUNT PIC 9(6) VALUE 0.

       01 PL-I PIC 9(4).
       01 PL-END PIC 9(4).
       01 WK-I PIC 9(4).
       01 WK-END PIC 9(4).

      * Calendar scratch: the month lengths in a REDEFINES table,
      * February widened in a leap year, for checking that a date
      * is real and for turning dates into running day numbers,
      * the same arithmetic TA-RANKING's payroll pass uses.
       01 DL-DATE-OUT.
           05 DL-OUT-YEAR PIC 9(4).
           05 DL-OUT-MONTH PIC 99.
           05 DL-OUT-DAY PIC 99.
       01 DL-DATE-OUT-N REDEFINES DL-DATE-OUT PIC 9(8).
       01 DL-MONTH-LEN PIC 99.
       01 DL-QUOT PIC 9(4).
       01 DL-REM PIC 9(4).
       01 DL-LEAP PIC 9 VALUE 0.
       01 DL-DATE-VALID PIC 9 VALUE 0.
       01 MONTH-LEN-LITERAL PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-LEN-R REDEFINES MONTH-LEN-LITERAL.
           05 MONTH-LEN PIC 99 OCCURS 12 TIMES.
       01 DN-SERIAL PIC 9(8) VALUE 0.
       01 DN-WORK PIC 9(4) VALUE 0.
       01 DN-QUOT PIC 9(4) VALUE 0.
       01 DN-I PIC 99.
       01 DN-IEND PIC 99.

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
           PERFORM CALC-TERM-WEEKS.
           PERFORM LOAD-HOURS.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-PAYFEED.
           OPEN INPUT TRANS-FILE.
           IF (TRANS-STATUS NOT EQUAL 00)
               GO TO TRANS-FILE-ERROR.
           OPEN OUTPUT REGISTER-FILE.
           IF (REGISTER-STATUS NOT EQUAL 00)
               GO TO REGISTER-FILE-ERROR.
           OPEN EXTEND HOURS-FILE.
           IF (HOURS-STATUS NOT EQUAL 00 AND HOURS-STATUS
               NOT EQUAL 05)
               GO TO HOURS-FILE-ERROR.
           MOVE 0 TO EOF-TRANS.
           PERFORM TRANS-LOOP.
           PERFORM PRINT-REGISTER-TOTALS.
           CLOSE TRANS-FILE.
           CLOSE REGISTER-FILE.
           CLOSE HOURS-FILE.
           OPEN OUTPUT RECON-FILE.
           IF (RECON-STATUS NOT EQUAL 00)
               GO TO RECON-FILE-ERROR.
           PERFORM RECONCILE-APPOINTMENTS.
           PERFORM CHECK-WEEKLY-LIMITS.
           PERFORM PRINT-RECON-TOTALS.
           CLOSE RECON-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * Timesheets are stamped with the term and checked against
      * its dates, so all three must be in control.txt.
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
           MOVE PARAM-TERM-ID TO TERM-ID.
           MOVE PARAM-TERM-START TO TERM-START.
           MOVE PARAM-TERM-END TO TERM-END.
           IF (TERM-ID EQUAL SPACES OR TERM-START EQUAL 0 OR
               TERM-END EQUAL 0 OR TERM-END < TERM-START)
               PERFORM PARAM-ERROR.
           IF (PARAM-TS-MARGIN IS NUMERIC)
               MOVE PARAM-TS-MARGIN TO TS-MARGIN.

       PARAM-ERROR.
           DISPLAY "term id and dates missing from control.txt".
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE SPACES TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           PERFORM WRITE-RUN-LOG-ABEND.
           MOVE ERR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The term's whole weeks (inclusive day count, rounded) as
      * TA-RANKING counts them for PF-HOURS, and the whole weeks
      * gone by today, the part of PF-HOURS due so far.
       CALC-TERM-WEEKS.
           MOVE TERM-START TO DL-DATE-OUT-N.
           PERFORM TO-DAY-NUMBER.
           MOVE DN-SERIAL TO TERM-START-SERIAL.
           MOVE TERM-END TO DL-DATE-OUT-N.
           PERFORM TO-DAY-NUMBER.
           MOVE DN-SERIAL TO TERM-END-SERIAL.
           ADD 6 TO DN-SERIAL GIVING LAST-WEEK-SERIAL.
           SUBTRACT TERM-START-SERIAL FROM TERM-END-SERIAL
               GIVING TERM-DAYS.
           ADD 1 TO TERM-DAYS.
           DIVIDE TERM-DAYS BY 7 GIVING TERM-WEEKS ROUNDED.
           MOVE 0 TO WEEKS-TO-DATE.
           IF (RUN-DATE NOT < TERM-START)
               PERFORM CALC-WEEKS-TO-DATE.

       CALC-WEEKS-TO-DATE.
           MOVE RUN-DATE TO DL-DATE-OUT-N.
           IF (RUN-DATE > TERM-END)
               MOVE TERM-END TO DL-DATE-OUT-N.
           PERFORM TO-DAY-NUMBER.
           SUBTRACT TERM-START-SERIAL FROM DN-SERIAL
               GIVING TERM-DAYS.
           ADD 1 TO TERM-DAYS.
           DIVIDE TERM-DAYS BY 7 GIVING WEEKS-TO-DATE.
           IF (RUN-DATE > TERM-END OR WEEKS-TO-DATE > TERM-WEEKS)
               MOVE TERM-WEEKS TO WEEKS-TO-DATE.

      * Convert the YYYYMMDD date in DL-DATE-OUT to a running day
      * number, as TA-RANKING's TO-DAY-NUMBER does.
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

      * This term's lines of the hours file; a missing file is an
      * empty one.
       LOAD-HOURS.
           MOVE 0 TO HOURS-USED.
           OPEN INPUT HOURS-FILE.
           IF (HOURS-STATUS NOT EQUAL 00 AND HOURS-STATUS
               NOT EQUAL 05)
               GO TO HOURS-FILE-ERROR.
           MOVE 0 TO EOF-HOURS.
           PERFORM LOAD-HOURS-LOOP.
           CLOSE HOURS-FILE.

       LOAD-HOURS-LOOP.
           READ HOURS-FILE AT END MOVE 1 TO EOF-HOURS.
           IF (EOF-HOURS EQUAL 0 AND TH-TERM-ID EQUAL TERM-ID AND
               HOURS-USED NOT < 2000)
               MOVE 1 TO HOURS-OVERFLOW.
           IF (EOF-HOURS EQUAL 0 AND TH-TERM-ID EQUAL TERM-ID AND
               HOURS-USED < 2000)
               ADD 1 TO HOURS-USED
               MOVE TH-CRS-ID TO HM-CRS-ID(HOURS-USED)
               MOVE TH-STD-ID TO HM-STD-ID(HOURS-USED)
               MOVE TH-WEEK-END TO HM-WEEK-END(HOURS-USED)
               MOVE TH-HOURS TO HM-HOURS(HOURS-USED).
           IF (EOF-HOURS EQUAL 0)
               GO TO LOAD-HOURS-LOOP.

       LOAD-ROSTER.
           MOVE 0 TO ROST-USED.
           OPEN INPUT ROSTER-FILE.
           IF (ROSTER-STATUS NOT EQUAL 00)
               GO TO ROSTER-FILE-ERROR.
           MOVE 0 TO EOF-ROSTER.
           PERFORM LOAD-ROSTER-LOOP.
           CLOSE ROSTER-FILE.

       LOAD-ROSTER-LOOP.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-ROSTER.
           IF (EOF-ROSTER EQUAL 0 AND ROST-USED < 500 AND
               RO-STATUS EQUAL "ACCEPTED")
               ADD 1 TO ROST-USED
               MOVE RO-CRS-ID TO RM-CRS-ID(ROST-USED)
               MOVE RO-STD-ID TO RM-STD-ID(ROST-USED).
           IF (EOF-ROSTER EQUAL 0)
               GO TO LOAD-ROSTER-LOOP.

      * This term's feed lines; before the first payroll run of the
      * term there is no feed, and every appointment reads NOFEED.
       LOAD-PAYFEED.
           MOVE 0 TO FEED-USED.
           OPEN INPUT PAYFEED-FILE.
           IF (PAYFEED-STATUS NOT EQUAL 00 AND PAYFEED-STATUS
               NOT EQUAL 05)
               GO TO PAYFEED-FILE-ERROR.
           MOVE 0 TO EOF-PAYFEED.
           PERFORM LOAD-PAYFEED-LOOP.
           CLOSE PAYFEED-FILE.

       LOAD-PAYFEED-LOOP.
           READ PAYFEED-FILE AT END MOVE 1 TO EOF-PAYFEED.
           IF (EOF-PAYFEED EQUAL 0 AND FEED-USED < 500 AND
               PF-CRS-ID IS NUMERIC AND PF-TERM-ID EQUAL TERM-ID)
               ADD 1 TO FEED-USED
               MOVE PF-CRS-ID TO FM-CRS-ID(FEED-USED)
               MOVE PF-STD-ID TO FM-STD-ID(FEED-USED)
               MOVE PF-HOURS TO FM-HOURS(FEED-USED).
           IF (EOF-PAYFEED EQUAL 0)
               GO TO LOAD-PAYFEED-LOOP.

       TRANS-LOOP.
           READ TRANS-FILE AT END MOVE 1 TO EOF-TRANS.
           IF (EOF-TRANS EQUAL 0)
               PERFORM APPLY-TRANSACTION
               GO TO TRANS-LOOP.

       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION.
           IF (TRANS-VALID EQUAL 1)
               PERFORM APPLY-TIMESHEET.
           IF (TRANS-VALID EQUAL 0)
               PERFORM WRITE-REJECTED.

      * The record itself first -- numeric keys and hours, a real
      * week-ending date that has come and lies in the term --
      * then the record against the files: an accepted
      * appointment, and a week not yet on file.
       VALIDATE-TRANSACTION.
           MOVE 1 TO TRANS-VALID.
           MOVE SPACES TO REJECT-REASON.
           IF (HOURS-OVERFLOW EQUAL 1)
               MOVE "tshours.txt over 2000 lines this term"
                   TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-CRS-ID NOT NUMERIC)
               MOVE "non-numeric course id" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-STD-ID NOT NUMERIC)
               MOVE "non-numeric student id" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-HOURS NOT NUMERIC)
               MOVE "non-numeric hours" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-WEEK-DATE.
           IF (TRANS-VALID EQUAL 1)
               MOVE TR-CRS-ID TO LOOK-CRS-ID
               MOVE TR-STD-ID TO LOOK-STD-ID
               PERFORM LOOKUP-ROSTER
               IF (ROST-FOUND EQUAL 0)
                   MOVE "no accepted appointment" TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               PERFORM LOOKUP-HOURS
               IF (HOURS-FOUND EQUAL 1)
                   MOVE "week already recorded" TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND HOURS-USED NOT < 2000)
               MOVE "hours file full" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

       CHECK-WEEK-DATE.
           IF (TR-WEEK-END NOT NUMERIC)
               MOVE "impossible week-ending date" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               MOVE TR-WEEK-END TO DL-DATE-OUT-N
               PERFORM CHECK-DATE-VALID
               IF (DL-DATE-VALID EQUAL 0)
                   MOVE "impossible week-ending date"
                       TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-WEEK-END > RUN-DATE)
               MOVE "week has not ended yet" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               MOVE TR-WEEK-END TO DL-DATE-OUT-N
               PERFORM TO-DAY-NUMBER
               MOVE DN-SERIAL TO WEEK-SERIAL
               IF (WEEK-SERIAL < TERM-START-SERIAL OR
                   WEEK-SERIAL > LAST-WEEK-SERIAL)
                   MOVE "week outside the term" TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID.

      * A calendar date in DL-DATE-OUT: month 1 to 12, day 1 to the
      * month's length, February 29 only in a leap year.
       CHECK-DATE-VALID.
           MOVE 0 TO DL-DATE-VALID.
           IF (DL-OUT-YEAR > 1900 AND DL-OUT-MONTH > 0 AND
               DL-OUT-MONTH < 13 AND DL-OUT-DAY > 0)
               MOVE MONTH-LEN(DL-OUT-MONTH) TO DL-MONTH-LEN
               PERFORM CHECK-LEAP-YEAR
               IF (DL-OUT-MONTH EQUAL 2 AND DL-LEAP EQUAL 1)
                   MOVE 29 TO DL-MONTH-LEN.
           IF (DL-OUT-YEAR > 1900 AND DL-OUT-MONTH > 0 AND
               DL-OUT-MONTH < 13 AND DL-OUT-DAY > 0 AND
               DL-OUT-DAY NOT > DL-MONTH-LEN)
               MOVE 1 TO DL-DATE-VALID.

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

       LOOKUP-ROSTER.
           MOVE 0 TO ROST-FOUND.
           MOVE 1 TO PL-I.
           MOVE ROST-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (ROST-USED > 0)
               PERFORM LOOKUP-ROSTER-LOOP.

       LOOKUP-ROSTER-LOOP.
           IF (RM-CRS-ID(PL-I) EQUAL LOOK-CRS-ID AND
               RM-STD-ID(PL-I) EQUAL LOOK-STD-ID)
               MOVE 1 TO ROST-FOUND.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND ROST-FOUND EQUAL 0)
               GO TO LOOKUP-ROSTER-LOOP.

       LOOKUP-HOURS.
           MOVE 0 TO HOURS-FOUND.
           MOVE 1 TO PL-I.
           MOVE HOURS-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (HOURS-USED > 0)
               PERFORM LOOKUP-HOURS-LOOP.

       LOOKUP-HOURS-LOOP.
           IF (HM-CRS-ID(PL-I) EQUAL TR-CRS-ID AND
               HM-STD-ID(PL-I) EQUAL TR-STD-ID AND
               HM-WEEK-END(PL-I) EQUAL TR-WEEK-END)
               MOVE 1 TO HOURS-FOUND.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND HOURS-FOUND EQUAL 0)
               GO TO LOOKUP-HOURS-LOOP.

      * Append the week to the hours file and to the table, so a
      * repeat later in the same batch is caught too.
       APPLY-TIMESHEET.
           ADD 1 TO HOURS-USED.
           MOVE TR-CRS-ID TO HM-CRS-ID(HOURS-USED).
           MOVE TR-STD-ID TO HM-STD-ID(HOURS-USED).
           MOVE TR-WEEK-END TO HM-WEEK-END(HOURS-USED).
           MOVE TR-HOURS TO HM-HOURS(HOURS-USED).
           MOVE TERM-ID TO TH-TERM-ID.
           MOVE TR-CRS-ID TO TH-CRS-ID.
           MOVE TR-STD-ID TO TH-STD-ID.
           MOVE TR-WEEK-END TO TH-WEEK-END.
           MOVE TR-HOURS TO TH-HOURS.
           MOVE SPACE TO TH-SPACE1 TH-SPACE2 TH-SPACE3 TH-SPACE4.
           WRITE HOURS-TABLE.
           PERFORM WRITE-APPLIED.

       WRITE-APPLIED.
           PERFORM SET-REGISTER-KEYS.
           MOVE "APPLIED " TO RG-RESULT.
           MOVE SPACES TO RG-REASON.
           WRITE REGISTER-TABLE.
           ADD 1 TO APPLIED-COUNT.

       WRITE-REJECTED.
           PERFORM SET-REGISTER-KEYS.
           MOVE "REJECTED" TO RG-RESULT.
           MOVE REJECT-REASON TO RG-REASON.
           WRITE REGISTER-TABLE.
           ADD 1 TO REJECTED-COUNT.

       SET-REGISTER-KEYS.
           MOVE TR-CRS-ID TO RG-CRS-ID.
           MOVE TR-STD-ID TO RG-STD-ID.
           MOVE TR-WEEK-END TO RG-WEEK-END.
           MOVE TR-HOURS TO RG-HOURS.
           MOVE SPACE TO RG-SPACE1 RG-SPACE2 RG-SPACE3 RG-SPACE4
               RG-SPACE5.

       PRINT-REGISTER-TOTALS.
           MOVE "TRANSACTIONS APPLIED" TO RG-LABEL.
           MOVE APPLIED-COUNT TO RG-COUNT.
           MOVE SPACE TO RG-SPACE6.
           WRITE REGISTER-TOTAL.
           MOVE "TRANSACTIONS REJECTED" TO RG-LABEL.
           MOVE REJECTED-COUNT TO RG-COUNT.
           MOVE SPACE TO RG-SPACE6.
           WRITE REGISTER-TOTAL.

      * One line per accepted appointment: the feed's term hours,
      * the share of them due by today, the hours worked so far,
      * and the difference, flagged when it passes the margin.
       RECONCILE-APPOINTMENTS.
           MOVE SPACES TO RECON-LINE.
           STRING "TIMESHEET RECONCILIATION  TERM " TERM-ID
               "  WEEKS " WEEKS-TO-DATE " OF " TERM-WEEKS
               "  MARGIN " TS-MARGIN "%"
               DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE "CRS   STUDENT-ID  FEED   DUE  WORKED   VAR  FLAG"
               TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE 1 TO WK-I.
           MOVE ROST-USED TO WK-END.
           ADD 1 TO WK-END.
           IF (ROST-USED > 0)
               PERFORM RECONCILE-LOOP.

       RECONCILE-LOOP.
           MOVE RM-CRS-ID(WK-I) TO LOOK-CRS-ID.
           MOVE RM-STD-ID(WK-I) TO LOOK-STD-ID.
           PERFORM SUM-WORKED-HOURS.
           PERFORM LOOKUP-FEED.
           MOVE SPACES TO RA-FLAG.
           MOVE 0 TO DUE-HOURS.
           IF (FEED-INDEX EQUAL 0)
               MOVE "NOFEED" TO RA-FLAG
               ADD 1 TO NOFEED-COUNT
           ELSE
               PERFORM CALC-DUE-HOURS.
           MOVE LOOK-CRS-ID TO RA-CRS-ID.
           MOVE LOOK-STD-ID TO RA-STD-ID.
           MOVE DUE-HOURS TO RA-DUE-HOURS.
           MOVE WORKED-HOURS TO RA-WORKED.
           MOVE 0 TO RA-FEED-HOURS.
           IF (FEED-INDEX > 0)
               MOVE FM-HOURS(FEED-INDEX) TO RA-FEED-HOURS.
           SUBTRACT DUE-HOURS FROM WORKED-HOURS
               GIVING VARIANCE-HOURS.
           MOVE VARIANCE-HOURS TO RA-VARIANCE.
           MOVE SPACE TO RA-SPACE1 RA-SPACE2 RA-SPACE3 RA-SPACE4
               RA-SPACE5 RA-SPACE6.
           WRITE RECON-APPT.
           ADD 1 TO APPT-COUNT.
           ADD 1 TO WK-I.
           IF (WK-I < WK-END)
               GO TO RECONCILE-LOOP.

      * PF-HOURS spread evenly over the term's weeks, times the
      * weeks gone; the margin is a share of that figure.
       CALC-DUE-HOURS.
           MOVE 0 TO DUE-HOURS.
           IF (TERM-WEEKS > 0)
               MULTIPLY FM-HOURS(FEED-INDEX) BY WEEKS-TO-DATE
                   GIVING DUE-WORK
               DIVIDE DUE-WORK BY TERM-WEEKS
                   GIVING DUE-HOURS ROUNDED.
           MULTIPLY DUE-HOURS BY TS-MARGIN GIVING DUE-WORK.
           DIVIDE DUE-WORK BY 100 GIVING MARGIN-HOURS ROUNDED.
           SUBTRACT DUE-HOURS FROM WORKED-HOURS
               GIVING VARIANCE-HOURS.
           SUBTRACT WORKED-HOURS FROM DUE-HOURS GIVING SHORT-HOURS.
           IF (VARIANCE-HOURS > MARGIN-HOURS)
               MOVE "OVER" TO RA-FLAG
               ADD 1 TO OVER-COUNT.
           IF (SHORT-HOURS > MARGIN-HOURS)
               MOVE "UNDER" TO RA-FLAG
               ADD 1 TO UNDER-COUNT.

       SUM-WORKED-HOURS.
           MOVE 0 TO WORKED-HOURS.
           MOVE 1 TO PL-I.
           MOVE HOURS-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (HOURS-USED > 0)
               PERFORM SUM-WORKED-HOURS-LOOP.

       SUM-WORKED-HOURS-LOOP.
           IF (HM-CRS-ID(PL-I) EQUAL LOOK-CRS-ID AND
               HM-STD-ID(PL-I) EQUAL LOOK-STD-ID)
               ADD HM-HOURS(PL-I) TO WORKED-HOURS.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END)
               GO TO SUM-WORKED-HOURS-LOOP.

       LOOKUP-FEED.
           MOVE 0 TO FEED-INDEX.
           MOVE 1 TO PL-I.
           MOVE FEED-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (FEED-USED > 0)
               PERFORM LOOKUP-FEED-LOOP.

       LOOKUP-FEED-LOOP.
           IF (FM-CRS-ID(PL-I) EQUAL LOOK-CRS-ID AND
               FM-STD-ID(PL-I) EQUAL LOOK-STD-ID)
               MOVE PL-I TO FEED-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND FEED-INDEX EQUAL 0)
               GO TO LOOKUP-FEED-LOOP.

      * Fold this term's weeks into one total per student per
      * week-ending date, then set each total against the
      * student's CAND-MAX-HOURS.  Only the weeks over the limit
      * are printed.
       CHECK-WEEKLY-LIMITS.
           MOVE 0 TO WEEK-USED.
           MOVE 1 TO WK-I.
           MOVE HOURS-USED TO WK-END.
           ADD 1 TO WK-END.
           IF (HOURS-USED > 0)
               PERFORM FOLD-WEEK-LOOP.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE "STUDENT-ID  WEEK-END  HOURS  MAX" TO RECON-LINE.
           WRITE RECON-LINE.
           OPEN INPUT CANDMAST-FILE.
           IF (CANDMAST-STATUS NOT EQUAL 00)
               GO TO CANDMAST-FILE-ERROR.
           MOVE 1 TO WK-I.
           MOVE WEEK-USED TO WK-END.
           ADD 1 TO WK-END.
           IF (WEEK-USED > 0)
               PERFORM CHECK-WEEK-LOOP.
           CLOSE CANDMAST-FILE.

       FOLD-WEEK-LOOP.
           MOVE 0 TO WEEK-INDEX.
           MOVE 1 TO PL-I.
           MOVE WEEK-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (WEEK-USED > 0)
               PERFORM FIND-WEEK-LOOP.
           IF (WEEK-INDEX EQUAL 0)
               ADD 1 TO WEEK-USED
               MOVE WEEK-USED TO WEEK-INDEX
               MOVE HM-STD-ID(WK-I) TO WM-STD-ID(WEEK-INDEX)
               MOVE HM-WEEK-END(WK-I) TO WM-WEEK-END(WEEK-INDEX).
           ADD HM-HOURS(WK-I) TO WM-HOURS(WEEK-INDEX).
           ADD 1 TO WK-I.
           IF (WK-I < WK-END)
               GO TO FOLD-WEEK-LOOP.

       FIND-WEEK-LOOP.
           IF (WM-STD-ID(PL-I) EQUAL HM-STD-ID(WK-I) AND
               WM-WEEK-END(PL-I) EQUAL HM-WEEK-END(WK-I))
               MOVE PL-I TO WEEK-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND WEEK-INDEX EQUAL 0)
               GO TO FIND-WEEK-LOOP.

      * A student no longer on the master has no limit to check
      * against; the week is printed so someone looks at it.
       CHECK-WEEK-LOOP.
           MOVE WM-STD-ID(WK-I) TO STD-ID.
           READ CANDMAST-FILE.
           IF (CANDMAST-STATUS NOT EQUAL 00 AND CANDMAST-STATUS
               NOT EQUAL 23)
               GO TO CANDMAST-FILE-ERROR.
           MOVE 0 TO MAX-HOURS.
           IF (CANDMAST-STATUS EQUAL 00 AND CAND-MAX-HOURS IS
               NUMERIC)
               MOVE CAND-MAX-HOURS TO MAX-HOURS.
           MOVE SPACES TO RW-FLAG.
           IF (CANDMAST-STATUS EQUAL 23)
               MOVE "NOT ON MASTER" TO RW-FLAG
               ADD 1 TO WEEK-NOMAST-COUNT.
           IF (CANDMAST-STATUS EQUAL 00 AND
               WM-HOURS(WK-I) > MAX-HOURS)
               MOVE "OVER MAX HOURS" TO RW-FLAG
               ADD 1 TO WEEK-OVER-COUNT.
           IF (RW-FLAG NOT EQUAL SPACES)
               PERFORM WRITE-WEEK-LINE.
           ADD 1 TO WK-I.
           IF (WK-I < WK-END)
               GO TO CHECK-WEEK-LOOP.

       WRITE-WEEK-LINE.
           MOVE WM-STD-ID(WK-I) TO RW-STD-ID.
           MOVE WM-WEEK-END(WK-I) TO RW-WEEK-END.
           MOVE WM-HOURS(WK-I) TO RW-HOURS.
           MOVE MAX-HOURS TO RW-MAX-HOURS.
           MOVE SPACE TO RW-SPACE1 RW-SPACE2 RW-SPACE3 RW-SPACE4.
           WRITE RECON-WEEK.

       PRINT-RECON-TOTALS.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE "APPOINTMENTS RECONCILED" TO RT-LABEL.
           MOVE APPT-COUNT TO RT-COUNT.
           PERFORM WRITE-RECON-TOTAL.
           MOVE "OVER MARGIN" TO RT-LABEL.
           MOVE OVER-COUNT TO RT-COUNT.
           PERFORM WRITE-RECON-TOTAL.
           MOVE "UNDER MARGIN" TO RT-LABEL.
           MOVE UNDER-COUNT TO RT-COUNT.
           PERFORM WRITE-RECON-TOTAL.
           MOVE "NO PAYROLL FEED LINE" TO RT-LABEL.
           MOVE NOFEED-COUNT TO RT-COUNT.
           PERFORM WRITE-RECON-TOTAL.
           MOVE "WEEKS OVER MAX HOURS" TO RT-LABEL.
           MOVE WEEK-OVER-COUNT TO RT-COUNT.
           PERFORM WRITE-RECON-TOTAL.
           MOVE "WEEKS NOT ON MASTER" TO RT-LABEL.
           MOVE WEEK-NOMAST-COUNT TO RT-COUNT.
           PERFORM WRITE-RECON-TOTAL.

       WRITE-RECON-TOTAL.
           MOVE SPACE TO RT-SPACE1.
           WRITE RECON-TOTAL.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       PARAM-FILE-ERROR.
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE PARAM-STATUS TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       TRANS-FILE-ERROR.
           MOVE "timetrans.txt" TO ERR-FILE-NAME.
           MOVE TRANS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       HOURS-FILE-ERROR.
           MOVE "tshours.txt" TO ERR-FILE-NAME.
           MOVE HOURS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ROSTER-FILE-ERROR.
           MOVE "roster.txt" TO ERR-FILE-NAME.
           MOVE ROSTER-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       PAYFEED-FILE-ERROR.
           MOVE "payfeed.txt" TO ERR-FILE-NAME.
           MOVE PAYFEED-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CANDMAST-FILE-ERROR.
           MOVE "candmast.dat" TO ERR-FILE-NAME.
           MOVE CANDMAST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       REGISTER-FILE-ERROR.
           MOVE "tsregister.txt" TO ERR-FILE-NAME.
           MOVE REGISTER-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       RECON-FILE-ERROR.
           MOVE "tsrecon.txt" TO ERR-FILE-NAME.
           MOVE RECON-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-TIMESHEET" TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
