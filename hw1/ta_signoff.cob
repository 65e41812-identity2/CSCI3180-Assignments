      * CSCI3180 Principles of Programming Languages
      *
      * TA-SIGNOFF: maintenance for the instructor sign-off master.
      *
      * Offers used to go out for a course as soon as its bench was
      * ranked, and more than once an instructor first saw the
      * names after the students had.  signoff.dat, an indexed file
      * keyed by CRS-ID, now records whether each course's bench is
      * APPROVED or HELD, who signed it and on what date.  The
      * roster pass (TA-RANKING PARAM-MODE 3) seats new offers only
      * for an approved course, TA-OFFEREXT leaves a held course out
      * of every letter, and TA-REPORT prints each course's state
      * in its page heading.  A course with no sign-off record is
      * treated as held.
      *
      * This program is the only thing that writes a sign-off: it
      * applies signtrans.txt and prints signregister.txt, an
      * applied/rejected register with one line per transaction and
      * the totals at the end, the same way TA-INSTMAINT handles the
      * course master.  A transaction is A (approve) or H (hold),
      * the CRS-ID, the approver's name and the date they signed.
      * It is refused when the action is not A or H; when the
      * course is not on crsmast.dat; when the approver is blank;
      * when the date is not a real calendar date or is later than
      * today; when it is dated before the record already on file
      * (an approval older than the bench now standing was given
      * for a bench since replaced); when an approval names a
      * course with no bench in output.txt; or when it would leave
      * the state unchanged.
      *
      * TA-MERGE lapses an approval back to HELD whenever a backfill
      * or rescore bench replaces the course's line in output.txt,
      * stamping SO-LAPSED with the source and SO-DATE with the
      * day, and a full TA-RANKING run does the same with RERANK
      * for every course it re-ranks to a different bench, so an
      * approval never carries over to a bench the instructor has
      * not seen.  An applied transaction clears SO-LAPSED.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  Review fix: SO-LAPSED may also read RERANK, set
      *             by a full TA-RANKING run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-SIGNOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT OPTIONAL SIGNOFF-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-CRS-ID
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT INST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-ID
               FILE STATUS IS INST-STATUS.
           SELECT OPTIONAL OUTPUT-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS OUTPUT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One sign-off per line: the action letter, the CRS-ID, who
      * signed and the date they signed.
       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-TABLE
           VALUE OF FILE-ID IS "signtrans.txt".
       01 TRANS-TABLE.
           05 TR-ACTION PIC X.
           05 TR-SPACE1 PIC X.
           05 TR-CRS-ID PIC 9(4).
           05 TR-SPACE2 PIC X.
           05 TR-APPROVER PIC X(20).
           05 TR-SPACE3 PIC X.
           05 TR-DATE PIC 9(8).

      * The sign-off master, keyed by CRS-ID: APPROVED or HELD, who
      * signed and when.  SO-LAPSED is blank on a sign-off as
      * entered, BACKFILL/RESCORE when TA-MERGE lapsed an approval
      * on replacing the bench, or RERANK when a full TA-RANKING run
      * re-ranked it (SO-DATE is then the lapse date).  OPTIONAL so
      * the term's first batch creates it.
       FD SIGNOFF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SIGNOFF-TABLE
           VALUE OF FILE-ID IS "signoff.dat".
       01 SIGNOFF-TABLE.
           05 SO-CRS-ID PIC 9(4).
           05 SO-SPACE1 PIC X.
           05 SO-STATE PIC X(8).
           05 SO-SPACE2 PIC X.
           05 SO-APPROVER PIC X(20).
           05 SO-SPACE3 PIC X.
           05 SO-DATE PIC 9(8).
           05 SO-SPACE4 PIC X.
           05 SO-LAPSED PIC X(8).

      * The course master, read by key only to prove the course
      * exists.
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

      * The ranked benches; only the CRS-IDs are kept, to prove an
      * approval has a bench behind it.  Absent before the term's
      * first ranking run.
       FD OUTPUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TABLE
           VALUE OF FILE-ID IS "output.txt".
       01 OUTPUT-TABLE.
           05 O-CRS-ID PIC 9(4).
           05 O-SPACE1 PIC A.
           05 O-LIST PIC X(131).
           05 O-RETURN PIC X.

      * The applied/rejected register: one line per transaction in
      * input order, then the totals in the second record layout.
       FD REGISTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REGISTER-TABLE
           VALUE OF FILE-ID IS "signregister.txt".
       01 REGISTER-TABLE.
           05 RG-ACTION PIC X.
           05 RG-SPACE1 PIC X.
           05 RG-CRS-ID PIC X(4).
           05 RG-SPACE2 PIC X.
           05 RG-APPROVER PIC X(20).
           05 RG-SPACE3 PIC X.
           05 RG-RESULT PIC X(8).
           05 RG-SPACE4 PIC X.
           05 RG-REASON PIC X(40).
       01 REGISTER-TOTAL.
           05 RG-LABEL PIC X(21).
           05 RG-SPACE5 PIC X.
           05 RG-COUNT PIC ZZZZZ9.

      * The persistent run log every step appends to.
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
       01 TRANS-STATUS PIC XX.
       01 SIGNOFF-STATUS PIC XX.
       01 INST-STATUS PIC XX.
       01 OUTPUT-STATUS PIC XX.
       01 REGISTER-STATUS PIC XX.
       01 EOF-TRANS PIC 9 VALUE 0.
       01 EOF-OUTPUT PIC 9 VALUE 0.
       01 TRANS-VALID PIC 9 VALUE 0.
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 APPLIED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 RUN-DATE PIC 9(8) VALUE 0.

      * The course's sign-off as it stands, read before the
      * transaction is judged.
       01 SO-ON-FILE PIC 9 VALUE 0.
       01 NEW-STATE PIC X(8) VALUE SPACES.

      * The CRS-IDs that have a bench in output.txt.
       01 BENCH-USED PIC 9(4) VALUE 0.
       01 BENCH-MEMORY.
           05 BN-CRS-ID PIC 9(4) VALUE 0 OCCURS 500 TIMES.
       01 BENCH-FOUND PIC 9 VALUE 0.
       01 PL-I PIC 9(4).
       01 PL-END PIC 9(4).

      * Calendar scratch for proving a sign-off date is real: the
      * month lengths in a REDEFINES table, February widened in a
      * leap year.
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

      * Abend reporting: the file that failed, its two-byte FILE
      * STATUS, and the return-code class the scheduler branches
      * on -- 10 input, 20 master, 30 output.
       01 ERR-FILE-NAME PIC X(15) VALUE SPACES.
       01 ERR-FILE-STATUS PIC XX VALUE SPACES.
       01 ERR-RETURN-CODE PIC 99 VALUE 0.
       01 RC-INPUT PIC 99 VALUE 10.
       01 RC-MASTER PIC 99 VALUE 20.
       01 RC-OUTPUT PIC 99 VALUE 30.
       01 RUNLOG-STATUS PIC XX.
       01 RL-TIME-RAW.
           05 RL-TIME-HMS PIC 9(6).
           05 RL-TIME-FRAC PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM WRITE-RUN-LOG-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BENCHES.
           OPEN INPUT TRANS-FILE.
           IF (TRANS-STATUS NOT EQUAL 00)
               GO TO TRANS-FILE-ERROR.
           OPEN INPUT INST-FILE.
           IF (INST-STATUS NOT EQUAL 00)
               GO TO INST-FILE-ERROR.
           OPEN I-O SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 05)
               GO TO SIGNOFF-FILE-ERROR.
           OPEN OUTPUT REGISTER-FILE.
           IF (REGISTER-STATUS NOT EQUAL 00)
               GO TO REGISTER-FILE-ERROR.
           MOVE 0 TO EOF-TRANS.
           PERFORM TRANS-LOOP.
           PERFORM PRINT-REGISTER-TOTALS.
           CLOSE TRANS-FILE.
           CLOSE INST-FILE.
           CLOSE SIGNOFF-FILE.
           CLOSE REGISTER-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * output.txt's course ids; a missing file means no course
      * has a bench yet.
       LOAD-BENCHES.
           MOVE 0 TO BENCH-USED.
           OPEN INPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00 AND OUTPUT-STATUS
               NOT EQUAL 05)
               GO TO OUTPUT-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           IF (OUTPUT-STATUS EQUAL 00)
               PERFORM LOAD-BENCHES-LOOP.
           CLOSE OUTPUT-FILE.

       LOAD-BENCHES-LOOP.
           READ OUTPUT-FILE AT END MOVE 1 TO EOF-OUTPUT.
           IF (EOF-OUTPUT EQUAL 0 AND BENCH-USED < 500 AND
               O-CRS-ID IS NUMERIC)
               ADD 1 TO BENCH-USED
               MOVE O-CRS-ID TO BN-CRS-ID(BENCH-USED).
           IF (EOF-OUTPUT EQUAL 0)
               GO TO LOAD-BENCHES-LOOP.

       TRANS-LOOP.
           READ TRANS-FILE AT END MOVE 1 TO EOF-TRANS.
           IF (EOF-TRANS EQUAL 0)
               PERFORM APPLY-TRANSACTION
               GO TO TRANS-LOOP.

       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION.
           IF (TRANS-VALID EQUAL 1)
               PERFORM APPLY-SIGNOFF.
           IF (TRANS-VALID EQUAL 0)
               PERFORM WRITE-REJECTED.

      * The record itself first -- a known action, a numeric course
      * id, an approver, a real date no later than today -- then
      * the record against the files: the course exists, an
      * approval has a bench to approve, and the transaction is no
      * older than, and changes, the sign-off on file.
       VALIDATE-TRANSACTION.
           MOVE 1 TO TRANS-VALID.
           MOVE SPACES TO REJECT-REASON.
           MOVE 0 TO SO-ON-FILE.
           IF (TR-ACTION NOT EQUAL "A" AND TR-ACTION NOT EQUAL "H")
               MOVE "action not A or H" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-CRS-ID NOT NUMERIC)
               MOVE "non-numeric course id" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-APPROVER EQUAL SPACES)
               MOVE "approver missing" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-SIGNOFF-DATE.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-COURSE-ON-MASTER.
           IF (TRANS-VALID EQUAL 1 AND TR-ACTION EQUAL "A")
               PERFORM CHECK-HAS-BENCH.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-PRIOR-SIGNOFF.

       CHECK-SIGNOFF-DATE.
           IF (TR-DATE NOT NUMERIC)
               MOVE "impossible sign-off date" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               MOVE TR-DATE TO DL-DATE-OUT-N
               PERFORM CHECK-DATE-VALID
               IF (DL-DATE-VALID EQUAL 0)
                   MOVE "impossible sign-off date" TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-DATE > RUN-DATE)
               MOVE "sign-off date in the future" TO REJECT-REASON
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

       CHECK-COURSE-ON-MASTER.
           MOVE TR-CRS-ID TO CRS-ID.
           READ INST-FILE.
           IF (INST-STATUS EQUAL 23)
               MOVE "course not on crsmast.dat" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (INST-STATUS NOT EQUAL 00 AND INST-STATUS
               NOT EQUAL 23)
               GO TO INST-FILE-ERROR.

       CHECK-HAS-BENCH.
           MOVE 0 TO BENCH-FOUND.
           MOVE 1 TO PL-I.
           MOVE BENCH-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (BENCH-USED > 0)
               PERFORM CHECK-HAS-BENCH-LOOP.
           IF (BENCH-FOUND EQUAL 0)
               MOVE "no bench in output.txt to approve"
                   TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

       CHECK-HAS-BENCH-LOOP.
           IF (BN-CRS-ID(PL-I) EQUAL TR-CRS-ID)
               MOVE 1 TO BENCH-FOUND.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND BENCH-FOUND EQUAL 0)
               GO TO CHECK-HAS-BENCH-LOOP.

      * The sign-off on file, if any: a transaction dated before it
      * answers a bench that has since changed, and one that leaves
      * the state where it is has nothing to apply.  SO-ON-FILE is
      * left set for APPLY-SIGNOFF.
       CHECK-PRIOR-SIGNOFF.
           MOVE "APPROVED" TO NEW-STATE.
           IF (TR-ACTION EQUAL "H")
               MOVE "HELD    " TO NEW-STATE.
           MOVE TR-CRS-ID TO SO-CRS-ID.
           READ SIGNOFF-FILE.
           IF (SIGNOFF-STATUS EQUAL 00)
               MOVE 1 TO SO-ON-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 23)
               GO TO SIGNOFF-FILE-ERROR.
           IF (SO-ON-FILE EQUAL 1 AND SO-DATE IS NUMERIC AND
               TR-DATE < SO-DATE)
               MOVE "dated before sign-off on file" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND SO-ON-FILE EQUAL 1 AND
               SO-STATE EQUAL NEW-STATE)
               MOVE "course already in that state" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

       APPLY-SIGNOFF.
           MOVE TR-CRS-ID TO SO-CRS-ID.
           MOVE NEW-STATE TO SO-STATE.
           MOVE TR-APPROVER TO SO-APPROVER.
           MOVE TR-DATE TO SO-DATE.
           MOVE SPACES TO SO-LAPSED.
           MOVE SPACE TO SO-SPACE1 SO-SPACE2 SO-SPACE3 SO-SPACE4.
           IF (SO-ON-FILE EQUAL 1)
               REWRITE SIGNOFF-TABLE
           ELSE
               WRITE SIGNOFF-TABLE.
           IF (SIGNOFF-STATUS NOT EQUAL 00)
               GO TO SIGNOFF-FILE-ERROR.
           PERFORM WRITE-APPLIED.

       WRITE-APPLIED.
           MOVE TR-ACTION TO RG-ACTION.
           MOVE TR-CRS-ID TO RG-CRS-ID.
           MOVE TR-APPROVER TO RG-APPROVER.
           MOVE "APPLIED " TO RG-RESULT.
           MOVE SPACES TO RG-REASON.
           MOVE SPACE TO RG-SPACE1 RG-SPACE2 RG-SPACE3 RG-SPACE4.
           WRITE REGISTER-TABLE.
           ADD 1 TO APPLIED-COUNT.

       WRITE-REJECTED.
           MOVE TR-ACTION TO RG-ACTION.
           MOVE TR-CRS-ID TO RG-CRS-ID.
           MOVE TR-APPROVER TO RG-APPROVER.
           MOVE "REJECTED" TO RG-RESULT.
           MOVE REJECT-REASON TO RG-REASON.
           MOVE SPACE TO RG-SPACE1 RG-SPACE2 RG-SPACE3 RG-SPACE4.
           WRITE REGISTER-TABLE.
           ADD 1 TO REJECTED-COUNT.

       PRINT-REGISTER-TOTALS.
           MOVE "TRANSACTIONS APPLIED" TO RG-LABEL.
           MOVE APPLIED-COUNT TO RG-COUNT.
           MOVE SPACE TO RG-SPACE5.
           WRITE REGISTER-TOTAL.
           MOVE "TRANSACTIONS REJECTED" TO RG-LABEL.
           MOVE REJECTED-COUNT TO RG-COUNT.
           MOVE SPACE TO RG-SPACE5.
           WRITE REGISTER-TOTAL.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       TRANS-FILE-ERROR.
           MOVE "signtrans.txt" TO ERR-FILE-NAME.
           MOVE TRANS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       SIGNOFF-FILE-ERROR.
           MOVE "signoff.dat" TO ERR-FILE-NAME.
           MOVE SIGNOFF-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       INST-FILE-ERROR.
           MOVE "crsmast.dat" TO ERR-FILE-NAME.
           MOVE INST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       OUTPUT-FILE-ERROR.
           MOVE "output.txt" TO ERR-FILE-NAME.
           MOVE OUTPUT-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       REGISTER-FILE-ERROR.
           MOVE "signregister" TO ERR-FILE-NAME.
           MOVE REGISTER-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-SIGNOFF  " TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
