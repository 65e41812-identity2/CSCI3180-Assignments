      *             forward pass with one record of lookahead, and
      *             the response files loaded into memory up front,
      *             instead of reopening three files per course.
      * 2026-10-15  Committee request: instructor requests now earn
      *             a bonus in the ranking, carried as SD-REQ-BONUS
      *             at the end of each scoredetail.txt row.  Each
      *             bench line prints it in a new INSTR column
      *             between EXP and TOTAL; nearmiss.txt may now
      *             carry the VETO reason, printed as read.
      * 2026-10-15  Each course page heading now shows the
      *             instructor sign-off from TA-SIGNOFF's
      *             signoff.dat: approved or held, by whom and
      *             when, whether TA-MERGE lapsed it on a new
      *             bench, or NOT SIGNED OFF when there is no
      *             record.  The summary page counts the courses
      *             not approved.
      * 2026-10-15  Review fix: a lapsed sign-off may now name
      *             RERANK, a full TA-RANKING run, as well as the
      *             TA-MERGE source; it prints the same way.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-REPORT.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT OPTIONAL SIGNOFF-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-CRS-ID
               FILE STATUS IS SIGNOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SD-EXP-SCORE PIC 99V9.
           05 SD-SPACE6 PIC X.
           05 SD-TOTAL-SCORE PIC 99V9.
           05 SD-SPACE7 PIC X.
           05 SD-REQ-BONUS PIC 99V9.

       FD NEARMISS-FILE
           LABEL RECORD IS STANDARD
           05 NM-SPACE3 PIC X.
           05 NM-CUTOFF PIC 99V9.
           05 NM-SPACE4 PIC X.
      * SCORE, CAPPED or VETO (the course instructor barred the
      * candidate from this bench).
           05 NM-REASON PIC X(6).

      * The printed report, 132-column print lines.  The generic
           05 PH-CRS-ID PIC 9(4).
           05 PH-LIT2 PIC X(12).
           05 PH-QUOTA PIC Z9.
           05 PH-LIT4 PIC X(12).
           05 PH-SIGNOFF PIC X(44).
           05 PH-FILL PIC X(42).
           05 PH-LIT3 PIC X(5).
           05 PH-PAGE PIC ZZZ9.
       01 RPT-SKILL-LINE.
           05 BL-PREF PIC Z9.9.
           05 BL-SP5 PIC XX.
           05 BL-EXP PIC Z9.9.
           05 BL-SP9 PIC XX.
           05 BL-BONUS PIC Z9.9.
           05 BL-SP6 PIC XX.
           05 BL-TOTAL PIC Z9.9.
      * Where the offer stands as of this print run, and the date
           05 BL-STATUS PIC X(8).
           05 BL-SP8 PIC XX.
           05 BL-RDATE PIC X(8).
           05 BL-FILL PIC X(63).
       01 RPT-FILL-LINE.
           05 FL-LIT1 PIC X(9).
           05 FL-FILLED PIC Z9.
           05 RO-SPACE3 PIC X.
           05 RO-DATE PIC 9(8).

      * TA-SIGNOFF's instructor sign-off master, keyed by CRS-ID,
      * read by key for each page heading.  Optional: with no file
      * every course shows as not signed off.
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

       WORKING-STORAGE SECTION.
       01 INST-STATUS PIC XX.
       01 OUTPUT-STATUS PIC XX.
       01 EOF-SD PIC 9 VALUE 0.
       01 EOF-NM PIC 9 VALUE 0.
       01 INST-FOUND PIC 9 VALUE 0.
       01 SIGNOFF-STATUS PIC XX.
       01 SIGNOFF-PRESENT PIC 9 VALUE 0.
       01 SIGNOFF-POINTER PIC 99.

      * The course's bench pulled back out of its output.txt line;
      * the token's position in the line is its rank.
               10 SDM-PREF PIC 99V9 VALUE 0.
               10 SDM-EXP PIC 99V9 VALUE 0.
               10 SDM-TOTAL PIC 99V9 VALUE 0.
               10 SDM-BONUS PIC 99V9 VALUE 0.
       01 NMM-USED PIC 9(4) VALUE 0.
       01 NMM-MEMORY.
           05 NMM-ENTRY OCCURS 500 TIMES.
       01 TOT-BENCH PIC 9(6) VALUE 0.
       01 TOT-NM PIC 9(6) VALUE 0.
       01 TOT-SCORED PIC 9(6) VALUE 0.
       01 TOT-UNSIGNED PIC 9(6) VALUE 0.
       01 I PIC 99.
       01 END-I PIC 99.
       01 PL-I PIC 9(4).
           OPEN INPUT NEARMISS-FILE.
           IF (NEARMISS-STATUS NOT EQUAL 00)
               GO TO NEARMISS-FILE-ERROR.
           OPEN INPUT SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 05)
               GO TO SIGNOFF-FILE-ERROR.
           MOVE 0 TO SIGNOFF-PRESENT.
           IF (SIGNOFF-STATUS EQUAL 00)
               MOVE 1 TO SIGNOFF-PRESENT.
           PERFORM LOAD-RESPONSES.
           PERFORM LOAD-ROSTER.
           OPEN OUTPUT REPORT-FILE.
           CLOSE INST-FILE.
           CLOSE SCOREDETAIL-FILE.
           CLOSE NEARMISS-FILE.
           CLOSE SIGNOFF-FILE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.
           ADD 1 TO TOT-COURSES.
           PERFORM PARSE-BENCH.
           PERFORM FIND-COURSE-HEADER.
           PERFORM FIND-COURSE-SIGNOFF.
           PERFORM COLLECT-SCORE-DETAIL.
           PERFORM COLLECT-NEAR-MISSES.
           PERFORM PRINT-COURSE-PAGE.
               NOT EQUAL 23)
               GO TO INST-FILE-ERROR.

      * The course's sign-off as the heading shows it: who approved
      * or held the bench and when, the merge source when TA-MERGE
      * lapsed an approval (RERANK when a full TA-RANKING run did),
      * or NOT SIGNED OFF with no record.
       FIND-COURSE-SIGNOFF.
           MOVE SPACES TO PH-SIGNOFF.
           MOVE 1 TO SIGNOFF-POINTER.
           MOVE O-CRS-ID TO SO-CRS-ID.
           MOVE 23 TO SIGNOFF-STATUS.
           IF (SIGNOFF-PRESENT EQUAL 1)
               READ SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 23)
               GO TO SIGNOFF-FILE-ERROR.
           IF (SIGNOFF-STATUS EQUAL 23)
               MOVE "NOT SIGNED OFF" TO PH-SIGNOFF
           ELSE
               IF (SO-LAPSED NOT EQUAL SPACES)
                   STRING "LAPSED - " DELIMITED BY SIZE
                       SO-LAPSED DELIMITED BY SPACE
                       " BENCH " SO-DATE DELIMITED BY SIZE
                       INTO PH-SIGNOFF WITH POINTER SIGNOFF-POINTER
               ELSE
                   STRING SO-STATE DELIMITED BY SPACE
                       " BY " DELIMITED BY SIZE
                       SO-APPROVER DELIMITED BY "  "
                       " " SO-DATE DELIMITED BY SIZE
                       INTO PH-SIGNOFF WITH POINTER SIGNOFF-POINTER.
           IF (SIGNOFF-STATUS EQUAL 23 OR SO-STATE NOT EQUAL
               "APPROVED")
               ADD 1 TO TOT-UNSIGNED.

      * Forward-only collection: rows for an earlier CRS-ID than
      * the course in hand belong to a course output.txt no longer
      * carries and are skipped; the first row for a later CRS-ID
               MOVE SD-OPT-SCORE TO SDM-OPT(SDM-USED)
               MOVE SD-PREF-SCORE TO SDM-PREF(SDM-USED)
               MOVE SD-EXP-SCORE TO SDM-EXP(SDM-USED)
               MOVE SD-TOTAL-SCORE TO SDM-TOTAL(SDM-USED)
               MOVE SD-REQ-BONUS TO SDM-BONUS(SDM-USED).

       COLLECT-NEAR-MISSES.
           MOVE 0 TO NMM-USED.
               MOVE TA-QUOTA TO PH-QUOTA
           ELSE
               MOVE 0 TO PH-QUOTA.
           MOVE "   SIGN-OFF " TO PH-LIT4.
           MOVE SPACES TO PH-FILL.
           MOVE "PAGE " TO PH-LIT3.
           MOVE PAGE-NO TO PH-PAGE.
           MOVE SPACES TO RPT-TEXT.
           WRITE RPT-TEXT.
           MOVE SPACES TO RPT-TEXT.
           STRING "RANK  STUDENT-ID REQ OPT   PREF  EXP  INSTR TOTAL"
               "  STATUS    RESPDATE" DELIMITED BY SIZE
               INTO RPT-TEXT.
           WRITE RPT-TEXT.
           IF (OFFER-STATUS EQUAL "ACCEPTED")
               ADD 1 TO BENCH-ACCEPTED.
           MOVE SPACES TO BL-SP0 BL-SP1 BL-SP2 BL-SP3 BL-SP4 BL-SP5
               BL-SP6 BL-SP7 BL-SP8 BL-SP9 BL-FILL.
           MOVE I TO BL-RANK.
           MOVE BENCH-STD-ID(I) TO BL-STD-ID.
           IF (SDM-INDEX > 0)
               MOVE SDM-OPT(SDM-INDEX) TO BL-OPT
               MOVE SDM-PREF(SDM-INDEX) TO BL-PREF
               MOVE SDM-EXP(SDM-INDEX) TO BL-EXP
               MOVE SDM-BONUS(SDM-INDEX) TO BL-BONUS
               MOVE SDM-TOTAL(SDM-INDEX) TO BL-TOTAL
           ELSE
               MOVE 0 TO BL-REQ-SAT
               MOVE 0 TO BL-OPT
               MOVE 0 TO BL-PREF
               MOVE 0 TO BL-EXP
               MOVE 0 TO BL-BONUS
               MOVE 0 TO BL-TOTAL.
           MOVE OFFER-STATUS TO BL-STATUS.
           IF (OFFER-DATE-KNOWN EQUAL 1)
           MOVE "SCORE DETAIL ROWS JOINED" TO TL-LABEL.
           MOVE TOT-SCORED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "COURSES NOT SIGNED OFF" TO TL-LABEL.
           MOVE TOT-UNSIGNED TO TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACE TO TL-SP1.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       SIGNOFF-FILE-ERROR.
           MOVE "signoff.dat" TO ERR-FILE-NAME.
           MOVE SIGNOFF-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

      * Every abnormal end lands here with the facts already set:
      * name the file and its status for the operator, put the
      * same line on the run log, and hand the scheduler the
