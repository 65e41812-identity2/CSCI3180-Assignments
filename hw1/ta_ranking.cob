      *             recompile.  The closeout's missing-term-id
      *             refusal no longer claims the term dates are
      *             also missing; the two messages are split.
      * 2026-10-15  TA-committee request: instructors' asks for a
      *             named student and their conflict-of-interest
      *             exclusions were patched into the benches by hand
      *             after COURSE-LOOP, leaving no trace.  The
      *             optional crsreq.txt carries them per CRS-ID/
      *             STD-ID (R request, V veto): a vetoed student
      *             never reaches that course's bench in UPDATE-
      *             RANK-LIST and is reported in nearmiss.txt with
      *             reason VETO instead of a score reason; a
      *             requested student gets the committee's
      *             WT-REQUEST bonus (a new control.txt field after
      *             the GPA floor) in CALC-SCORE, shown in its own
      *             scoredetail.txt column.  The bonus weight and
      *             the request and veto counts in force go on the
      *             audit record.
      * 2026-10-15  control.txt gains PARAM-TS-MARGIN after the
      *             request weight, for TA-TIMESHEET's hours
      *             reconciliation; the layout here is extended to
      *             match and no pass reads it.
      * 2026-10-15  The closeout now marks each history.txt line
      *             HIST-CONFIRMED (Y when filtered against
      *             roster.txt, N when appended whole) and keeps
      *             each name's bench rank in HIST-RANK, so
      *             TA-HISTINQ can answer service-history questions
      *             from the archive alone.  HIST-LIST is unchanged
      *             and the experience credit reads it as before.
      * 2026-10-15  The roster pass now honours the instructor
      *             sign-off in signoff.dat: a course not APPROVED
      *             keeps its ACCEPTED lines but puts no PENDING
      *             offer on roster.txt, and is listed on
      *             rosterheld.txt with its sign-off state and the
      *             offers waiting on it.
      * 2026-10-15  Review fix: a full run (PARAM-MODE 0 or 2)
      *             rewrites output.txt without TA-MERGE, so an
      *             approval could stand on a bench the instructor
      *             never saw.  The benches output.txt held are now
      *             kept before it is rewritten, and each course
      *             whose bench comes out different has an APPROVED
      *             sign-off lapsed to HELD with SO-LAPSED RERANK.
      *             The run summary counts the lapses.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-RANKING.
           SELECT OPTIONAL GEN-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT OPTIONAL CRSREQ-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRSREQ-STATUS.
           SELECT OPTIONAL SIGNOFF-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-CRS-ID
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT ROSTERHELD-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTERHELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SCORE  - missed the bench on merit, within half a point.
      *    CAPPED - would have scored onto the bench but was skipped by
      *             PLACEMENT-CAP; not a merit-based near-miss at all.
      *    VETO   - would have scored onto (or within half a point
      *             of) the bench, but the instructor vetoed them
      *             for this course in crsreq.txt.
           05 NM-REASON PIC X(6).

      * Per-candidate score breakdown, keyed by CRS-ID/STD-ID, so a
           05 SD-EXP-SCORE PIC 99V9.
           05 SD-SPACE6 PIC X VALUE SPACE.
           05 SD-TOTAL-SCORE PIC 99V9.
      * The instructor-request bonus, already included in the total;
      * carried after it so readers of the older columns are
      * undisturbed.
           05 SD-SPACE7 PIC X VALUE SPACE.
           05 SD-REQ-BONUS PIC 99V9.

      * Run-time control switches for this run (e.g. normal full run
      * versus decline-and-backfill).  Missing control.txt defaults to
      * the built-in default, like every other tunable here.
           05 PARAM-SPACE13 PIC X.
           05 PARAM-GPA-FLOOR PIC 9V99.
      * The bonus an instructor's request in crsreq.txt is worth;
      * blank keeps the built-in default.
           05 PARAM-SPACE14 PIC X.
           05 PARAM-WT-REQUEST PIC 9V9.
      * TA-TIMESHEET's reconciliation margin, a whole percentage of
      * the hours due to date; not used by any pass here.
           05 PARAM-SPACE15 PIC X.
           05 PARAM-TS-MARGIN PIC 99.

      * One record per offer response, the old decline record grown
      * to carry the whole lifecycle.  RSP-CODE A is an acceptance
           05 AUD-RESC-COUNT PIC 9(6).
           05 AUD-SPACE25 PIC X.
           05 AUD-GPA-FLOOR PIC 9.99.
      * The instructor-request bonus in effect and how many request
      * and veto lines from crsreq.txt were in force for the run.
           05 AUD-SPACE26 PIC X.
           05 AUD-WT-REQUEST PIC 9.9.
           05 AUD-SPACE27 PIC X.
           05 AUD-REQ-COUNT PIC 9(6).
           05 AUD-SPACE28 PIC X.
           05 AUD-VETO-COUNT PIC 9(6).

      * The current confirmed roster per course, built by the roster
      * pass from output.txt and responses.txt: accepted offers
           05 HIST-CRS-ID PIC 9(4).
           05 HIST-SPACE2 PIC X.
           05 HIST-LIST PIC X(131).
      * Written by the closeout since HIST-CONFIRMED came in: Y when
      * the names were kept against roster.txt, N when the bench
      * went in whole for want of a roster, and each kept name's
      * rank on the bench in list order.  Older lines leave both
      * blank.
           05 HIST-SPACE3 PIC X.
           05 HIST-CONFIRMED PIC X.
           05 HIST-SPACE4 PIC X.
           05 HIST-RANKS.
               10 HIST-RANK PIC 99 OCCURS 10 TIMES.

      * The what-if pass's impact report: one line per bench change
      * (who ENTERED, who DROPPED, whose rank MOVED and from where
           05 GEN-SPACE3 PIC X.
           05 GEN-TIME PIC 9(6).

      * Instructor asks, one per line, keyed by CRS-ID/STD-ID: code
      * R requests the named student for the course (they get the
      * WT-REQUEST bonus), code V vetoes them from it (conflict of
      * interest; they can never reach that bench).  The file is
      * optional; without it scoring is unchanged.
       FD CRSREQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRSREQ-TABLE
           VALUE OF FILE-ID IS "crsreq.txt".
       01 CRSREQ-TABLE.
           05 RQ-CRS-ID PIC 9(4).
           05 RQ-SPACE1 PIC X.
           05 RQ-STD-ID PIC 9(10).
           05 RQ-SPACE2 PIC X.
           05 RQ-CODE PIC X.

      * TA-SIGNOFF's instructor sign-off master, keyed by CRS-ID:
      * APPROVED or HELD, who signed and when; SO-LAPSED names the
      * merge source when TA-MERGE lapsed an approval on replacing
      * the bench, or RERANK when a full run here re-ranked it to a
      * different bench.  A course with no record is not signed off.
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

      * The roster pass's held-course list: one line per course
      * whose bench is not signed off, with the sign-off as it
      * stands (UNSIGNED when there is no record), the accepted
      * offers kept on roster.txt and the offers waiting for the
      * sign-off.
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

       WORKING-STORAGE SECTION.
       01 INST-STATUS PIC XX.
       01 CAND-STATUS PIC XX.
      * past bench carries this candidate for the same CRS-ID, half
      * of it for prior TA service on any other course.
       01 WT-EXPER PIC 9V9 VALUE 1.0.
      * Bonus for a student the course's instructor asked for by
      * name in crsreq.txt.
       01 WT-REQUEST PIC 9V9 VALUE 1.0.

      * First CRS-ID to process this run.  Zero means start from the
      * top of the course master as usual; a value above zero resumes a
       01 CO-VERIFY-COUNT PIC 9(6) VALUE 0.
       01 CO-LIST-WORK PIC X(131) VALUE SPACES.
       01 CO-TOKEN-KEEP PIC 9 VALUE 0.
       01 CO-LINE-KEPT PIC 99 VALUE 0.
       01 CO-RANK-WORK.
           05 CO-RANK PIC 99 OCCURS 10 TIMES.
       01 ROST-USED PIC 9(4) VALUE 0.
       01 ROST-MEMORY.
           05 ROST-ENTRY OCCURS 500 TIMES.
       01 RO-FILLED PIC 99.
       01 RO-WRITE-COUNT PIC 9(6) VALUE 0.

      * Instructor sign-off for the roster pass: whether signoff.dat
      * exists at all, whether the course in hand is APPROVED, and
      * what a held course keeps and holds back.
       01 SIGNOFF-STATUS PIC XX.
       01 ROSTERHELD-STATUS PIC XX.
       01 SIGNOFF-PRESENT PIC 9 VALUE 0.
       01 RO-APPROVED PIC 9 VALUE 0.
       01 RO-KEPT PIC 99 VALUE 0.
       01 RO-WAITING PIC 99 VALUE 0.

      * The benches output.txt held before a full run rewrote it,
      * one slot per rank, so a course whose bench comes out
      * different has its instructor approval lapsed to HELD.
       01 OB-USED PIC 9(4) VALUE 0.
       01 OLD-BENCH-TABLE.
           05 OB-ENTRY OCCURS 500 TIMES.
               10 OB-CRS-ID PIC 9(4) VALUE 0.
               10 OB-SLOT PIC 9(10) VALUE 0 OCCURS 10 TIMES.
       01 OB-I PIC 9(4).
       01 OB-J PIC 99.
       01 OB-FOUND PIC 9 VALUE 0.
       01 BENCH-CHANGED PIC 9 VALUE 0.
       01 RERANK-LAPSE-COUNT PIC 9(6) VALUE 0.

      * Calendar scratch for pushing a date forward by the response
      * deadline: YYYYMMDD in, YYYYMMDD out, with the month lengths
      * in a REDEFINES table and February widened in a leap year.
       01 EXP-ANY PIC 9 VALUE 0.
       01 EXP-SCORE PIC 99V9 VALUE 0.

      * Instructor requests and vetoes loaded from crsreq.txt, and
      * CALC-SCORE's verdict on the candidate and course in hand:
      * the request bonus earned and whether a veto bars them.
       01 CRSREQ-STATUS PIC XX.
       01 EOF-CRSREQ PIC 9 VALUE 0.
       01 CRSREQ-LINE-NO PIC 9(6) VALUE 0.
       01 CREQ-USED PIC 9(4) VALUE 0.
       01 CREQ-MEMORY.
           05 CREQ-ENTRY OCCURS 500 TIMES.
               10 CREQ-CRS-ID PIC 9(4) VALUE 0.
               10 CREQ-STD-ID PIC 9(10) VALUE 0.
               10 CREQ-CODE PIC X VALUE SPACE.
       01 CREQ-I PIC 9(4).
       01 CREQ-END PIC 9(4).
       01 CREQ-REQUEST-COUNT PIC 9(6) VALUE 0.
       01 CREQ-VETO-COUNT PIC 9(6) VALUE 0.
       01 REQ-BONUS-SCORE PIC 99V9 VALUE 0.
       01 CAND-VETOED PIC 9 VALUE 0.

      * What-if pass state.  WT2-* is the candidate weight set from
      * control.txt's second record (fields left blank there keep
      * the first set's value); WTSAV-* holds the effective first
               MOVE PARAM-TERM-END TO TERM-END.
           IF (PARAM-GPA-FLOOR IS NUMERIC AND PARAM-GPA-FLOOR > 0)
               MOVE PARAM-GPA-FLOOR TO GPA-FLOOR.
           IF (PARAM-WT-REQUEST IS NUMERIC)
               MOVE PARAM-WT-REQUEST TO WT-REQUEST.

      * The second control.txt record carries the candidate weight
      * set for a what-if run.  Only its weight fields are read;
           PERFORM VALIDATE-CAND-FILE.
           PERFORM LOAD-SKILL-DICT.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CRS-REQUESTS.
           PERFORM LOAD-CANDIDATES.
           PERFORM COURSE-LOOP.
           PERFORM PRINT-CAND-SUMMARY.
           PERFORM VALIDATE-CAND-FILE.
           PERFORM LOAD-SKILL-DICT.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CRS-REQUESTS.
           PERFORM LOAD-CANDIDATES.
           PERFORM COURSE-LOOP.
           PERFORM BUILD-ASSIGNMENTS.
           PERFORM VALIDATE-CAND-FILE.
           PERFORM LOAD-SKILL-DICT.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CRS-REQUESTS.
           MOVE 0 TO EOF-RESPONSE.
           MOVE 0 TO BF-EXCL-USED.
           PERFORM BACKFILL-LOOP.
           IF (INST-STATUS NOT EQUAL 00)
               GO TO INST-FILE-ERROR.

           PERFORM LOAD-OLD-BENCHES.

           IF (START-CRS-ID > 0)
               PERFORM REBUILD-PLACEMENTS
               PERFORM OPEN-COURSE-REPORTS-EXTEND
           IF (I < END-I)
               GO TO REBUILD-PLACEMENTS-TOKEN-LOOP.

      * Keep the benches output.txt holds before this run rewrites
      * it, and open the sign-off master for the lapses.  No
      * output.txt yet is a term's first run: every bench is new.
      * A checkpointed restart sees only what the interrupted run
      * left, so a course past START-CRS-ID finds no old bench and
      * its approval is lapsed; that run may already have replaced
      * the bench the instructor approved.
       LOAD-OLD-BENCHES.
           MOVE 0 TO OB-USED.
           OPEN INPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00 AND OUTPUT-STATUS
               NOT EQUAL 35)
               GO TO OUTPUT-IN-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           IF (OUTPUT-STATUS EQUAL 00)
               PERFORM LOAD-OLD-BENCHES-LOOP
               CLOSE OUTPUT-FILE.
           OPEN I-O SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 05)
               GO TO SIGNOFF-FILE-ERROR.

       LOAD-OLD-BENCHES-LOOP.
           READ OUTPUT-FILE AT END MOVE 1 TO EOF-OUTPUT.
           IF (EOF-OUTPUT EQUAL 0 AND OB-USED < 500)
               PERFORM STORE-OLD-BENCH.
           IF (EOF-OUTPUT EQUAL 0)
               GO TO LOAD-OLD-BENCHES-LOOP.

      * Split the line into its ten slots the way REBUILD-
      * PLACEMENTS-ROW does: the token's place in the line is its
      * rank, and a slot past the last name stays zero.
       STORE-OLD-BENCH.
           ADD 1 TO OB-USED.
           MOVE O-CRS-ID TO OB-CRS-ID(OB-USED).
           MOVE O-LIST TO RB-LIST.
           MOVE 1 TO RB-POINTER.
           MOVE 1 TO OB-J.
           PERFORM STORE-OLD-BENCH-LOOP.

       STORE-OLD-BENCH-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           MOVE 0000000000 TO OB-SLOT(OB-USED, OB-J).
           IF (RB-TOKEN IS NUMERIC)
               MOVE RB-TOKEN TO OB-SLOT(OB-USED, OB-J).
           ADD 1 TO OB-J.
           IF (OB-J < 11)
               GO TO STORE-OLD-BENCH-LOOP.

      * The course's finished bench against the one output.txt held.
      * A course with no old line, or any slot different, is a bench
      * the instructor has not seen.
       CHECK-RERANK-LAPSE.
           MOVE 1 TO BENCH-CHANGED.
           MOVE 0 TO OB-FOUND.
           MOVE 1 TO OB-I.
           IF (OB-USED > 0)
               PERFORM FIND-OLD-BENCH-LOOP.
           IF (OB-FOUND EQUAL 1)
               MOVE 0 TO BENCH-CHANGED
               MOVE 1 TO OB-J
               PERFORM COMPARE-OLD-BENCH-LOOP.
           IF (BENCH-CHANGED EQUAL 1)
               PERFORM LAPSE-RERANK-SIGNOFF.

       FIND-OLD-BENCH-LOOP.
           IF (OB-CRS-ID(OB-I) EQUAL CRS-ID)
               MOVE 1 TO OB-FOUND
           ELSE
               ADD 1 TO OB-I.
           IF (OB-FOUND EQUAL 0 AND OB-I NOT > OB-USED)
               GO TO FIND-OLD-BENCH-LOOP.

       COMPARE-OLD-BENCH-LOOP.
           IF (OB-SLOT(OB-I, OB-J) NOT EQUAL CR-BENCH(CRS-USED, OB-J))
               MOVE 1 TO BENCH-CHANGED.
           ADD 1 TO OB-J.
           IF (OB-J < 11)
               GO TO COMPARE-OLD-BENCH-LOOP.

      * An APPROVED sign-off goes back to HELD, as TA-MERGE's
      * LAPSE-ONE-SIGNOFF does on a merged bench.  A course with
      * no sign-off, or one already held, is left as it is.
       LAPSE-RERANK-SIGNOFF.
           MOVE CRS-ID TO SO-CRS-ID.
           READ SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 23)
               GO TO SIGNOFF-FILE-ERROR.
           IF (SIGNOFF-STATUS EQUAL 00 AND SO-STATE EQUAL "APPROVED")
               MOVE "HELD    " TO SO-STATE
               MOVE "RERANK  " TO SO-LAPSED
               ACCEPT SO-DATE FROM DATE YYYYMMDD
               REWRITE SIGNOFF-TABLE
               IF (SIGNOFF-STATUS NOT EQUAL 00)
                   GO TO SIGNOFF-FILE-ERROR
               ELSE
                   ADD 1 TO RERANK-LAPSE-COUNT.

      * A fresh run starts output.txt/nearmiss.txt/scoredetail.txt
      * from scratch, same as always.
       OPEN-COURSE-REPORTS-FRESH.
           CLOSE SCOREDETAIL-FILE.
           CLOSE EXCEPTIONS-FILE.
           CLOSE CANDSUMMARY-FILE.
           CLOSE SIGNOFF-FILE.
           PERFORM PRINT-RUN-SUMMARY.
           PERFORM PRINT-UNKNOWN-SKILLS.

           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       SIGNOFF-FILE-ERROR.
           MOVE "signoff.dat" TO ERR-FILE-NAME.
           MOVE SIGNOFF-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ROSTERHELD-FILE-ERROR.
           MOVE "rosterheld.txt" TO ERR-FILE-NAME.
           MOVE ROSTERHELD-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

      * Every abnormal end lands here with the facts already set:
      * name the file and its status for the operator, put the same
      * line on the run log, and hand the scheduler the class code.
               PERFORM CANDIDATE-LOOP
               PERFORM PRINT-RANK-LIST
               PERFORM STORE-COURSE-RESULT
               PERFORM CHECK-RERANK-LAPSE
               PERFORM RECORD-PLACEMENTS
               MOVE 1 TO CAND-IX
               PERFORM NEARMISS-LOOP
           PERFORM CALC-SKILL-SCORE.
           PERFORM CALC-PREF-SCORE.
           PERFORM CALC-EXP-SCORE.
           PERFORM CALC-REQUEST-BONUS.

      *    All three requied skills are satisfied.  An instructor's
      *    request adds to a qualified candidate's score only; it
      *    never qualifies one who lacks a required skill.
           IF (SKILL-SATISFIED EQUAL 3)
               ADD SKILL-SCORE PREF-SCORE TO CURR-SCORE
               ADD EXP-SCORE TO CURR-SCORE
               ADD REQ-BONUS-SCORE TO CURR-SCORE
               ADD WT-REQ-BASE TO CURR-SCORE.

      * Nested loop to compare the skills btwn candidate and the course
           MOVE PREF-SCORE TO SD-PREF-SCORE.
           MOVE EXP-SCORE TO SD-EXP-SCORE.
           MOVE CURR-SCORE TO SD-TOTAL-SCORE.
           MOVE REQ-BONUS-SCORE TO SD-REQ-BONUS.
           MOVE SPACE TO SD-SPACE1 SD-SPACE2 SD-SPACE3 SD-SPACE4
               SD-SPACE5 SD-SPACE6 SD-SPACE7.
           WRITE SCOREDETAIL-TABLE.
           ADD 1 TO SD-WRITE-COUNT.

      * independent rule), so two runs over the same candidate pool in
      * any order always produce the same ranking and the same answer
      * for an appeals committee.
      *
      * A candidate the course's instructor vetoed (CAND-VETOED, set
      * by CALC-SCORE) never enters the bench, whatever the score.
       UPDATE-RANK-LIST.
           MOVE 1 TO I.
           MOVE TOP-N-LIMIT TO END-I.
           ADD 1 TO END-I.
           MOVE 0 TO RANK-LIST-UPDATED.
           IF (CAND-VETOED EQUAL 0)
               PERFORM UPDATE-RANK-LIST-LOOP1.

       UPDATE-RANK-LIST-LOOP1.
           IF (CURR-SCORE > RANK-SCORE(I)) OR
           MOVE "BENCHES SHORT OF TA-QUOTA" TO RS-LABEL.
           MOVE UNFILLED-BENCH-COUNT TO RS-COUNT.
           PERFORM WRITE-RS-LINE.
           MOVE "SIGN-OFFS LAPSED BY RERANK" TO RS-LABEL.
           MOVE RERANK-LAPSE-COUNT TO RS-COUNT.
           PERFORM WRITE-RS-LINE.
           IF (RUN-MODE EQUAL 2)
               MOVE "COURSES SHORT OF ASSIGNMENT" TO RS-LABEL
               MOVE ASG-SHORT-COUNT TO RS-COUNT
           MOVE CO-APPEND-COUNT TO AUD-CO-COUNT.
           MOVE RESC-WRITE-COUNT TO AUD-RESC-COUNT.
           MOVE GPA-FLOOR TO AUD-GPA-FLOOR.
           MOVE WT-REQUEST TO AUD-WT-REQUEST.
           MOVE CREQ-REQUEST-COUNT TO AUD-REQ-COUNT.
           MOVE CREQ-VETO-COUNT TO AUD-VETO-COUNT.
           MOVE SPACE TO AUD-SPACE1 AUD-SPACE2 AUD-SPACE3 AUD-SPACE4
               AUD-SPACE5 AUD-SPACE6 AUD-SPACE7 AUD-SPACE8 AUD-SPACE9
               AUD-SPACE10 AUD-SPACE11 AUD-SPACE12 AUD-SPACE13
               AUD-SPACE14 AUD-SPACE15 AUD-SPACE16 AUD-SPACE17
               AUD-SPACE18 AUD-SPACE19 AUD-SPACE20 AUD-SPACE21
               AUD-SPACE22 AUD-SPACE23 AUD-SPACE24 AUD-SPACE25
               AUD-SPACE26 AUD-SPACE27 AUD-SPACE28.
           WRITE AUDIT-TABLE.
           CLOSE AUDIT-FILE.

           IF (AV-USED > 0)
               STRING "AVL " DELIMITED BY SIZE
                   INTO AUD-FILES WITH POINTER LIST-POINTER.
           IF (CREQ-USED > 0)
               STRING "CREQ " DELIMITED BY SIZE
                   INTO AUD-FILES WITH POINTER LIST-POINTER.
           IF (RUN-MODE EQUAL 1 OR RUN-MODE EQUAL 3)
               STRING "RESP OUT " DELIMITED BY SIZE
                   INTO AUD-FILES WITH POINTER LIST-POINTER.
           IF (RUN-MODE EQUAL 3 AND SIGNOFF-PRESENT EQUAL 1)
               STRING "SIGN " DELIMITED BY SIZE
                   INTO AUD-FILES WITH POINTER LIST-POINTER.
           IF (RUN-MODE EQUAL 5)
               STRING "ROST " DELIMITED BY SIZE
                   INTO AUD-FILES WITH POINTER LIST-POINTER.
      * backfill would, so an expired offer's slot falls to the next
      * name on the bench; offers still open (or not yet recorded)
      * hold their seat as PENDING with the deadline shown.
      * Offers go out only on a bench the instructor has signed
      * off: a course not APPROVED on signoff.dat keeps its
      * accepted lines, but its pending seats are held back and
      * the course is listed on rosterheld.txt instead.
       RUN-ROSTER-MODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INST-FILE.
           OPEN OUTPUT ROSTER-FILE.
           IF (ROSTER-STATUS NOT EQUAL 00)
               GO TO ROSTER-OUT-FILE-ERROR.
           OPEN INPUT SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 05)
               GO TO SIGNOFF-FILE-ERROR.
           MOVE 0 TO SIGNOFF-PRESENT.
           IF (SIGNOFF-STATUS EQUAL 00)
               MOVE 1 TO SIGNOFF-PRESENT.
           OPEN OUTPUT ROSTERHELD-FILE.
           IF (ROSTERHELD-STATUS NOT EQUAL 00)
               GO TO ROSTERHELD-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           PERFORM ROSTER-COURSE-LOOP.
           CLOSE OUTPUT-FILE.
           CLOSE ROSTER-FILE.
           CLOSE SIGNOFF-FILE.
           CLOSE ROSTERHELD-FILE.
           PERFORM WRITE-AUDIT-RECORD.

       LOAD-RESPONSES.
           MOVE O-CRS-ID TO QT-LOOKUP-CRS.
           PERFORM LOOKUP-COURSE-QUOTA.
           MOVE QUOTA-FOUND TO RO-QUOTA.
           PERFORM CHECK-COURSE-SIGNOFF.
           MOVE 0 TO RO-KEPT.
           MOVE 0 TO RO-WAITING.
           MOVE 0 TO RO-FILLED.
           MOVE 1 TO RO-J.
           PERFORM ROSTER-SEAT-LOOP.
           IF (RO-APPROVED EQUAL 0)
               PERFORM WRITE-HELD-LINE.

      * Read the course's sign-off.  SIGNOFF-TABLE is left holding
      * it for the held-course line; with no record it is cleared
      * to an UNSIGNED state.
       CHECK-COURSE-SIGNOFF.
           MOVE 0 TO RO-APPROVED.
           MOVE O-CRS-ID TO SO-CRS-ID.
           MOVE 23 TO SIGNOFF-STATUS.
           IF (SIGNOFF-PRESENT EQUAL 1)
               READ SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 23)
               GO TO SIGNOFF-FILE-ERROR.
           IF (SIGNOFF-STATUS EQUAL 23)
               MOVE "UNSIGNED" TO SO-STATE
               MOVE SPACES TO SO-LAPSED SO-APPROVER
               MOVE 0 TO SO-DATE.
           IF (SO-STATE EQUAL "APPROVED")
               MOVE 1 TO RO-APPROVED.

       WRITE-HELD-LINE.
           MOVE O-CRS-ID TO RH-CRS-ID.
           MOVE SO-STATE TO RH-STATE.
           MOVE SO-LAPSED TO RH-LAPSED.
           MOVE SO-APPROVER TO RH-APPROVER.
           MOVE SPACES TO RH-DATE.
           IF (SO-DATE IS NUMERIC AND SO-DATE > 0)
               MOVE SO-DATE TO RH-DATE.
           MOVE RO-KEPT TO RH-ACCEPTED.
           MOVE RO-WAITING TO RH-WAITING.
           MOVE SPACE TO RH-SPACE1 RH-SPACE2 RH-SPACE3 RH-SPACE4
               RH-SPACE5 RH-SPACE6.
           WRITE ROSTERHELD-TABLE.

       ROSTER-PARSE-LOOP.
           MOVE SPACES TO RB-TOKEN.
           MOVE DL-DATE-OUT-N TO RO-DATE.
           PERFORM WRITE-ROSTER-LINE.

      * A held course's pending seat still counts against the quota,
      * so the bench walk stops where it would once the course is
      * signed off, but no line goes out for it.
       WRITE-ROSTER-LINE.
           ADD 1 TO RO-FILLED.
           IF (RO-APPROVED EQUAL 0 AND RO-STATUS EQUAL "PENDING ")
               ADD 1 TO RO-WAITING
           ELSE
               PERFORM WRITE-ROSTER-RECORD.

       WRITE-ROSTER-RECORD.
           IF (RO-APPROVED EQUAL 0)
               ADD 1 TO RO-KEPT.
           MOVE O-CRS-ID TO RO-CRS-ID.
           MOVE RO-BENCH(RO-J) TO RO-STD-ID.
           MOVE SPACE TO RO-SPACE1 RO-SPACE2 RO-SPACE3.
           MOVE O-LIST TO RB-LIST.
           MOVE 1 TO RB-POINTER.
           MOVE SPACES TO CO-LIST-WORK.
           MOVE ZEROS TO CO-RANK-WORK.
           MOVE 0 TO CO-LINE-KEPT.
           MOVE 1 TO LIST-POINTER.
           MOVE 1 TO I.
           MOVE 11 TO END-I.
           MOVE TERM-ID TO HIST-TERM.
           MOVE O-CRS-ID TO HIST-CRS-ID.
           MOVE CO-LIST-WORK TO HIST-LIST.
           MOVE "N" TO HIST-CONFIRMED.
           IF (ROST-USED > 0)
               MOVE "Y" TO HIST-CONFIRMED.
           MOVE CO-RANK-WORK TO HIST-RANKS.
           MOVE SPACE TO HIST-SPACE1 HIST-SPACE2 HIST-SPACE3
               HIST-SPACE4.
           WRITE HISTORY-TABLE.
           ADD 1 TO CO-APPEND-COUNT.

                   INTO CO-LIST-WORK WITH POINTER LIST-POINTER
           ELSE
               ADD 1 TO CO-DROP-COUNT.
           IF (CO-TOKEN-KEEP EQUAL 1 AND CO-LINE-KEPT < 10)
               ADD 1 TO CO-LINE-KEPT
               MOVE I TO CO-RANK(CO-LINE-KEPT).

       LOOKUP-ACCEPTED-ROSTER.
           MOVE 0 TO RM-INDEX.
           PERFORM VALIDATE-CAND-FILE.
           PERFORM LOAD-SKILL-DICT.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CRS-REQUESTS.
           PERFORM LOAD-CANDIDATES.
           PERFORM LOAD-APPLIED-STUDENTS.
           PERFORM MARK-TOUCHED-COURSES.
           IF (HP-I < HP-END AND EXP-SAME EQUAL 0)
               GO TO CALC-EXP-SCORE-LOOP.

      * Read the optional instructor request file into memory.  A
      * line with a non-numeric key or a code other than R or V is
      * logged to exceptions.txt and ignored; no file means no
      * requests and no vetoes, and scoring runs as it always has.
       LOAD-CRS-REQUESTS.
           MOVE 0 TO CREQ-USED.
           MOVE 0 TO CREQ-REQUEST-COUNT.
           MOVE 0 TO CREQ-VETO-COUNT.
           MOVE 0 TO CRSREQ-LINE-NO.
           OPEN INPUT CRSREQ-FILE.
           IF (CRSREQ-STATUS EQUAL 00 OR CRSREQ-STATUS EQUAL 05)
               MOVE 0 TO EOF-CRSREQ
               PERFORM LOAD-CRS-REQUESTS-LOOP
               CLOSE CRSREQ-FILE.

       LOAD-CRS-REQUESTS-LOOP.
           READ CRSREQ-FILE AT END MOVE 1 TO EOF-CRSREQ.
           IF (EOF-CRSREQ EQUAL 0)
               ADD 1 TO CRSREQ-LINE-NO
               PERFORM STORE-CRS-REQUEST
               GO TO LOAD-CRS-REQUESTS-LOOP.

       STORE-CRS-REQUEST.
           MOVE "crsreq.txt" TO EX-FILE-NAME.
           MOVE CRSREQ-LINE-NO TO EX-LINE-NO.
           MOVE SPACES TO EX-FIELD.
           IF (RQ-CRS-ID NOT NUMERIC)
               MOVE "CRS-ID" TO EX-FIELD
               MOVE "non-numeric course id" TO EX-PROBLEM.
           IF (EX-FIELD EQUAL SPACES AND RQ-STD-ID NOT NUMERIC)
               MOVE "STD-ID" TO EX-FIELD
               MOVE "non-numeric student id" TO EX-PROBLEM.
           IF (EX-FIELD EQUAL SPACES AND RQ-CODE NOT EQUAL "R" AND
               RQ-CODE NOT EQUAL "V")
               MOVE "RQ-CODE" TO EX-FIELD
               MOVE "code not R or V" TO EX-PROBLEM.
           IF (EX-FIELD EQUAL SPACES AND CREQ-USED NOT < 500)
               MOVE "CREQ-USED" TO EX-FIELD
               MOVE "request limit reached; line dropped"
                   TO EX-PROBLEM.
           IF (EX-FIELD NOT EQUAL SPACES)
               MOVE SPACE TO EX-SPACE1 EX-SPACE2 EX-SPACE3
               WRITE EXCEPTION-TABLE
               ADD 1 TO EX-WRITE-COUNT
           ELSE
               ADD 1 TO CREQ-USED
               MOVE RQ-CRS-ID TO CREQ-CRS-ID(CREQ-USED)
               MOVE RQ-STD-ID TO CREQ-STD-ID(CREQ-USED)
               MOVE RQ-CODE TO CREQ-CODE(CREQ-USED)
               IF (RQ-CODE EQUAL "R")
                   ADD 1 TO CREQ-REQUEST-COUNT
               ELSE
                   ADD 1 TO CREQ-VETO-COUNT.

      * The instructor's word on the candidate and course CALC-SCORE
      * is working on: a request earns WT-REQUEST, a veto bars the
      * bench.  Both are read from the whole table, so a student
      * both requested and vetoed for one course stays vetoed.
       CALC-REQUEST-BONUS.
           MOVE 0.0 TO REQ-BONUS-SCORE.
           MOVE 0 TO CAND-VETOED.
           MOVE 1 TO CREQ-I.
           MOVE CREQ-USED TO CREQ-END.
           ADD 1 TO CREQ-END.
           IF (CREQ-USED > 0)
               PERFORM CALC-REQUEST-BONUS-LOOP.

       CALC-REQUEST-BONUS-LOOP.
           IF (CREQ-CRS-ID(CREQ-I) EQUAL CRS-ID AND
               CREQ-STD-ID(CREQ-I) EQUAL STD-ID)
               IF (CREQ-CODE(CREQ-I) EQUAL "V")
                   MOVE 1 TO CAND-VETOED
               ELSE
                   MOVE WT-REQUEST TO REQ-BONUS-SCORE.
           ADD 1 TO CREQ-I.
           IF (CREQ-I < CREQ-END)
               GO TO CALC-REQUEST-BONUS-LOOP.

      * Read the optional synonym dictionary into memory.  No file
      * means DICT-USED stays zero and every normalization call is
      * a no-op, so matching behaves exactly as it always has.
           PERFORM VALIDATE-CAND-FILE.
           PERFORM LOAD-SKILL-DICT.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CRS-REQUESTS.
           PERFORM LOAD-CANDIDATES.
           MOVE 1 TO WHATIF-PASS.
           PERFORM WHATIF-COURSE-LOOP.
      * so this reports CAPPED for them even when their own score is
      * at or above the bench cutoff.  Only a candidate still under
      * the cap falls through to the ordinary score-vs-cutoff gate.
      * An instructor veto outranks both: a vetoed candidate who
      * would have made the bench, or come within the near-miss
      * margin, is reported as VETO so an appeal gets the real cause.
       CHECK-NEAR-MISS-REASON.
           IF (CAND-VETOED EQUAL 1)
               PERFORM CHECK-NEAR-MISS-VETO.
           IF (CAND-VETOED EQUAL 0 AND
               PLACEMENT-CURR-COUNT >= PLACEMENT-CAP)
               MOVE "CAPPED" TO NM-REASON
               PERFORM WRITE-NEAR-MISS.
           IF (CAND-VETOED EQUAL 0 AND
               PLACEMENT-CURR-COUNT < PLACEMENT-CAP AND
               CURR-SCORE NOT > RANK-SCORE(TOP-N-LIMIT))
               SUBTRACT CURR-SCORE FROM RANK-SCORE(TOP-N-LIMIT)
                   GIVING NM-SCORE
                   MOVE "SCORE " TO NM-REASON
                   PERFORM WRITE-NEAR-MISS.

       CHECK-NEAR-MISS-VETO.
           IF (CURR-SCORE > RANK-SCORE(TOP-N-LIMIT))
               MOVE "VETO  " TO NM-REASON
               PERFORM WRITE-NEAR-MISS
           ELSE
               SUBTRACT CURR-SCORE FROM RANK-SCORE(TOP-N-LIMIT)
                   GIVING NM-SCORE
               IF (NM-SCORE NOT > 0.5)
                   MOVE "VETO  " TO NM-REASON
                   PERFORM WRITE-NEAR-MISS.

       WRITE-NEAR-MISS.
           MOVE CRS-ID TO NM-CRS-ID.
           MOVE STD-ID TO NM-STD-ID.
