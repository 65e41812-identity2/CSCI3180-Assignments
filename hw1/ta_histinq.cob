      * CSCI3180 Principles of Programming Languages
      *
      * TA-HISTINQ: the service-history inquiry and the course
      * continuity report.
      *
      * history.txt has held several terms of benches since the
      * PARAM-MODE 6 closeout began appending to it, and the
      * experience credit reads it every run, but nothing ever
      * showed it to anyone: "has this student TA'd before, for
      * what, and when?" was answered by searching the file by hand.
      * This program answers it.
      *
      * histinq.txt lists the STD-IDs asked about, one to a line.
      * histreport.txt gives each one's whole service history in
      * history.txt order: every term and course, the student's
      * rank on that course's bench, and whether the line was
      * confirmed against roster.txt at closeout (YES), appended
      * whole for want of a roster (NO), or written before the
      * closeout recorded either (NOT RECORDED, where the rank
      * shown is the position on the line).
      *
      * continuity.txt takes each course on this term's
      * assignments.txt and counts how many of its assigned TAs
      * served that same course in an earlier term, beside how
      * many different TAs the course has had before.  A course
      * that has had TAs before but keeps none of them this term is
      * flagged, so the committee sees where a course is about to
      * lose all its experience at once.  "Earlier" is every term
      * in history.txt other than control.txt's TERM-ID, so the
      * report reads the same before and after this term's
      * closeout.
      *
      * Either list may be absent: with no histinq.txt the inquiry
      * report says so and the continuity report is still written,
      * and the other way round.
      *
      * Maintenance history
      * 2026-10-15  First version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-HISTINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT OPTIONAL INQUIRY-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT OPTIONAL ASSIGN-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT HISTREPORT-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTREPORT-STATUS.
           SELECT CONTINUITY-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTINUITY-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * TA-RANKING's control record, read here only for the current
      * TERM-ID; the rest is carried to match its layout.
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

      * The STD-IDs asked about, one to a line.
       FD INQUIRY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INQUIRY-TABLE
           VALUE OF FILE-ID IS "histinq.txt".
       01 INQUIRY-TABLE.
           05 IQ-STD-ID PIC X(10).

      * Prior terms' benches as the closeout appended them, with
      * the confirmation mark and bench ranks on the lines written
      * since the closeout began recording them.
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

      * The assignment pass's final allocation: one line per course,
      * the STD-IDs who actually get the course this term.
       FD ASSIGN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ASSIGN-TABLE
           VALUE OF FILE-ID IS "assignments.txt".
       01 ASSIGN-TABLE.
           05 ASG-CRS-ID PIC 9(4).
           05 ASG-SPACE1 PIC A.
           05 ASG-LIST PIC X(131).
           05 ASG-RETURN PIC X.

      * The inquiry report: a heading, then each student's service
      * lines (the STD-ID on the first only), then labelled totals.
       FD HISTREPORT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HR-LINE
           VALUE OF FILE-ID IS "histreport.txt".
       01 HR-LINE PIC X(80).
       01 HR-DETAIL.
           05 HR-STD-ID PIC X(10).
           05 HR-SPACE1 PIC XX.
           05 HR-TERM PIC X(6).
           05 HR-SPACE2 PIC XX.
           05 HR-CRS-ID PIC 9(4).
           05 HR-SPACE3 PIC X(4).
           05 HR-POSITION PIC Z9.
           05 HR-SPACE4 PIC X(6).
           05 HR-CONFIRMED PIC X(12).
       01 HR-TOTAL.
           05 HT-LABEL PIC X(24).
           05 HT-SPACE1 PIC X.
           05 HT-COUNT PIC ZZZZZ9.

      * The continuity report: one line per course on
      * assignments.txt, then labelled totals.
       FD CONTINUITY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-LINE
           VALUE OF FILE-ID IS "continuity.txt".
       01 CT-LINE PIC X(80).
       01 CT-DETAIL.
           05 CT-CRS-ID PIC 9(4).
           05 CT-SPACE1 PIC X(4).
           05 CT-ASSIGNED PIC ZZZ9.
           05 CT-SPACE2 PIC X(4).
           05 CT-RETURNING PIC ZZZ9.
           05 CT-SPACE3 PIC X(4).
           05 CT-PRIOR PIC ZZZ9.
           05 CT-SPACE4 PIC X(4).
           05 CT-FLAG PIC X(20).
       01 CT-TOTAL.
           05 CTT-LABEL PIC X(24).
           05 CTT-SPACE1 PIC X.
           05 CTT-COUNT PIC ZZZZZ9.

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
       01 INQUIRY-STATUS PIC XX.
       01 HISTORY-STATUS PIC XX.
       01 ASSIGN-STATUS PIC XX.
       01 HISTREPORT-STATUS PIC XX.
       01 CONTINUITY-STATUS PIC XX.
       01 EOF-INQUIRY PIC 9 VALUE 0.
       01 EOF-HIST PIC 9 VALUE 0.
       01 EOF-ASSIGN PIC 9 VALUE 0.
       01 INQUIRY-OPEN PIC 9 VALUE 0.
       01 ASSIGN-OPEN PIC 9 VALUE 0.

      * The current term, from control.txt.
       01 TERM-ID PIC X(6) VALUE SPACES.

      * Every name on every history.txt line: the term, the course,
      * the student, the rank on the bench and the closeout's
      * confirmation mark (Y, N, or blank on the older lines).
       01 SERV-MAX PIC 9(4) VALUE 2000.
       01 SERV-USED PIC 9(4) VALUE 0.
       01 SERV-CAP-WARNED PIC 9 VALUE 0.
       01 SERV-MEMORY.
           05 SERV-ENTRY OCCURS 2000 TIMES.
               10 SV-TERM PIC X(6) VALUE SPACES.
               10 SV-CRS-ID PIC 9(4) VALUE 0.
               10 SV-STD-ID PIC 9(10) VALUE 0.
               10 SV-POSITION PIC 99 VALUE 0.
               10 SV-CONFIRMED PIC X VALUE SPACE.
       01 SV-I PIC 9(4).
       01 SV-END PIC 9(4).
       01 SV-J PIC 9(4).
       01 LINE-SLOT PIC 99 VALUE 0.
       01 LINE-RANK PIC 99 VALUE 0.

      * The student in hand for the inquiry.
       01 LOOK-STD-ID PIC 9(10) VALUE 0.
       01 LOOK-CRS-ID PIC 9(4) VALUE 0.
       01 SERVICE-FOUND PIC 9(4) VALUE 0.
       01 SEEN-BEFORE PIC 9 VALUE 0.
       01 RETURN-FOUND PIC 9 VALUE 0.

      * The course in hand for the continuity report.
       01 CRS-ASSIGNED PIC 9(4) VALUE 0.
       01 CRS-RETURNING PIC 9(4) VALUE 0.
       01 CRS-PRIOR PIC 9(4) VALUE 0.

      * Bench-line parsing for history.txt and assignments.txt.
       01 RB-LIST PIC X(131).
       01 RB-TOKEN PIC X(10).
       01 RB-POINTER PIC 9(4).

       01 STUDENT-COUNT PIC 9(6) VALUE 0.
       01 SERVICE-COUNT PIC 9(6) VALUE 0.
       01 NO-SERVICE-COUNT PIC 9(6) VALUE 0.
       01 REFUSED-COUNT PIC 9(6) VALUE 0.
       01 COURSE-COUNT PIC 9(6) VALUE 0.
       01 ASSIGNED-COUNT PIC 9(6) VALUE 0.
       01 RETURNING-COUNT PIC 9(6) VALUE 0.
       01 LOST-COUNT PIC 9(6) VALUE 0.
       01 NEW-COUNT PIC 9(6) VALUE 0.
       01 I PIC 99.
       01 END-I PIC 99.

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
           PERFORM READ-CONTROL.
           PERFORM LOAD-HISTORY.
           OPEN OUTPUT HISTREPORT-FILE.
           IF (HISTREPORT-STATUS NOT EQUAL 00)
               GO TO HISTREPORT-FILE-ERROR.
           OPEN OUTPUT CONTINUITY-FILE.
           IF (CONTINUITY-STATUS NOT EQUAL 00)
               GO TO CONTINUITY-FILE-ERROR.
           PERFORM RUN-INQUIRY.
           PERFORM RUN-CONTINUITY.
           CLOSE HISTREPORT-FILE.
           CLOSE CONTINUITY-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * Only the TERM-ID is taken from control.txt; without it
      * there is no telling this term from the earlier ones, so
      * the run stops with the control-problem class.
       READ-CONTROL.
           OPEN INPUT PARAM-FILE.
           IF (PARAM-STATUS NOT EQUAL 00)
               GO TO PARAM-FILE-ERROR.
           READ PARAM-FILE.
           IF (PARAM-STATUS NOT EQUAL 00)
               GO TO PARAM-FILE-ERROR.
           CLOSE PARAM-FILE.
           IF (PARAM-TERM-ID EQUAL SPACES)
               PERFORM PARAM-ERROR.
           MOVE PARAM-TERM-ID TO TERM-ID.

       PARAM-ERROR.
           DISPLAY "term id missing from control.txt".
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE SPACES TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           PERFORM WRITE-RUN-LOG-ABEND.
           MOVE ERR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Spread every history.txt line out into one entry per name.
      * The rank is the HIST-RANK the closeout recorded for that
      * slot; a line written before HIST-RANK existed has none, and
      * the name's position on the line stands in for it.
       LOAD-HISTORY.
           MOVE 0 TO SERV-USED.
           OPEN INPUT HISTORY-FILE.
           IF (HISTORY-STATUS NOT EQUAL 00 AND
               HISTORY-STATUS NOT EQUAL 05)
               GO TO HISTORY-FILE-ERROR.
           MOVE 0 TO EOF-HIST.
           PERFORM LOAD-HISTORY-LOOP.
           CLOSE HISTORY-FILE.

       LOAD-HISTORY-LOOP.
           READ HISTORY-FILE AT END MOVE 1 TO EOF-HIST.
           IF (EOF-HIST EQUAL 0)
               MOVE HIST-LIST TO RB-LIST
               MOVE 1 TO RB-POINTER
               MOVE 0 TO LINE-SLOT
               MOVE 1 TO I
               MOVE 12 TO END-I
               PERFORM STORE-SERVICE-LOOP.
           IF (EOF-HIST EQUAL 0)
               GO TO LOAD-HISTORY-LOOP.

       STORE-SERVICE-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           IF (RB-TOKEN IS NUMERIC)
               ADD 1 TO LINE-SLOT
               PERFORM STORE-SERVICE.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO STORE-SERVICE-LOOP.

       STORE-SERVICE.
           MOVE LINE-SLOT TO LINE-RANK.
           IF (LINE-SLOT < 11)
               IF (HIST-RANK(LINE-SLOT) IS NUMERIC)
                   IF (HIST-RANK(LINE-SLOT) > 0)
                       MOVE HIST-RANK(LINE-SLOT) TO LINE-RANK.
           IF (SERV-USED NOT < SERV-MAX)
               MOVE 1 TO SERV-CAP-WARNED.
           IF (SERV-USED < SERV-MAX)
               ADD 1 TO SERV-USED
               MOVE HIST-TERM TO SV-TERM(SERV-USED)
               MOVE HIST-CRS-ID TO SV-CRS-ID(SERV-USED)
               MOVE RB-TOKEN TO SV-STD-ID(SERV-USED)
               MOVE HIST-CONFIRMED TO SV-CONFIRMED(SERV-USED)
               MOVE LINE-RANK TO SV-POSITION(SERV-USED).

      * Answer each STD-ID on histinq.txt in turn.  A line that is
      * not ten digits is refused on the report; a blank line is
      * passed over.
       RUN-INQUIRY.
           MOVE SPACES TO HR-LINE.
           STRING "TA SERVICE HISTORY INQUIRY  TERM " TERM-ID
               DELIMITED BY SIZE INTO HR-LINE.
           WRITE HR-LINE.
           MOVE SPACES TO HR-LINE.
           WRITE HR-LINE.
           IF (SERV-CAP-WARNED EQUAL 1)
               MOVE "*** history.txt  service past 2000 names not read"
                   TO HR-LINE
               WRITE HR-LINE.
           MOVE "STD-ID      TERM    CRS     POS     CONFIRMED"
               TO HR-LINE.
           WRITE HR-LINE.
           MOVE 0 TO INQUIRY-OPEN.
           OPEN INPUT INQUIRY-FILE.
           IF (INQUIRY-STATUS NOT EQUAL 00 AND
               INQUIRY-STATUS NOT EQUAL 05)
               GO TO INQUIRY-FILE-ERROR.
           IF (INQUIRY-STATUS EQUAL 05)
               MOVE "NO histinq.txt: NO STUDENTS ASKED ABOUT"
                   TO HR-LINE
               WRITE HR-LINE
           ELSE
               MOVE 1 TO INQUIRY-OPEN.
           MOVE 0 TO EOF-INQUIRY.
           IF (INQUIRY-OPEN EQUAL 1)
               PERFORM INQUIRY-LOOP.
           CLOSE INQUIRY-FILE.
           PERFORM PRINT-INQUIRY-TOTALS.

       INQUIRY-LOOP.
           READ INQUIRY-FILE AT END MOVE 1 TO EOF-INQUIRY.
           IF (EOF-INQUIRY EQUAL 0 AND IQ-STD-ID NOT EQUAL SPACES)
               PERFORM ANSWER-INQUIRY.
           IF (EOF-INQUIRY EQUAL 0)
               GO TO INQUIRY-LOOP.

       ANSWER-INQUIRY.
           IF (IQ-STD-ID IS NOT NUMERIC)
               ADD 1 TO REFUSED-COUNT
               MOVE SPACES TO HR-LINE
               STRING "*** " IQ-STD-ID "  NOT A STUDENT ID"
                   DELIMITED BY SIZE INTO HR-LINE
               WRITE HR-LINE.
           IF (IQ-STD-ID IS NUMERIC)
               ADD 1 TO STUDENT-COUNT
               MOVE IQ-STD-ID TO LOOK-STD-ID
               MOVE 0 TO SERVICE-FOUND
               MOVE 1 TO SV-I
               MOVE SERV-USED TO SV-END
               ADD 1 TO SV-END
               PERFORM PRINT-SERVICE-LOOP.
           IF (IQ-STD-ID IS NUMERIC AND SERVICE-FOUND EQUAL 0)
               ADD 1 TO NO-SERVICE-COUNT
               MOVE SPACES TO HR-LINE
               STRING IQ-STD-ID "  NO SERVICE ON FILE"
                   DELIMITED BY SIZE INTO HR-LINE
               WRITE HR-LINE.

       PRINT-SERVICE-LOOP.
           IF (SV-I < SV-END)
               IF (SV-STD-ID(SV-I) EQUAL LOOK-STD-ID)
                   PERFORM PRINT-SERVICE-LINE.
           ADD 1 TO SV-I.
           IF (SV-I < SV-END)
               GO TO PRINT-SERVICE-LOOP.

       PRINT-SERVICE-LINE.
           MOVE SPACES TO HR-DETAIL.
           IF (SERVICE-FOUND EQUAL 0)
               MOVE IQ-STD-ID TO HR-STD-ID.
           ADD 1 TO SERVICE-FOUND.
           ADD 1 TO SERVICE-COUNT.
           MOVE SV-TERM(SV-I) TO HR-TERM.
           MOVE SV-CRS-ID(SV-I) TO HR-CRS-ID.
           MOVE SV-POSITION(SV-I) TO HR-POSITION.
           MOVE "NOT RECORDED" TO HR-CONFIRMED.
           IF (SV-CONFIRMED(SV-I) EQUAL "Y")
               MOVE "YES" TO HR-CONFIRMED.
           IF (SV-CONFIRMED(SV-I) EQUAL "N")
               MOVE "NO" TO HR-CONFIRMED.
           WRITE HR-DETAIL.

       PRINT-INQUIRY-TOTALS.
           MOVE SPACES TO HR-LINE.
           WRITE HR-LINE.
           MOVE "STUDENTS ASKED ABOUT" TO HT-LABEL.
           MOVE STUDENT-COUNT TO HT-COUNT.
           PERFORM WRITE-INQUIRY-TOTAL.
           MOVE "TERMS OF SERVICE LISTED" TO HT-LABEL.
           MOVE SERVICE-COUNT TO HT-COUNT.
           PERFORM WRITE-INQUIRY-TOTAL.
           MOVE "NO SERVICE ON FILE" TO HT-LABEL.
           MOVE NO-SERVICE-COUNT TO HT-COUNT.
           PERFORM WRITE-INQUIRY-TOTAL.
           MOVE "NOT A STUDENT ID" TO HT-LABEL.
           MOVE REFUSED-COUNT TO HT-COUNT.
           PERFORM WRITE-INQUIRY-TOTAL.

       WRITE-INQUIRY-TOTAL.
           MOVE SPACE TO HT-SPACE1.
           WRITE HR-TOTAL.

      * One line per course on assignments.txt: how many it was
      * given this term, how many of those served it in an earlier
      * term, and how many different TAs it has had before.
       RUN-CONTINUITY.
           MOVE SPACES TO CT-LINE.
           STRING "TA COURSE CONTINUITY  TERM " TERM-ID
               DELIMITED BY SIZE INTO CT-LINE.
           WRITE CT-LINE.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           IF (SERV-CAP-WARNED EQUAL 1)
               MOVE "*** history.txt  service past 2000 names not read"
                   TO CT-LINE
               WRITE CT-LINE.
           MOVE "CRS     ASGN    RETN   PRIOR    FLAG" TO CT-LINE.
           WRITE CT-LINE.
           MOVE 0 TO ASSIGN-OPEN.
           OPEN INPUT ASSIGN-FILE.
           IF (ASSIGN-STATUS NOT EQUAL 00 AND
               ASSIGN-STATUS NOT EQUAL 05)
               GO TO ASSIGN-FILE-ERROR.
           IF (ASSIGN-STATUS EQUAL 05)
               MOVE "NO assignments.txt: NO COURSES TO REPORT"
                   TO CT-LINE
               WRITE CT-LINE
           ELSE
               MOVE 1 TO ASSIGN-OPEN.
           MOVE 0 TO EOF-ASSIGN.
           IF (ASSIGN-OPEN EQUAL 1)
               PERFORM CONTINUITY-LOOP.
           CLOSE ASSIGN-FILE.
           PERFORM PRINT-CONTINUITY-TOTALS.

       CONTINUITY-LOOP.
           READ ASSIGN-FILE AT END MOVE 1 TO EOF-ASSIGN.
           IF (EOF-ASSIGN EQUAL 0)
               PERFORM CONTINUITY-ONE-COURSE.
           IF (EOF-ASSIGN EQUAL 0)
               GO TO CONTINUITY-LOOP.

       CONTINUITY-ONE-COURSE.
           MOVE ASG-CRS-ID TO LOOK-CRS-ID.
           MOVE 0 TO CRS-ASSIGNED.
           MOVE 0 TO CRS-RETURNING.
           MOVE ASG-LIST TO RB-LIST.
           MOVE 1 TO RB-POINTER.
           MOVE 1 TO I.
           MOVE 12 TO END-I.
           PERFORM COUNT-RETURNING-LOOP.
           MOVE 0 TO CRS-PRIOR.
           MOVE 1 TO SV-I.
           MOVE SERV-USED TO SV-END.
           ADD 1 TO SV-END.
           PERFORM COUNT-PRIOR-LOOP.
           ADD 1 TO COURSE-COUNT.
           ADD CRS-ASSIGNED TO ASSIGNED-COUNT.
           ADD CRS-RETURNING TO RETURNING-COUNT.
           MOVE SPACES TO CT-DETAIL.
           MOVE LOOK-CRS-ID TO CT-CRS-ID.
           MOVE CRS-ASSIGNED TO CT-ASSIGNED.
           MOVE CRS-RETURNING TO CT-RETURNING.
           MOVE CRS-PRIOR TO CT-PRIOR.
           IF (CRS-PRIOR > 0 AND CRS-RETURNING EQUAL 0)
               ADD 1 TO LOST-COUNT
               MOVE "NO RETURNING TA" TO CT-FLAG.
           IF (CRS-PRIOR EQUAL 0)
               ADD 1 TO NEW-COUNT
               MOVE "NO PRIOR SERVICE" TO CT-FLAG.
           WRITE CT-DETAIL.

      * Each assignee counts as returning if history.txt has them
      * on this course in any term but this one.
       COUNT-RETURNING-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           IF (RB-TOKEN IS NUMERIC)
               ADD 1 TO CRS-ASSIGNED
               MOVE RB-TOKEN TO LOOK-STD-ID
               MOVE 0 TO RETURN-FOUND
               MOVE 1 TO SV-I
               MOVE SERV-USED TO SV-END
               ADD 1 TO SV-END
               PERFORM FIND-RETURN-LOOP.
           IF (RB-TOKEN IS NUMERIC AND RETURN-FOUND EQUAL 1)
               ADD 1 TO CRS-RETURNING.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO COUNT-RETURNING-LOOP.

       FIND-RETURN-LOOP.
           IF (SV-I < SV-END)
               IF (SV-CRS-ID(SV-I) EQUAL LOOK-CRS-ID AND
                   SV-STD-ID(SV-I) EQUAL LOOK-STD-ID AND
                   SV-TERM(SV-I) NOT EQUAL TERM-ID)
                   MOVE 1 TO RETURN-FOUND.
           ADD 1 TO SV-I.
           IF (SV-I < SV-END AND RETURN-FOUND EQUAL 0)
               GO TO FIND-RETURN-LOOP.

      * The different TAs the course had in earlier terms: an
      * entry counts only if no earlier entry already gave the
      * same student on the same course.
       COUNT-PRIOR-LOOP.
           IF (SV-I < SV-END)
               IF (SV-CRS-ID(SV-I) EQUAL LOOK-CRS-ID AND
                   SV-TERM(SV-I) NOT EQUAL TERM-ID)
                   PERFORM CHECK-PRIOR-SEEN.
           ADD 1 TO SV-I.
           IF (SV-I < SV-END)
               GO TO COUNT-PRIOR-LOOP.

       CHECK-PRIOR-SEEN.
           MOVE 0 TO SEEN-BEFORE.
           MOVE 1 TO SV-J.
           IF (SV-J < SV-I)
               PERFORM CHECK-PRIOR-SEEN-LOOP.
           IF (SEEN-BEFORE EQUAL 0)
               ADD 1 TO CRS-PRIOR.

       CHECK-PRIOR-SEEN-LOOP.
           IF (SV-CRS-ID(SV-J) EQUAL LOOK-CRS-ID AND
               SV-STD-ID(SV-J) EQUAL SV-STD-ID(SV-I) AND
               SV-TERM(SV-J) NOT EQUAL TERM-ID)
               MOVE 1 TO SEEN-BEFORE.
           ADD 1 TO SV-J.
           IF (SV-J < SV-I AND SEEN-BEFORE EQUAL 0)
               GO TO CHECK-PRIOR-SEEN-LOOP.

       PRINT-CONTINUITY-TOTALS.
           MOVE SPACES TO CT-LINE.
           WRITE CT-LINE.
           MOVE "COURSES REPORTED" TO CTT-LABEL.
           MOVE COURSE-COUNT TO CTT-COUNT.
           PERFORM WRITE-CONTINUITY-TOTAL.
           MOVE "TAS ASSIGNED" TO CTT-LABEL.
           MOVE ASSIGNED-COUNT TO CTT-COUNT.
           PERFORM WRITE-CONTINUITY-TOTAL.
           MOVE "TAS RETURNING TO COURSE" TO CTT-LABEL.
           MOVE RETURNING-COUNT TO CTT-COUNT.
           PERFORM WRITE-CONTINUITY-TOTAL.
           MOVE "COURSES NO RETURNING TA" TO CTT-LABEL.
           MOVE LOST-COUNT TO CTT-COUNT.
           PERFORM WRITE-CONTINUITY-TOTAL.
           MOVE "COURSES NO PRIOR SERVICE" TO CTT-LABEL.
           MOVE NEW-COUNT TO CTT-COUNT.
           PERFORM WRITE-CONTINUITY-TOTAL.

       WRITE-CONTINUITY-TOTAL.
           MOVE SPACE TO CTT-SPACE1.
           WRITE CT-TOTAL.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       PARAM-FILE-ERROR.
           MOVE "control.txt" TO ERR-FILE-NAME.
           MOVE PARAM-STATUS TO ERR-FILE-STATUS.
           MOVE RC-CONTROL TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       INQUIRY-FILE-ERROR.
           MOVE "histinq.txt" TO ERR-FILE-NAME.
           MOVE INQUIRY-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       HISTORY-FILE-ERROR.
           MOVE "history.txt" TO ERR-FILE-NAME.
           MOVE HISTORY-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ASSIGN-FILE-ERROR.
           MOVE "assignments.txt" TO ERR-FILE-NAME.
           MOVE ASSIGN-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       HISTREPORT-FILE-ERROR.
           MOVE "histreport.txt" TO ERR-FILE-NAME.
           MOVE HISTREPORT-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CONTINUITY-FILE-ERROR.
           MOVE "continuity.txt" TO ERR-FILE-NAME.
           MOVE CONTINUITY-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-HISTINQ  " TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
