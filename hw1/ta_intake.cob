      * CSCI3180 Principles of Programming Languages
      *
      * TA-INTAKE: application-portal intake for TA-CANDMAINT.
      *
      * Every application round someone retyped the portal's export
      * into TA-CANDMAINT's transaction layout -- eight skills, six
      * preferred courses, GPA, year, work-eligibility flag and
      * maximum hours -- and half the first-pass rejections in
      * candregister.txt were typing slips.  This program reads the
      * portal's comma-delimited export, portalexp.txt, and writes
      * candtrans.txt itself: an "A " transaction for a STD-ID not
      * yet on candmast.dat, a "C " transaction for a returning
      * student whose record differs from the master, and nothing
      * for a returning student whose record is unchanged.
      *
      * An export row, in order: STD-ID, the eight skills, the six
      * preferred CRS-IDs (blank for an unused preference), GPA as
      * written (3.45), year of study, work flag Y or N, maximum
      * hours.  A row goes to intakeexcept.txt instead of
      * candtrans.txt when it does not have those nineteen fields,
      * when a field fails the checks TA-CANDMAINT would make on
      * the transaction, when the STD-ID has no stddir.txt entry,
      * when a preference names a CRS-ID missing from crsmast.dat,
      * or when the STD-ID appears more than once in the export --
      * every copy is refused, since only the applicant can say
      * which one is right.  The export is read twice for that:
      * once to count each STD-ID, once to build the transactions.
      *
      * The candidate master is only read here.  TA-CANDMAINT stays
      * the one program that writes it, so its journal and its
      * generation stamp stay the authoritative record of every
      * change.
      *
      * Maintenance history
      * 2026-10-15  First version.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTAL-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORTAL-STATUS.
           SELECT OPTIONAL CANDMAST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STD-ID
               FILE STATUS IS CANDMAST-STATUS.
           SELECT INST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-ID
               FILE STATUS IS INST-STATUS.
           SELECT STDDIR-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STDDIR-STATUS.
           SELECT TRANS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPT-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The portal export, one applicant per line, fields separated
      * by commas.
       FD PORTAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PORTAL-TABLE
           VALUE OF FILE-ID IS "portalexp.txt".
       01 PORTAL-TABLE.
           05 PX-LINE PIC X(400).

      * The candidate master, TA-CANDMAINT's layout, read by key
      * only; OPTIONAL so the term's first intake, before any
      * master exists, turns every applicant into an A.
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

      * The course master, read by key to prove each preference
      * names a course that exists.
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

      * The student directory TA-OFFEREXT addresses letters from;
      * an applicant nobody can reach is not taken in.
       FD STDDIR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STDDIR-TABLE
           VALUE OF FILE-ID IS "stddir.txt".
       01 STDDIR-TABLE.
           05 DIR-STD-ID PIC 9(10).
           05 DIR-SPACE1 PIC X.
           05 DIR-NAME PIC X(30).
           05 DIR-SPACE2 PIC X.
           05 DIR-EMAIL PIC X(30).
           05 DIR-SPACE3 PIC X.
           05 DIR-DEPT PIC X(20).

      * TA-CANDMAINT's transaction layout: the action letter, a
      * space, then the full candidate record in the master's own
      * layout.
       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-TABLE
           VALUE OF FILE-ID IS "candtrans.txt".
       01 TRANS-TABLE.
           05 TR-ACTION PIC X.
           05 TR-SPACE1 PIC X.
           05 TR-IMAGE PIC X(171).

      * The intake exception list: the export line number, the
      * STD-ID as it arrived, and the problem, then the totals in
      * the second layout, candregister.txt style.
       FD EXCEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EXCEPT-TABLE
           VALUE OF FILE-ID IS "intakeexcept.txt".
       01 EXCEPT-TABLE.
           05 IX-LINE-NO PIC 9(6).
           05 IX-SPACE1 PIC X.
           05 IX-STD-ID PIC X(10).
           05 IX-SPACE2 PIC X.
           05 IX-PROBLEM PIC X(40).
       01 EXCEPT-TOTAL.
           05 IX-LABEL PIC X(24).
           05 IX-SPACE3 PIC X.
           05 IX-COUNT PIC ZZZZZ9.

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
       01 PORTAL-STATUS PIC XX.
       01 CANDMAST-STATUS PIC XX.
       01 INST-STATUS PIC XX.
       01 STDDIR-STATUS PIC XX.
       01 TRANS-STATUS PIC XX.
       01 EXCEPT-STATUS PIC XX.
       01 EOF-PORTAL PIC 9 VALUE 0.
       01 EOF-DIR PIC 9 VALUE 0.
       01 MASTER-PRESENT PIC 9 VALUE 0.
       01 PORTAL-LINE-NO PIC 9(6) VALUE 0.
       01 ROW-VALID PIC 9 VALUE 0.
       01 ROW-PROBLEM PIC X(40) VALUE SPACES.
       01 I PIC 99.
       01 END-I PIC 99.
       01 PL-I PIC 9(4).
       01 PL-END PIC 9(4).

      * One export row split into its fields.  The preferences and
      * the hours arrive with their leading zeros dropped, so they
      * land right-justified and are zero-filled before the
      * numeric check; the GPA is split at its decimal point.
       01 PX-FIELDS.
           05 PX-STD-ID PIC X(10).
           05 PX-SKILL PIC X(15) OCCURS 8 TIMES.
           05 PX-PREF PIC X(4) JUSTIFIED RIGHT OCCURS 6 TIMES.
           05 PX-GPA PIC X(5).
           05 PX-YEAR PIC X(1).
           05 PX-WORK PIC X(1).
           05 PX-HOURS-RAW PIC X(20).
       01 PX-STD-LEN PIC 99 VALUE 0.
       01 PX-FIELD-COUNT PIC 99 VALUE 0.
       01 PX-OVERFLOW PIC 9 VALUE 0.
       01 PX-HOURS PIC X(2) JUSTIFIED RIGHT.
       01 PX-HOURS-N REDEFINES PX-HOURS PIC 99.
       01 PX-GPA-WORK.
           05 PX-GPA-WHOLE PIC X(1) JUSTIFIED RIGHT.
           05 PX-GPA-FRAC PIC X(2).
       01 PX-GPA-N REDEFINES PX-GPA-WORK PIC 9V99.
       01 PX-GPA-WHOLE-LEN PIC 99 VALUE 0.
       01 PX-SKILL-SEEN-BLANK PIC 9 VALUE 0.

      * The candidate record the export row describes, in the
      * master's own layout, so it can be compared with the master
      * record byte for byte and written behind the action letter.
       01 INTAKE-IMAGE.
           05 IM-STD-ID PIC 9(10).
           05 IM-SPACE1 PIC A(1).
           05 IM-SKILLS PIC A(15) OCCURS 8 TIMES.
           05 IM-PREF-ENTRY OCCURS 6 TIMES.
               10 IM-PREF-COURSE PIC 9(4).
               10 IM-PREF-SPACER PIC A(1).
           05 IM-GPA PIC 9V99.
           05 IM-SPACE2 PIC X.
           05 IM-YEAR PIC 9.
           05 IM-SPACE3 PIC X.
           05 IM-WORK-ELIG PIC X.
           05 IM-SPACE4 PIC X.
           05 IM-MAX-HOURS PIC 99.

      * The directory's STD-IDs, loaded whole at startup.
       01 DIR-USED PIC 9(4) VALUE 0.
       01 DIR-MEMORY.
           05 DM-STD-ID PIC 9(10) VALUE 0 OCCURS 500 TIMES.
       01 DIR-INDEX PIC 9(4) VALUE 0.

      * Every STD-ID in the export with the number of rows carrying
      * it, counted on the first pass.  SEEN-FULL is set when the
      * export holds more distinct applicants than the table.
       01 SEEN-USED PIC 9(4) VALUE 0.
       01 SEEN-MEMORY.
           05 SEEN-ENTRY OCCURS 500 TIMES.
               10 SN-STD-ID PIC X(10) VALUE SPACES.
               10 SN-COUNT PIC 9(4) VALUE 0.
       01 SEEN-INDEX PIC 9(4) VALUE 0.
       01 SEEN-FULL PIC 9 VALUE 0.

       01 ADD-COUNT PIC 9(6) VALUE 0.
       01 CHANGE-COUNT PIC 9(6) VALUE 0.
       01 UNCHANGED-COUNT PIC 9(6) VALUE 0.
       01 EXCEPT-COUNT PIC 9(6) VALUE 0.

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
           PERFORM LOAD-DIRECTORY.
           PERFORM COUNT-EXPORT-IDS.
           OPEN INPUT CANDMAST-FILE.
           IF (CANDMAST-STATUS NOT EQUAL 00 AND CANDMAST-STATUS
               NOT EQUAL 05)
               GO TO CANDMAST-FILE-ERROR.
           MOVE 0 TO MASTER-PRESENT.
           IF (CANDMAST-STATUS EQUAL 00)
               MOVE 1 TO MASTER-PRESENT.
           OPEN INPUT INST-FILE.
           IF (INST-STATUS NOT EQUAL 00)
               GO TO INST-FILE-ERROR.
           OPEN OUTPUT TRANS-FILE.
           IF (TRANS-STATUS NOT EQUAL 00)
               GO TO TRANS-FILE-ERROR.
           OPEN OUTPUT EXCEPT-FILE.
           IF (EXCEPT-STATUS NOT EQUAL 00)
               GO TO EXCEPT-FILE-ERROR.
           OPEN INPUT PORTAL-FILE.
           IF (PORTAL-STATUS NOT EQUAL 00)
               GO TO PORTAL-FILE-ERROR.
           MOVE 0 TO EOF-PORTAL.
           MOVE 0 TO PORTAL-LINE-NO.
           PERFORM INTAKE-LOOP.
           PERFORM PRINT-INTAKE-TOTALS.
           CLOSE PORTAL-FILE.
           CLOSE CANDMAST-FILE.
           CLOSE INST-FILE.
           CLOSE TRANS-FILE.
           CLOSE EXCEPT-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

       LOAD-DIRECTORY.
           MOVE 0 TO DIR-USED.
           OPEN INPUT STDDIR-FILE.
           IF (STDDIR-STATUS NOT EQUAL 00)
               GO TO STDDIR-FILE-ERROR.
           MOVE 0 TO EOF-DIR.
           PERFORM LOAD-DIRECTORY-LOOP.
           CLOSE STDDIR-FILE.

       LOAD-DIRECTORY-LOOP.
           READ STDDIR-FILE AT END MOVE 1 TO EOF-DIR.
           IF (EOF-DIR EQUAL 0 AND DIR-USED < 500 AND
               DIR-STD-ID IS NUMERIC)
               ADD 1 TO DIR-USED
               MOVE DIR-STD-ID TO DM-STD-ID(DIR-USED).
           IF (EOF-DIR EQUAL 0)
               GO TO LOAD-DIRECTORY-LOOP.

      * First pass: how many rows carry each STD-ID, so a duplicate
      * can be refused wherever in the export its first copy sits.
       COUNT-EXPORT-IDS.
           MOVE 0 TO SEEN-USED.
           OPEN INPUT PORTAL-FILE.
           IF (PORTAL-STATUS NOT EQUAL 00)
               GO TO PORTAL-FILE-ERROR.
           MOVE 0 TO EOF-PORTAL.
           PERFORM COUNT-EXPORT-LOOP.
           CLOSE PORTAL-FILE.

       COUNT-EXPORT-LOOP.
           READ PORTAL-FILE AT END MOVE 1 TO EOF-PORTAL.
           IF (EOF-PORTAL EQUAL 0)
               PERFORM SPLIT-EXPORT-ROW
               PERFORM LOOKUP-SEEN
               PERFORM COUNT-ONE-ID
               GO TO COUNT-EXPORT-LOOP.

       COUNT-ONE-ID.
           IF (SEEN-INDEX > 0)
               ADD 1 TO SN-COUNT(SEEN-INDEX).
           IF (SEEN-INDEX EQUAL 0 AND SEEN-USED < 500)
               ADD 1 TO SEEN-USED
               MOVE PX-STD-ID TO SN-STD-ID(SEEN-USED)
               MOVE 1 TO SN-COUNT(SEEN-USED).
           IF (SEEN-INDEX EQUAL 0 AND SEEN-USED NOT < 500)
               MOVE 1 TO SEEN-FULL.

       LOOKUP-SEEN.
           MOVE 0 TO SEEN-INDEX.
           MOVE 1 TO PL-I.
           MOVE SEEN-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (SEEN-USED > 0)
               PERFORM LOOKUP-SEEN-LOOP.

       LOOKUP-SEEN-LOOP.
           IF (SN-STD-ID(PL-I) EQUAL PX-STD-ID)
               MOVE PL-I TO SEEN-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND SEEN-INDEX EQUAL 0)
               GO TO LOOKUP-SEEN-LOOP.

      * Second pass: one row, one outcome -- an exception line, an
      * A or C transaction, or nothing for an unchanged record.
       INTAKE-LOOP.
           READ PORTAL-FILE AT END MOVE 1 TO EOF-PORTAL.
           IF (EOF-PORTAL EQUAL 0)
               ADD 1 TO PORTAL-LINE-NO
               PERFORM INTAKE-ONE-ROW
               GO TO INTAKE-LOOP.

       INTAKE-ONE-ROW.
           PERFORM SPLIT-EXPORT-ROW.
           PERFORM VALIDATE-EXPORT-ROW.
           IF (ROW-VALID EQUAL 1)
               PERFORM BUILD-INTAKE-IMAGE
               PERFORM CHECK-PREFERENCES.
           IF (ROW-VALID EQUAL 1)
               PERFORM WRITE-INTAKE-TRANSACTION.
           IF (ROW-VALID EQUAL 0)
               PERFORM WRITE-INTAKE-EXCEPTION.

       SPLIT-EXPORT-ROW.
           MOVE SPACES TO PX-FIELDS.
           MOVE 0 TO PX-STD-LEN.
           MOVE 0 TO PX-FIELD-COUNT.
           MOVE 0 TO PX-OVERFLOW.
           UNSTRING PX-LINE DELIMITED BY ","
               INTO PX-STD-ID COUNT IN PX-STD-LEN
                    PX-SKILL(1) PX-SKILL(2) PX-SKILL(3) PX-SKILL(4)
                    PX-SKILL(5) PX-SKILL(6) PX-SKILL(7) PX-SKILL(8)
                    PX-PREF(1) PX-PREF(2) PX-PREF(3)
                    PX-PREF(4) PX-PREF(5) PX-PREF(6)
                    PX-GPA PX-YEAR PX-WORK PX-HOURS-RAW
               TALLYING IN PX-FIELD-COUNT
               ON OVERFLOW MOVE 1 TO PX-OVERFLOW.

      * The checks TA-CANDMAINT makes on a transaction, made here
      * first so a slip in the export lands on this list and not
      * in candregister.txt, then the directory and duplicate
      * checks only the intake can make.
       VALIDATE-EXPORT-ROW.
           MOVE 1 TO ROW-VALID.
           MOVE SPACES TO ROW-PROBLEM.
           IF (PX-FIELD-COUNT NOT EQUAL 19 OR PX-OVERFLOW EQUAL 1)
               MOVE "row does not have 19 fields" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           IF (ROW-VALID EQUAL 1 AND
               (PX-STD-LEN NOT EQUAL 10 OR PX-STD-ID NOT NUMERIC))
               MOVE "student id not 10 digits" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           IF (ROW-VALID EQUAL 1 AND PX-SKILL(1) EQUAL SPACES)
               MOVE "blank skill entry" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           IF (ROW-VALID EQUAL 1)
               PERFORM CHECK-SKILL-GAP.
           IF (ROW-VALID EQUAL 1)
               PERFORM CHECK-NUMERIC-FIELDS.
           IF (ROW-VALID EQUAL 1)
               PERFORM CHECK-DIRECTORY.
           IF (ROW-VALID EQUAL 1)
               PERFORM CHECK-DUPLICATE.

       CHECK-SKILL-GAP.
           MOVE 0 TO PX-SKILL-SEEN-BLANK.
           MOVE 1 TO I.
           MOVE 9 TO END-I.
           PERFORM CHECK-SKILL-GAP-LOOP.

       CHECK-SKILL-GAP-LOOP.
           IF (PX-SKILL(I) EQUAL SPACES)
               MOVE 1 TO PX-SKILL-SEEN-BLANK.
           IF (PX-SKILL(I) NOT EQUAL SPACES AND
               PX-SKILL-SEEN-BLANK EQUAL 1)
               MOVE "gap in skill list" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           ADD 1 TO I.
           IF (I < END-I AND ROW-VALID EQUAL 1)
               GO TO CHECK-SKILL-GAP-LOOP.

      * Preferences and hours are zero-filled from the left, the
      * GPA's missing hundredths from the right, before each is
      * tested as a number.
       CHECK-NUMERIC-FIELDS.
           MOVE 1 TO I.
           MOVE 7 TO END-I.
           PERFORM CHECK-PREF-FIELD-LOOP.
           MOVE SPACES TO PX-GPA-WORK.
           MOVE 0 TO PX-GPA-WHOLE-LEN.
           IF (ROW-VALID EQUAL 1)
               UNSTRING PX-GPA DELIMITED BY "."
                   INTO PX-GPA-WHOLE COUNT IN PX-GPA-WHOLE-LEN
                        PX-GPA-FRAC
               INSPECT PX-GPA-FRAC REPLACING ALL SPACE BY "0"
               IF (PX-GPA-N NOT NUMERIC OR PX-GPA-WHOLE-LEN > 1)
                   MOVE "malformed gpa" TO ROW-PROBLEM
                   MOVE 0 TO ROW-VALID.
           IF (ROW-VALID EQUAL 1 AND
               (PX-YEAR NOT NUMERIC OR PX-YEAR EQUAL "0"))
               MOVE "missing year of study" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           IF (ROW-VALID EQUAL 1 AND PX-WORK NOT EQUAL "Y" AND
               PX-WORK NOT EQUAL "N")
               MOVE "work flag not Y or N" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           MOVE SPACES TO PX-HOURS.
           IF (ROW-VALID EQUAL 1)
               UNSTRING PX-HOURS-RAW DELIMITED BY ALL SPACE
                   INTO PX-HOURS
               INSPECT PX-HOURS REPLACING LEADING SPACE BY "0"
               IF (PX-HOURS NOT NUMERIC)
                   MOVE "malformed max hours" TO ROW-PROBLEM
                   MOVE 0 TO ROW-VALID.

       CHECK-PREF-FIELD-LOOP.
           INSPECT PX-PREF(I) REPLACING LEADING SPACE BY "0".
           IF (PX-PREF(I) NOT NUMERIC)
               MOVE "malformed preference" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           ADD 1 TO I.
           IF (I < END-I AND ROW-VALID EQUAL 1)
               GO TO CHECK-PREF-FIELD-LOOP.

       CHECK-DIRECTORY.
           MOVE 0 TO DIR-INDEX.
           MOVE 1 TO PL-I.
           MOVE DIR-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (DIR-USED > 0)
               PERFORM CHECK-DIRECTORY-LOOP.
           IF (DIR-INDEX EQUAL 0)
               MOVE "no directory entry" TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.

       CHECK-DIRECTORY-LOOP.
           IF (DM-STD-ID(PL-I) EQUAL PX-STD-ID)
               MOVE PL-I TO DIR-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND DIR-INDEX EQUAL 0)
               GO TO CHECK-DIRECTORY-LOOP.

       CHECK-DUPLICATE.
           PERFORM LOOKUP-SEEN.
           IF (SEEN-INDEX EQUAL 0)
               MOVE "intake limit reached; row not checked"
                   TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.
           IF (SEEN-INDEX > 0 AND SN-COUNT(SEEN-INDEX) > 1)
               MOVE "student id repeated in export"
                   TO ROW-PROBLEM
               MOVE 0 TO ROW-VALID.

       BUILD-INTAKE-IMAGE.
           MOVE PX-STD-ID TO IM-STD-ID.
           MOVE " " TO IM-SPACE1.
           MOVE 1 TO I.
           MOVE 9 TO END-I.
           PERFORM BUILD-SKILLS-LOOP.
           MOVE 1 TO I.
           MOVE 7 TO END-I.
           PERFORM BUILD-PREFS-LOOP.
           MOVE PX-GPA-N TO IM-GPA.
           MOVE PX-YEAR TO IM-YEAR.
           MOVE PX-WORK TO IM-WORK-ELIG.
           MOVE PX-HOURS-N TO IM-MAX-HOURS.
           MOVE SPACE TO IM-SPACE2 IM-SPACE3 IM-SPACE4.

       BUILD-SKILLS-LOOP.
           MOVE PX-SKILL(I) TO IM-SKILLS(I).
           ADD 1 TO I.
           IF (I < END-I)
               GO TO BUILD-SKILLS-LOOP.

       BUILD-PREFS-LOOP.
           MOVE PX-PREF(I) TO IM-PREF-COURSE(I).
           MOVE " " TO IM-PREF-SPACER(I).
           ADD 1 TO I.
           IF (I < END-I)
               GO TO BUILD-PREFS-LOOP.

      * Each preference used must be a course on the master; an
      * unused one is 0000.
       CHECK-PREFERENCES.
           MOVE 1 TO I.
           MOVE 7 TO END-I.
           PERFORM CHECK-PREFERENCES-LOOP.

       CHECK-PREFERENCES-LOOP.
           IF (IM-PREF-COURSE(I) NOT EQUAL 0)
               MOVE IM-PREF-COURSE(I) TO CRS-ID
               READ INST-FILE
               IF (INST-STATUS EQUAL 23)
                   MOVE SPACES TO ROW-PROBLEM
                   STRING "preference " IM-PREF-COURSE(I)
                       " not on crsmast.dat" DELIMITED BY SIZE
                       INTO ROW-PROBLEM
                   MOVE 0 TO ROW-VALID.
           IF (INST-STATUS NOT EQUAL 00 AND INST-STATUS NOT EQUAL 23)
               GO TO INST-FILE-ERROR.
           ADD 1 TO I.
           IF (I < END-I AND ROW-VALID EQUAL 1)
               GO TO CHECK-PREFERENCES-LOOP.

      * New to the master: A.  On the master and different: C,
      * carrying the whole record as TA-CANDMAINT requires.  On the
      * master and identical: nothing to send.
       WRITE-INTAKE-TRANSACTION.
           MOVE 23 TO CANDMAST-STATUS.
           IF (MASTER-PRESENT EQUAL 1)
               MOVE IM-STD-ID TO STD-ID
               READ CANDMAST-FILE.
           IF (CANDMAST-STATUS NOT EQUAL 00 AND CANDMAST-STATUS
               NOT EQUAL 23)
               GO TO CANDMAST-FILE-ERROR.
           IF (CANDMAST-STATUS EQUAL 23)
               MOVE "A" TO TR-ACTION
               PERFORM WRITE-TRANSACTION
               ADD 1 TO ADD-COUNT.
           IF (CANDMAST-STATUS EQUAL 00 AND
               CAND-TABLE NOT EQUAL INTAKE-IMAGE)
               MOVE "C" TO TR-ACTION
               PERFORM WRITE-TRANSACTION
               ADD 1 TO CHANGE-COUNT.
           IF (CANDMAST-STATUS EQUAL 00 AND
               CAND-TABLE EQUAL INTAKE-IMAGE)
               ADD 1 TO UNCHANGED-COUNT.

       WRITE-TRANSACTION.
           MOVE SPACE TO TR-SPACE1.
           MOVE INTAKE-IMAGE TO TR-IMAGE.
           WRITE TRANS-TABLE.

       WRITE-INTAKE-EXCEPTION.
           MOVE PORTAL-LINE-NO TO IX-LINE-NO.
           MOVE PX-STD-ID TO IX-STD-ID.
           MOVE ROW-PROBLEM TO IX-PROBLEM.
           MOVE SPACE TO IX-SPACE1 IX-SPACE2.
           WRITE EXCEPT-TABLE.
           ADD 1 TO EXCEPT-COUNT.

       PRINT-INTAKE-TOTALS.
           MOVE "ADD TRANSACTIONS" TO IX-LABEL.
           MOVE ADD-COUNT TO IX-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CHANGE TRANSACTIONS" TO IX-LABEL.
           MOVE CHANGE-COUNT TO IX-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "UNCHANGED, NOT SENT" TO IX-LABEL.
           MOVE UNCHANGED-COUNT TO IX-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "INTAKE EXCEPTIONS" TO IX-LABEL.
           MOVE EXCEPT-COUNT TO IX-COUNT.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACE TO IX-SPACE3.
           WRITE EXCEPT-TOTAL.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       PORTAL-FILE-ERROR.
           MOVE "portalexp.txt" TO ERR-FILE-NAME.
           MOVE PORTAL-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CANDMAST-FILE-ERROR.
           MOVE "candmast.dat" TO ERR-FILE-NAME.
           MOVE CANDMAST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       INST-FILE-ERROR.
           MOVE "crsmast.dat" TO ERR-FILE-NAME.
           MOVE INST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       STDDIR-FILE-ERROR.
           MOVE "stddir.txt" TO ERR-FILE-NAME.
           MOVE STDDIR-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       TRANS-FILE-ERROR.
           MOVE "candtrans.txt" TO ERR-FILE-NAME.
           MOVE TRANS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       EXCEPT-FILE-ERROR.
           MOVE "intakeexcept" TO ERR-FILE-NAME.
           MOVE EXCEPT-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-INTAKE" TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
