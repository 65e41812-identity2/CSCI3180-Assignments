      *             through into the paragraphs below on stale
      *             data.  Restructured into the nested-IF shape
      *             the rest of the system uses.
      * 2026-10-15  A pending offer on a course not APPROVED on
      *             TA-SIGNOFF's signoff.dat is left out of the
      *             student's letter, so a held or lapsed bench
      *             never reaches a student; the offers left out
      *             are totalled on offerexcept.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-OFFEREXT.
           SELECT EXCEPT-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPT-STATUS.
           SELECT OPTIONAL SIGNOFF-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-CRS-ID
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           05 OX-SPACE2 PIC X.
           05 OX-COUNT PIC ZZZZZ9.

      * TA-SIGNOFF's instructor sign-off master, keyed by CRS-ID;
      * only an APPROVED course's offers go into a letter, and a
      * course with no record is not signed off.
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

      * The persistent run log every step appends to, shared with
      * the companion programs.
       FD RUNLOG-FILE
       01 ROSTER-STATUS PIC XX.
       01 LETTER-STATUS PIC XX.
       01 EXCEPT-STATUS PIC XX.
       01 SIGNOFF-STATUS PIC XX.
       01 SIGNOFF-PRESENT PIC 9 VALUE 0.
       01 EOF-DIR PIC 9 VALUE 0.
       01 EOF-CAND PIC 9 VALUE 0.
       01 EOF-SUMM PIC 9 VALUE 0.
               10 RM-STD-ID PIC 9(10) VALUE 0.
               10 RM-STATUS PIC X(8) VALUE SPACES.
               10 RM-DATE PIC 9(8) VALUE 0.
               10 RM-APPROVED PIC 9 VALUE 0.

      * The current candsummary line's CRS-ID/RANK entries, parsed
      * so a pending offer's bench rank can be looked up by course.
       01 RANK-EDIT PIC 99.
       01 LETTER-COUNT PIC 9(6) VALUE 0.
       01 EXCEPT-COUNT PIC 9(6) VALUE 0.
       01 HELD-OMIT-COUNT PIC 9(6) VALUE 0.
       01 I PIC 9(4).
       01 END-I PIC 9(4).
       01 PL-I PIC 9(4).
           IF (EOF-DIR EQUAL 0)
               GO TO LOAD-DIRECTORY-LOOP.

      * Each pending line is stamped with its course's sign-off as
      * it is loaded; signoff.dat is optional, and without it no
      * course is signed off.
       LOAD-ROSTER.
           MOVE 0 TO ROST-USED.
           OPEN INPUT ROSTER-FILE.
           IF (ROSTER-STATUS NOT EQUAL 00)
               GO TO ROSTER-FILE-ERROR.
           OPEN INPUT SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 05)
               GO TO SIGNOFF-FILE-ERROR.
           MOVE 0 TO SIGNOFF-PRESENT.
           IF (SIGNOFF-STATUS EQUAL 00)
               MOVE 1 TO SIGNOFF-PRESENT.
           MOVE 0 TO EOF-ROST.
           PERFORM LOAD-ROSTER-LOOP.
           CLOSE ROSTER-FILE.
           CLOSE SIGNOFF-FILE.

       LOAD-ROSTER-LOOP.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-ROST.
               MOVE RO-CRS-ID TO RM-CRS-ID(ROST-USED)
               MOVE RO-STD-ID TO RM-STD-ID(ROST-USED)
               MOVE RO-STATUS TO RM-STATUS(ROST-USED)
               MOVE RO-DATE TO RM-DATE(ROST-USED)
               PERFORM CHECK-ROSTER-SIGNOFF.
           IF (EOF-ROST EQUAL 0)
               GO TO LOAD-ROSTER-LOOP.

       CHECK-ROSTER-SIGNOFF.
           MOVE 0 TO RM-APPROVED(ROST-USED).
           MOVE RO-CRS-ID TO SO-CRS-ID.
           MOVE 23 TO SIGNOFF-STATUS.
           IF (SIGNOFF-PRESENT EQUAL 1 AND RO-STATUS EQUAL
               "PENDING ")
               READ SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 23)
               GO TO SIGNOFF-FILE-ERROR.
           IF (SIGNOFF-STATUS EQUAL 00 AND SO-STATE EQUAL
               "APPROVED")
               MOVE 1 TO RM-APPROVED(ROST-USED).

      * Every candidate on the master should be reachable before
      * any offer rides on the directory; each gap is one line on
      * the exception report.

      * Collect the student's open offers: count them, keep the
      * earliest deadline, and build the CRS-ID/RANK list for the
      * letter as the offers are found.  An offer on a course not
      * signed off is counted and left out.
       GATHER-PENDING-OFFERS.
           MOVE 0 TO PEND-COUNT.
           MOVE 99999999 TO MIN-DEADLINE.
       GATHER-PENDING-LOOP.
           IF (RM-STD-ID(PL-I) EQUAL CS-STD-ID AND
               RM-STATUS(PL-I) EQUAL "PENDING ")
               IF (RM-APPROVED(PL-I) EQUAL 1)
                   PERFORM ADD-PENDING-OFFER
               ELSE
                   ADD 1 TO HELD-OMIT-COUNT.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END)
               GO TO GATHER-PENDING-LOOP.
           MOVE EXCEPT-COUNT TO OX-COUNT.
           MOVE SPACE TO OX-SPACE2.
           WRITE EXCEPT-TOTAL.
           MOVE "HELD OFFERS OMITTED" TO OX-LABEL.
           MOVE HELD-OMIT-COUNT TO OX-COUNT.
           MOVE SPACE TO OX-SPACE2.
           WRITE EXCEPT-TOTAL.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
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
