      * CSCI3180 Principles of Programming Languages
      *
      * TA-MERGE: fold the refreshed benches back into output.txt.
      *
      * TA-RANKING's backfill pass (PARAM-MODE 1) writes backfill.txt
      * and its rescore pass (PARAM-MODE 7) writes rescore.txt, each
      * one line per course in output.txt's own shape.  Merging them
      * back used to be a hand edit of the live results file, and a
      * slipped edit once left two benches for one CRS-ID in
      * output.txt, which threw off REBUILD-PLACEMENTS and both of
      * TA-REPORT's bench passes.  This program is now the only way
      * a refreshed bench reaches output.txt.
      *
      * output.txt is loaded into memory in course order, then
      * backfill.txt and rescore.txt are applied in that order, each
      * line replacing its course's line.  A line is refused when
      * its CRS-ID is not on crsmast.dat, when its bench holds a
      * token that is not a student id, or when the other file
      * already replaced that course this run (a backfill and a
      * rescore of one course need a human to choose between them).
      * Within one file a later line for a course supersedes the
      * earlier one: the backfill pass writes a line per decline,
      * each excluding every decliner so far, so the last line is
      * the bench to keep.  A course on the master but missing from
      * output.txt is added in CRS-ID order.  A second line for a
      * CRS-ID already in output.txt is dropped as the file is
      * loaded, so a merge also repairs the shape the hand edit left
      * behind.
      *
      * Before output.txt is rewritten, the file as it stood is
      * appended line for line to outputarch.txt under the next
      * generation number, and output.gen records that number: the
      * stamp reads INPROGRESS while output.txt and candsummary.txt
      * are being rewritten and COMPLETE once both are on disk.
      * candsummary.txt is rebuilt from the merged benches the way
      * the normal run builds it, so TA-OFFEREXT's letters carry the
      * merged ranks.  mergeregister.txt lists every line read, and
      * each applied course's old bench next to its new one slot by
      * slot, then the totals.  A refreshed line whose bench is the
      * one output.txt already holds is listed as SKIPPED and changes
      * nothing.  A run that changes nothing writes no generation
      * and leaves output.txt untouched.  Once a generation is
      * stamped COMPLETE, backfill.txt and rescore.txt are emptied,
      * so the same refreshed benches are never merged twice; a
      * file with a rejected line is kept whole instead, since the
      * register does not carry the refused bench.
      *
      * A stamp still reading INPROGRESS when the merge starts
      * means the last merge died partway and output.txt may be
      * half written; the run stops with the master class code
      * until output.txt is restored from its last generation in
      * outputarch.txt.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  A bench replaced or added by the merge now lapses
      *             the course's signoff.dat approval back to HELD,
      *             stamped with the source and the day, before
      *             output.txt is rewritten, so offers wait for the
      *             instructor to sign off the new bench.  Each
      *             lapse is listed on the register and counted in
      *             the totals.
      * 2026-10-15  Review fix: a refreshed bench identical to the
      *             live one was counted as applied, so a rerun on
      *             the same backfill.txt or rescore.txt wrote a new
      *             generation and lapsed sign-offs again.  An
      *             identical bench is now SKIPPED, and both files
      *             are emptied once the generation is COMPLETE.
      * 2026-10-15  Review fix: a later backfill.txt line for a
      *             course now supersedes the earlier one instead of
      *             being rejected, since the backfill pass's last
      *             line per course is the one that excludes every
      *             decliner.  A file with a rejected line is no
      *             longer emptied, and a merge refuses to start
      *             over an output.gen stamp left INPROGRESS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS OUTPUT-STATUS.
           SELECT OPTIONAL BACKFILL-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS BACKFILL-STATUS.
           SELECT OPTIONAL RESCORE-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS RESCORE-STATUS.
           SELECT INST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-ID
               FILE STATUS IS INST-STATUS.
           SELECT CANDMAST-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STD-ID
               FILE STATUS IS CANDMAST-STATUS.
           SELECT CANDSUMMARY-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS CANDSUMMARY-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT OPTIONAL GEN-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT OPTIONAL SIGNOFF-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-CRS-ID
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT MERGEREG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGEREG-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The live ranked benches, one line per course in course-master
      * order: CRS-ID, then the bench as space-separated STD-IDs in
      * rank order.
       FD OUTPUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TABLE
           VALUE OF FILE-ID IS "output.txt".
       01 OUTPUT-TABLE.
           05 O-CRS-ID PIC 9(4).
           05 O-SPACE1 PIC A.
           05 O-LIST PIC X(131).
           05 O-RETURN PIC X.

      * The backfill pass's refreshed benches for declined or
      * expired courses; absent when no backfill has run.
       FD BACKFILL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BACKFILL-TABLE
           VALUE OF FILE-ID IS "backfill.txt".
       01 BACKFILL-TABLE.
           05 BF-CRS-ID PIC 9(4).
           05 BF-SPACE1 PIC A.
           05 BF-LIST PIC X(131).
           05 BF-RETURN PIC X.

      * The rescore pass's refreshed benches for the courses a
      * maintenance batch touched; absent when no rescore has run.
       FD RESCORE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RESCORE-TABLE
           VALUE OF FILE-ID IS "rescore.txt".
       01 RESCORE-TABLE.
           05 RSC-CRS-ID PIC 9(4).
           05 RSC-SPACE1 PIC A.
           05 RSC-LIST PIC X(131).
           05 RSC-RETURN PIC X.

      * The course master, read by key only to prove a refreshed
      * line names a course that still exists.
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

      * The candidate master, TA-CANDMAINT's layout, read in STD-ID
      * order so candsummary.txt comes out in the order the normal
      * run writes it.
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

      * The merged benches inverted, one line per STD-ID with every
      * CRS-ID/RANK they hold, rebuilt whole on every merge.
       FD CANDSUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CANDSUMMARY-TABLE
           VALUE OF FILE-ID IS "candsummary.txt".
       01 CANDSUMMARY-TABLE.
           05 CS-STD-ID PIC 9(10).
           05 CS-SPACE1 PIC A.
           05 CS-LIST PIC X(792).
           05 CS-RETURN PIC X.

      * Append-only archive of every output.txt a merge replaced:
      * the generation number and date it was retired under, then
      * the line exactly as it stood.  Selecting one generation's
      * lines gives back that output.txt.
       FD ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCHIVE-TABLE
           VALUE OF FILE-ID IS "outputarch.txt".
       01 ARCHIVE-TABLE.
           05 AR-GEN PIC 9(6).
           05 AR-SPACE1 PIC X.
           05 AR-DATE PIC 9(8).
           05 AR-SPACE2 PIC X.
           05 AR-CRS-ID PIC 9(4).
           05 AR-SPACE3 PIC X.
           05 AR-LIST PIC X(131).

      * output.txt's generation stamp, the same layout as the
      * candidate master's: the last generation archived, and
      * INPROGRESS while the merged files are being written.
       FD GEN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEN-TABLE
           VALUE OF FILE-ID IS "output.gen".
       01 GEN-TABLE.
           05 GEN-STATE PIC X(10).
           05 GEN-SPACE1 PIC X.
           05 GEN-NUMBER PIC 9(6).
           05 GEN-SPACE2 PIC X.
           05 GEN-DATE PIC 9(8).
           05 GEN-SPACE3 PIC X.
           05 GEN-TIME PIC 9(6).

      * TA-SIGNOFF's instructor sign-off master, keyed by CRS-ID.
      * An approval is lapsed to HELD here when the course's bench
      * is replaced, SO-LAPSED naming the source (TA-RANKING's full
      * run stamps RERANK the same way).
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

      * The merge register: one line per refused or dropped line,
      * one line per bench slot of each applied course with the old
      * and new STD-ID side by side, then the totals in the second
      * record layout.
       FD MERGEREG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MERGEREG-TABLE
           VALUE OF FILE-ID IS "mergeregister.txt".
       01 MERGEREG-TABLE.
           05 MR-SOURCE PIC X(8).
           05 MR-SPACE1 PIC X.
           05 MR-CRS-ID PIC X(4).
           05 MR-SPACE2 PIC X.
           05 MR-RESULT PIC X(8).
           05 MR-SPACE3 PIC X.
           05 MR-RANK PIC X(2).
           05 MR-SPACE4 PIC X.
           05 MR-OLD-STD-ID PIC X(10).
           05 MR-SPACE5 PIC X.
           05 MR-NEW-STD-ID PIC X(10).
           05 MR-SPACE6 PIC X.
           05 MR-REASON PIC X(30).
       01 MERGEREG-TOTAL.
           05 MT-LABEL PIC X(24).
           05 MT-SPACE1 PIC X.
           05 MT-COUNT PIC ZZZZZ9.

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
       01 OUTPUT-STATUS PIC XX.
       01 BACKFILL-STATUS PIC XX.
       01 RESCORE-STATUS PIC XX.
       01 INST-STATUS PIC XX.
       01 CANDMAST-STATUS PIC XX.
       01 CANDSUMMARY-STATUS PIC XX.
       01 ARCHIVE-STATUS PIC XX.
       01 GEN-STATUS PIC XX.
       01 MERGEREG-STATUS PIC XX.
       01 SIGNOFF-STATUS PIC XX.
       01 EOF-OUTPUT PIC 9 VALUE 0.
       01 EOF-MERGE PIC 9 VALUE 0.
       01 EOF-CAND PIC 9 VALUE 0.
       01 EOF-GEN PIC 9 VALUE 0.
       01 BACKFILL-PRESENT PIC 9 VALUE 0.
       01 RESCORE-PRESENT PIC 9 VALUE 0.
       01 I PIC 99.
       01 END-I PIC 99.

      * The refreshed line in hand, whichever file it came from,
      * and the verdict on it.
       01 MERGE-SOURCE PIC X(8) VALUE SPACES.
       01 MERGE-CRS-ID PIC 9(4) VALUE 0.
       01 MERGE-LIST PIC X(131) VALUE SPACES.
       01 LINE-VALID PIC 9 VALUE 0.
       01 REJECT-REASON PIC X(30) VALUE SPACES.
       01 MERGE-REFUSED PIC 9 VALUE 0.

      * output.txt in memory, in file order.  OM-MERGED marks a
      * course already replaced this run and OM-SOURCE the file
      * that replaced it; OM-PRE-LIST keeps the bench output.txt
      * held before the merge, and OM-ADDED marks a course the
      * merge added.
       01 OUT-USED PIC 9(4) VALUE 0.
       01 OUT-MEMORY.
           05 OUT-ENTRY OCCURS 500 TIMES.
               10 OM-CRS-ID PIC 9(4) VALUE 0.
               10 OM-LIST PIC X(131) VALUE SPACES.
               10 OM-MERGED PIC 9 VALUE 0.
               10 OM-SOURCE PIC X(8) VALUE SPACES.
               10 OM-PRE-LIST PIC X(131) VALUE SPACES.
               10 OM-ADDED PIC 9 VALUE 0.
       01 OM-I PIC 9(4).
       01 OM-END PIC 9(4).
       01 OM-IX PIC 9(4).
       01 OM-FOUND PIC 9 VALUE 0.

      * Bench parsing: RB-LIST is split into PB-SLOT in rank order;
      * PB-BAD is set when a non-blank token is not a student id.
       01 RB-LIST PIC X(131).
       01 RB-TOKEN PIC X(10).
       01 RB-POINTER PIC 9(4).
       01 PB-BAD PIC 9 VALUE 0.
       01 PB-TABLE.
           05 PB-SLOT PIC X(10) OCCURS 10 TIMES.
       01 SLOT-TABLE.
           05 SLOT-OLD PIC X(10) OCCURS 10 TIMES.
           05 SLOT-NEW PIC X(10) OCCURS 10 TIMES.
       01 SLOT-WRITTEN PIC 99 VALUE 0.
       01 RANK-EDIT PIC Z9.

      * The merged benches as STD-IDs, one row per OUT-MEMORY entry,
      * for the candsummary.txt rebuild.
       01 BENCH-MEMORY.
           05 BM-ENTRY OCCURS 500 TIMES.
               10 BM-STD-ID PIC 9(10) VALUE 0 OCCURS 10 TIMES.
       01 CS-I PIC 9(4).
       01 CS-END PIC 9(4).
       01 CS-J PIC 99.
       01 CS-JEND PIC 99.
       01 CS-RANK PIC 99.
       01 CS-ENTRY-COUNT PIC 99 VALUE 0.
       01 LIST-POINTER PIC 9(4).

       01 APPLIED-COUNT PIC 9(6) VALUE 0.
       01 ADDED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 DROPPED-COUNT PIC 9(6) VALUE 0.
       01 UNCHANGED-COUNT PIC 9(6) VALUE 0.
       01 SUPERSEDED-COUNT PIC 9(6) VALUE 0.
       01 BACKFILL-REJECTS PIC 9(6) VALUE 0.
       01 RESCORE-REJECTS PIC 9(6) VALUE 0.
       01 LAPSED-COUNT PIC 9(6) VALUE 0.
       01 CS-WRITE-COUNT PIC 9(6) VALUE 0.
       01 GEN-NUMBER-W PIC 9(6) VALUE 0.
       01 GEN-STATE-W PIC X(10) VALUE SPACES.
       01 ARCHIVE-DATE PIC 9(8) VALUE 0.

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
           PERFORM CHECK-OUTPUT-GUARD.
           OPEN OUTPUT MERGEREG-FILE.
           IF (MERGEREG-STATUS NOT EQUAL 00)
               GO TO MERGEREG-FILE-ERROR.
           PERFORM LOAD-OUTPUT.
           OPEN INPUT INST-FILE.
           IF (INST-STATUS NOT EQUAL 00)
               GO TO INST-FILE-ERROR.
           IF (MERGE-REFUSED EQUAL 0)
               PERFORM MERGE-BACKFILL.
           IF (MERGE-REFUSED EQUAL 0)
               PERFORM MERGE-RESCORE.
           CLOSE INST-FILE.
           IF (MERGE-REFUSED EQUAL 0 AND
               (APPLIED-COUNT > 0 OR DROPPED-COUNT > 0))
               PERFORM WRITE-NEW-GENERATION.
           PERFORM PRINT-MERGE-TOTALS.
           CLOSE MERGEREG-FILE.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * The last merge must have finished: a stamp that is not
      * COMPLETE means output.txt and candsummary.txt may be half
      * rewritten, and merging onto them would build the next
      * generation on damage.  No stamp at all is an output.txt
      * that has never been merged.
       CHECK-OUTPUT-GUARD.
           OPEN INPUT GEN-FILE.
           IF (GEN-STATUS EQUAL 00 OR GEN-STATUS EQUAL 05)
               PERFORM CHECK-OUTPUT-GUARD-BODY
               CLOSE GEN-FILE.

       CHECK-OUTPUT-GUARD-BODY.
           MOVE 0 TO EOF-GEN.
           READ GEN-FILE AT END MOVE 1 TO EOF-GEN.
           IF (EOF-GEN EQUAL 0 AND GEN-STATE NOT EQUAL "COMPLETE")
               PERFORM OUTPUT-GUARD-ERROR.

       OUTPUT-GUARD-ERROR.
           DISPLAY "output.txt merge incomplete".
           MOVE "output.gen" TO ERR-FILE-NAME.
           MOVE SPACES TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           PERFORM WRITE-RUN-LOG-ABEND.
           MOVE ERR-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Load the live output.txt.  A second line for a CRS-ID
      * already loaded is the hand-merge damage this program exists
      * to prevent: the first line stands, the second is dropped
      * and listed.  A file too big for the table cannot be
      * rewritten without losing lines, so the merge is refused.
       LOAD-OUTPUT.
           MOVE 0 TO OUT-USED.
           OPEN INPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00)
               GO TO OUTPUT-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           PERFORM LOAD-OUTPUT-LOOP.
           CLOSE OUTPUT-FILE.

       LOAD-OUTPUT-LOOP.
           READ OUTPUT-FILE AT END MOVE 1 TO EOF-OUTPUT.
           IF (EOF-OUTPUT EQUAL 0)
               PERFORM STORE-OUTPUT-LINE.
           IF (EOF-OUTPUT EQUAL 0 AND MERGE-REFUSED EQUAL 0)
               GO TO LOAD-OUTPUT-LOOP.

       STORE-OUTPUT-LINE.
           MOVE O-CRS-ID TO MERGE-CRS-ID.
           PERFORM FIND-OUTPUT-COURSE.
           IF (OM-FOUND EQUAL 1)
               MOVE "OUTPUT  " TO MERGE-SOURCE
               MOVE "duplicate course line dropped" TO REJECT-REASON
               PERFORM WRITE-DROPPED.
           IF (OM-FOUND EQUAL 0 AND OUT-USED EQUAL 500)
               MOVE "OUTPUT  " TO MERGE-SOURCE
               MOVE "output.txt over 500 courses" TO REJECT-REASON
               PERFORM WRITE-REJECTED
               MOVE 1 TO MERGE-REFUSED.
           IF (OM-FOUND EQUAL 0 AND OUT-USED < 500)
               ADD 1 TO OUT-USED
               MOVE O-CRS-ID TO OM-CRS-ID(OUT-USED)
               MOVE O-LIST TO OM-LIST(OUT-USED)
               MOVE O-LIST TO OM-PRE-LIST(OUT-USED)
               MOVE 0 TO OM-MERGED(OUT-USED)
               MOVE 0 TO OM-ADDED(OUT-USED)
               MOVE SPACES TO OM-SOURCE(OUT-USED).

      * Look MERGE-CRS-ID up in OUT-MEMORY; OM-IX is its entry when
      * OM-FOUND comes back 1.
       FIND-OUTPUT-COURSE.
           MOVE 0 TO OM-FOUND.
           MOVE 0 TO OM-IX.
           MOVE 1 TO OM-I.
           MOVE OUT-USED TO OM-END.
           ADD 1 TO OM-END.
           IF (OUT-USED > 0)
               PERFORM FIND-OUTPUT-COURSE-LOOP.

       FIND-OUTPUT-COURSE-LOOP.
           IF (OM-CRS-ID(OM-I) EQUAL MERGE-CRS-ID)
               MOVE 1 TO OM-FOUND
               MOVE OM-I TO OM-IX.
           ADD 1 TO OM-I.
           IF (OM-I < OM-END AND OM-FOUND EQUAL 0)
               GO TO FIND-OUTPUT-COURSE-LOOP.

       MERGE-BACKFILL.
           MOVE "BACKFILL" TO MERGE-SOURCE.
           OPEN INPUT BACKFILL-FILE.
           IF (BACKFILL-STATUS NOT EQUAL 00 AND BACKFILL-STATUS
               NOT EQUAL 05)
               GO TO BACKFILL-FILE-ERROR.
           IF (BACKFILL-STATUS EQUAL 00)
               MOVE 1 TO BACKFILL-PRESENT.
           MOVE 0 TO EOF-MERGE.
           PERFORM MERGE-BACKFILL-LOOP.
           CLOSE BACKFILL-FILE.

       MERGE-BACKFILL-LOOP.
           READ BACKFILL-FILE AT END MOVE 1 TO EOF-MERGE.
           IF (EOF-MERGE EQUAL 0)
               MOVE BF-CRS-ID TO MERGE-CRS-ID
               MOVE BF-LIST TO MERGE-LIST
               PERFORM MERGE-ONE-LINE
               GO TO MERGE-BACKFILL-LOOP.

       MERGE-RESCORE.
           MOVE "RESCORE " TO MERGE-SOURCE.
           OPEN INPUT RESCORE-FILE.
           IF (RESCORE-STATUS NOT EQUAL 00 AND RESCORE-STATUS
               NOT EQUAL 05)
               GO TO RESCORE-FILE-ERROR.
           IF (RESCORE-STATUS EQUAL 00)
               MOVE 1 TO RESCORE-PRESENT.
           MOVE 0 TO EOF-MERGE.
           PERFORM MERGE-RESCORE-LOOP.
           CLOSE RESCORE-FILE.

       MERGE-RESCORE-LOOP.
           READ RESCORE-FILE AT END MOVE 1 TO EOF-MERGE.
           IF (EOF-MERGE EQUAL 0)
               MOVE RSC-CRS-ID TO MERGE-CRS-ID
               MOVE RSC-LIST TO MERGE-LIST
               PERFORM MERGE-ONE-LINE
               GO TO MERGE-RESCORE-LOOP.

       MERGE-ONE-LINE.
           PERFORM VALIDATE-MERGE-LINE.
           IF (LINE-VALID EQUAL 1 AND OM-FOUND EQUAL 1)
               PERFORM APPLY-FOUND-COURSE.
           IF (LINE-VALID EQUAL 1 AND OM-FOUND EQUAL 0)
               PERFORM ADD-COURSE-LINE.
           IF (LINE-VALID EQUAL 0)
               PERFORM WRITE-REJECTED
               PERFORM COUNT-SOURCE-REJECT.

      * A bench identical to the one in memory changes nothing.  A
      * later line from the same file that puts back the bench
      * output.txt already held undoes the earlier line.  Anything
      * else replaces the course's bench.
       APPLY-FOUND-COURSE.
           IF (MERGE-LIST EQUAL OM-LIST(OM-IX))
               PERFORM WRITE-UNCHANGED
           ELSE
               IF (OM-MERGED(OM-IX) EQUAL 1 AND OM-ADDED(OM-IX)
                   EQUAL 0 AND MERGE-LIST EQUAL OM-PRE-LIST(OM-IX))
                   PERFORM RESTORE-COURSE-LINE
               ELSE
                   PERFORM REPLACE-COURSE-LINE.

       COUNT-SOURCE-REJECT.
           IF (MERGE-SOURCE EQUAL "BACKFILL")
               ADD 1 TO BACKFILL-REJECTS.
           IF (MERGE-SOURCE EQUAL "RESCORE ")
               ADD 1 TO RESCORE-REJECTS.

      * A refreshed line must name a course still on the master,
      * carry nothing but student ids on its bench, and not land on
      * a course the other file has already replaced this run.
       VALIDATE-MERGE-LINE.
           MOVE 1 TO LINE-VALID.
           MOVE SPACES TO REJECT-REASON.
           IF (MERGE-CRS-ID NOT NUMERIC)
               MOVE "non-numeric course id" TO REJECT-REASON
               MOVE 0 TO LINE-VALID.
           IF (LINE-VALID EQUAL 1)
               PERFORM CHECK-COURSE-ON-MASTER.
           IF (LINE-VALID EQUAL 1)
               MOVE MERGE-LIST TO RB-LIST
               PERFORM PARSE-BENCH
               IF (PB-BAD EQUAL 1)
                   MOVE "malformed bench entry" TO REJECT-REASON
                   MOVE 0 TO LINE-VALID.
           IF (LINE-VALID EQUAL 1)
               PERFORM FIND-OUTPUT-COURSE.
           IF (LINE-VALID EQUAL 1 AND OM-FOUND EQUAL 1 AND
               OM-MERGED(OM-IX) EQUAL 1 AND
               OM-SOURCE(OM-IX) NOT EQUAL MERGE-SOURCE)
               MOVE "course in backfill and rescore" TO REJECT-REASON
               MOVE 0 TO LINE-VALID.
           IF (LINE-VALID EQUAL 1 AND OM-FOUND EQUAL 0 AND
               OUT-USED EQUAL 500)
               MOVE "output.txt over 500 courses" TO REJECT-REASON
               MOVE 0 TO LINE-VALID.

       CHECK-COURSE-ON-MASTER.
           MOVE MERGE-CRS-ID TO CRS-ID.
           READ INST-FILE.
           IF (INST-STATUS EQUAL 23)
               MOVE "course not on crsmast.dat" TO REJECT-REASON
               MOVE 0 TO LINE-VALID.
           IF (INST-STATUS NOT EQUAL 00 AND INST-STATUS
               NOT EQUAL 23)
               GO TO INST-FILE-ERROR.

      * The register always sets the new bench against the one
      * output.txt held before the merge.  A course already replaced
      * by an earlier line of the same file is counted once; the
      * later line is listed as superseding it.
       REPLACE-COURSE-LINE.
           MOVE OM-PRE-LIST(OM-IX) TO RB-LIST.
           PERFORM PARSE-BENCH.
           PERFORM SAVE-OLD-SLOTS.
           MOVE MERGE-LIST TO RB-LIST.
           PERFORM PARSE-BENCH.
           PERFORM SAVE-NEW-SLOTS.
           MOVE SPACES TO REJECT-REASON.
           IF (OM-MERGED(OM-IX) EQUAL 1)
               MOVE "supersedes earlier line" TO REJECT-REASON
               ADD 1 TO SUPERSEDED-COUNT
           ELSE
               ADD 1 TO APPLIED-COUNT.
           MOVE MERGE-LIST TO OM-LIST(OM-IX).
           MOVE 1 TO OM-MERGED(OM-IX).
           MOVE MERGE-SOURCE TO OM-SOURCE(OM-IX).
           PERFORM WRITE-SLOT-LINES.

      * The file's last word on the course is the bench output.txt
      * already holds: the earlier line is undone and the course
      * no longer counts as merged.
       RESTORE-COURSE-LINE.
           MOVE OM-PRE-LIST(OM-IX) TO OM-LIST(OM-IX).
           MOVE 0 TO OM-MERGED(OM-IX).
           MOVE SPACES TO OM-SOURCE(OM-IX).
           SUBTRACT 1 FROM APPLIED-COUNT.
           ADD 1 TO SUPERSEDED-COUNT.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE "SKIPPED " TO MR-RESULT.
           MOVE "supersedes earlier; unchanged" TO MR-REASON.
           WRITE MERGEREG-TABLE.

      * A course on the master with no line in output.txt (one
      * added mid-cycle and picked up by a rescore) goes in at its
      * CRS-ID position, keeping output.txt in course-master order.
       ADD-COURSE-LINE.
           MOVE OUT-USED TO OM-IX.
           ADD 1 TO OM-IX.
           IF (OUT-USED > 0)
               MOVE OUT-USED TO OM-I
               PERFORM OPEN-COURSE-GAP-LOOP.
           ADD 1 TO OUT-USED.
           MOVE MERGE-CRS-ID TO OM-CRS-ID(OM-IX).
           MOVE MERGE-LIST TO OM-LIST(OM-IX).
           MOVE 1 TO OM-MERGED(OM-IX).
           MOVE MERGE-SOURCE TO OM-SOURCE(OM-IX).
           MOVE SPACES TO OM-PRE-LIST(OM-IX).
           MOVE 1 TO OM-ADDED(OM-IX).
           MOVE SPACES TO RB-LIST.
           PERFORM PARSE-BENCH.
           PERFORM SAVE-OLD-SLOTS.
           MOVE MERGE-LIST TO RB-LIST.
           PERFORM PARSE-BENCH.
           PERFORM SAVE-NEW-SLOTS.
           ADD 1 TO APPLIED-COUNT.
           ADD 1 TO ADDED-COUNT.
           MOVE "course added to output.txt" TO REJECT-REASON.
           PERFORM WRITE-SLOT-LINES.

      * Walk down from the last entry, moving every course with a
      * higher CRS-ID one place along; OM-IX ends on the gap.
       OPEN-COURSE-GAP-LOOP.
           IF (OM-CRS-ID(OM-I) > MERGE-CRS-ID)
               MOVE OUT-ENTRY(OM-I) TO OUT-ENTRY(OM-I + 1)
               MOVE OM-I TO OM-IX
               SUBTRACT 1 FROM OM-I
               IF (OM-I > 0)
                   GO TO OPEN-COURSE-GAP-LOOP.

       PARSE-BENCH.
           MOVE 0 TO PB-BAD.
           MOVE 1 TO RB-POINTER.
           MOVE 1 TO I.
           MOVE 11 TO END-I.
           PERFORM PARSE-BENCH-LOOP.

       PARSE-BENCH-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           MOVE SPACES TO PB-SLOT(I).
           IF (RB-TOKEN IS NUMERIC)
               MOVE RB-TOKEN TO PB-SLOT(I).
           IF (RB-TOKEN NOT EQUAL SPACES AND RB-TOKEN NOT NUMERIC)
               MOVE 1 TO PB-BAD.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO PARSE-BENCH-LOOP.

       SAVE-OLD-SLOTS.
           MOVE 1 TO I.
           MOVE 11 TO END-I.
           PERFORM SAVE-OLD-SLOTS-LOOP.

       SAVE-OLD-SLOTS-LOOP.
           MOVE PB-SLOT(I) TO SLOT-OLD(I).
           ADD 1 TO I.
           IF (I < END-I)
               GO TO SAVE-OLD-SLOTS-LOOP.

       SAVE-NEW-SLOTS.
           MOVE 1 TO I.
           MOVE 11 TO END-I.
           PERFORM SAVE-NEW-SLOTS-LOOP.

       SAVE-NEW-SLOTS-LOOP.
           MOVE PB-SLOT(I) TO SLOT-NEW(I).
           ADD 1 TO I.
           IF (I < END-I)
               GO TO SAVE-NEW-SLOTS-LOOP.

      * One register line per bench slot either bench fills, the
      * old STD-ID next to the new; an applied course whose benches
      * are both empty still gets one line so it is not lost from
      * the register.  REJECT-REASON carries a note for the whole
      * course (an added course) or is blank.
       WRITE-SLOT-LINES.
           MOVE 0 TO SLOT-WRITTEN.
           MOVE 1 TO I.
           MOVE 11 TO END-I.
           PERFORM WRITE-SLOT-LINES-LOOP.
           IF (SLOT-WRITTEN EQUAL 0)
               PERFORM CLEAR-REGISTER-LINE
               MOVE "APPLIED " TO MR-RESULT
               MOVE "empty bench" TO MR-REASON
               WRITE MERGEREG-TABLE.

       WRITE-SLOT-LINES-LOOP.
           IF (SLOT-OLD(I) NOT EQUAL SPACES OR SLOT-NEW(I) NOT EQUAL
               SPACES)
               PERFORM WRITE-ONE-SLOT-LINE.
           ADD 1 TO I.
           IF (I < END-I)
               GO TO WRITE-SLOT-LINES-LOOP.

       WRITE-ONE-SLOT-LINE.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE "APPLIED " TO MR-RESULT.
           MOVE I TO RANK-EDIT.
           MOVE RANK-EDIT TO MR-RANK.
           MOVE SLOT-OLD(I) TO MR-OLD-STD-ID.
           MOVE SLOT-NEW(I) TO MR-NEW-STD-ID.
           IF (REJECT-REASON NOT EQUAL SPACES)
               MOVE REJECT-REASON TO MR-REASON
           ELSE
               IF (SLOT-OLD(I) EQUAL SLOT-NEW(I))
                   MOVE "unchanged" TO MR-REASON
               ELSE
                   MOVE "changed" TO MR-REASON.
           WRITE MERGEREG-TABLE.
           ADD 1 TO SLOT-WRITTEN.

       CLEAR-REGISTER-LINE.
           MOVE MERGE-SOURCE TO MR-SOURCE.
           MOVE MERGE-CRS-ID TO MR-CRS-ID.
           MOVE SPACES TO MR-RESULT MR-RANK MR-OLD-STD-ID
               MR-NEW-STD-ID MR-REASON.
           MOVE SPACE TO MR-SPACE1 MR-SPACE2 MR-SPACE3 MR-SPACE4
               MR-SPACE5 MR-SPACE6.

       WRITE-REJECTED.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE "REJECTED" TO MR-RESULT.
           MOVE REJECT-REASON TO MR-REASON.
           WRITE MERGEREG-TABLE.
           ADD 1 TO REJECTED-COUNT.

      * The refreshed bench is the one already live: nothing to
      * apply, no sign-off to lapse, and the course stays open to a
      * later line in the same run.
       WRITE-UNCHANGED.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE "SKIPPED " TO MR-RESULT.
           MOVE "bench unchanged" TO MR-REASON.
           WRITE MERGEREG-TABLE.
           ADD 1 TO UNCHANGED-COUNT.

       WRITE-DROPPED.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE "DROPPED " TO MR-RESULT.
           MOVE O-LIST TO RB-LIST.
           PERFORM PARSE-BENCH.
           MOVE PB-SLOT(1) TO MR-OLD-STD-ID.
           MOVE REJECT-REASON TO MR-REASON.
           WRITE MERGEREG-TABLE.
           ADD 1 TO DROPPED-COUNT.

      * Retire the live output.txt under the next generation, then
      * write the merged benches and the candidate summary built
      * from them.  The stamp reads INPROGRESS across both rewrites
      * so a merge that dies partway is visible.  Sign-offs are
      * lapsed first: a merge that dies after the lapse has only
      * held a course early, where one that died after the rewrite
      * would leave an approval standing on an unseen bench.
       WRITE-NEW-GENERATION.
           MOVE 0 TO GEN-NUMBER-W.
           OPEN INPUT GEN-FILE.
           IF (GEN-STATUS EQUAL 00 OR GEN-STATUS EQUAL 05)
               PERFORM READ-GENERATION
               CLOSE GEN-FILE.
           ADD 1 TO GEN-NUMBER-W.
           MOVE "INPROGRESS" TO GEN-STATE-W.
           PERFORM WRITE-GENERATION.
           PERFORM LAPSE-SIGNOFFS.
           PERFORM ARCHIVE-OUTPUT.
           PERFORM REWRITE-OUTPUT.
           PERFORM REBUILD-CAND-SUMMARY.
           MOVE "COMPLETE  " TO GEN-STATE-W.
           PERFORM WRITE-GENERATION.
           PERFORM CLEAR-MERGE-FILES.

      * The refreshed benches are live now; empty the files they
      * came in so a rerun, or the next night's stream, cannot merge
      * them a second time.  A file that was not there is left
      * absent.  A file with a rejected line is kept whole for the
      * refused bench to be dealt with; its applied lines match
      * output.txt now and a rerun skips them as unchanged.
       CLEAR-MERGE-FILES.
           IF (BACKFILL-PRESENT EQUAL 1 AND BACKFILL-REJECTS > 0)
               MOVE "BACKFILL" TO MERGE-SOURCE
               PERFORM WRITE-FILE-KEPT.
           IF (BACKFILL-PRESENT EQUAL 1 AND BACKFILL-REJECTS EQUAL 0)
               OPEN OUTPUT BACKFILL-FILE
               IF (BACKFILL-STATUS NOT EQUAL 00)
                   GO TO BACKFILL-FILE-ERROR
               ELSE
                   CLOSE BACKFILL-FILE.
           IF (RESCORE-PRESENT EQUAL 1 AND RESCORE-REJECTS > 0)
               MOVE "RESCORE " TO MERGE-SOURCE
               PERFORM WRITE-FILE-KEPT.
           IF (RESCORE-PRESENT EQUAL 1 AND RESCORE-REJECTS EQUAL 0)
               OPEN OUTPUT RESCORE-FILE
               IF (RESCORE-STATUS NOT EQUAL 00)
                   GO TO RESCORE-FILE-ERROR
               ELSE
                   CLOSE RESCORE-FILE.

       WRITE-FILE-KEPT.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE SPACES TO MR-CRS-ID.
           MOVE "KEPT    " TO MR-RESULT.
           MOVE "file kept: has rejected lines" TO MR-REASON.
           WRITE MERGEREG-TABLE.

      * Every course the merge replaced or added: an APPROVED
      * sign-off goes back to HELD.  A course with no sign-off, or
      * one already held, is left as it is.
       LAPSE-SIGNOFFS.
           OPEN I-O SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 05)
               GO TO SIGNOFF-FILE-ERROR.
           MOVE 1 TO OM-I.
           MOVE OUT-USED TO OM-END.
           ADD 1 TO OM-END.
           IF (OUT-USED > 0)
               PERFORM LAPSE-SIGNOFFS-LOOP.
           CLOSE SIGNOFF-FILE.

       LAPSE-SIGNOFFS-LOOP.
           IF (OM-MERGED(OM-I) EQUAL 1)
               PERFORM LAPSE-ONE-SIGNOFF.
           ADD 1 TO OM-I.
           IF (OM-I < OM-END)
               GO TO LAPSE-SIGNOFFS-LOOP.

       LAPSE-ONE-SIGNOFF.
           MOVE OM-CRS-ID(OM-I) TO SO-CRS-ID.
           READ SIGNOFF-FILE.
           IF (SIGNOFF-STATUS NOT EQUAL 00 AND SIGNOFF-STATUS
               NOT EQUAL 23)
               GO TO SIGNOFF-FILE-ERROR.
           IF (SIGNOFF-STATUS EQUAL 00 AND SO-STATE EQUAL "APPROVED")
               MOVE "HELD    " TO SO-STATE
               MOVE OM-SOURCE(OM-I) TO SO-LAPSED
               ACCEPT SO-DATE FROM DATE YYYYMMDD
               REWRITE SIGNOFF-TABLE
               IF (SIGNOFF-STATUS NOT EQUAL 00)
                   GO TO SIGNOFF-FILE-ERROR
               ELSE
                   PERFORM WRITE-LAPSED.

       WRITE-LAPSED.
           MOVE OM-SOURCE(OM-I) TO MERGE-SOURCE.
           MOVE OM-CRS-ID(OM-I) TO MERGE-CRS-ID.
           PERFORM CLEAR-REGISTER-LINE.
           MOVE "LAPSED  " TO MR-RESULT.
           MOVE "sign-off lapsed to HELD" TO MR-REASON.
           WRITE MERGEREG-TABLE.
           ADD 1 TO LAPSED-COUNT.

       READ-GENERATION.
           MOVE 0 TO EOF-GEN.
           READ GEN-FILE AT END MOVE 1 TO EOF-GEN.
           IF (EOF-GEN EQUAL 0 AND GEN-NUMBER IS NUMERIC)
               MOVE GEN-NUMBER TO GEN-NUMBER-W.

       WRITE-GENERATION.
           OPEN OUTPUT GEN-FILE.
           IF (GEN-STATUS NOT EQUAL 00)
               GO TO GEN-FILE-ERROR.
           MOVE GEN-STATE-W TO GEN-STATE.
           MOVE GEN-NUMBER-W TO GEN-NUMBER.
           ACCEPT GEN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME-RAW FROM TIME.
           MOVE RL-TIME-HMS TO GEN-TIME.
           MOVE SPACE TO GEN-SPACE1 GEN-SPACE2 GEN-SPACE3.
           WRITE GEN-TABLE.
           CLOSE GEN-FILE.

      * Copy output.txt off the disk, not out of memory: the archive
      * must hold the file exactly as it stood, duplicate lines and
      * all.
       ARCHIVE-OUTPUT.
           ACCEPT ARCHIVE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00)
               GO TO OUTPUT-FILE-ERROR.
           OPEN EXTEND ARCHIVE-FILE.
           IF (ARCHIVE-STATUS NOT EQUAL 00 AND ARCHIVE-STATUS
               NOT EQUAL 05)
               GO TO ARCHIVE-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           PERFORM ARCHIVE-OUTPUT-LOOP.
           CLOSE OUTPUT-FILE.
           CLOSE ARCHIVE-FILE.

       ARCHIVE-OUTPUT-LOOP.
           READ OUTPUT-FILE AT END MOVE 1 TO EOF-OUTPUT.
           IF (EOF-OUTPUT EQUAL 0)
               MOVE GEN-NUMBER-W TO AR-GEN
               MOVE ARCHIVE-DATE TO AR-DATE
               MOVE O-CRS-ID TO AR-CRS-ID
               MOVE O-LIST TO AR-LIST
               MOVE SPACE TO AR-SPACE1 AR-SPACE2 AR-SPACE3
               WRITE ARCHIVE-TABLE
               GO TO ARCHIVE-OUTPUT-LOOP.

       REWRITE-OUTPUT.
           OPEN OUTPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00)
               GO TO OUTPUT-FILE-ERROR.
           MOVE 1 TO OM-I.
           MOVE OUT-USED TO OM-END.
           ADD 1 TO OM-END.
           IF (OUT-USED > 0)
               PERFORM REWRITE-OUTPUT-LOOP.
           CLOSE OUTPUT-FILE.

      * Each line is also parsed into BENCH-MEMORY on the way out,
      * for the candidate summary that follows.
       REWRITE-OUTPUT-LOOP.
           MOVE OM-CRS-ID(OM-I) TO O-CRS-ID.
           MOVE " " TO O-SPACE1.
           MOVE OM-LIST(OM-I) TO O-LIST.
           MOVE X'0A' TO O-RETURN.
           WRITE OUTPUT-TABLE.
           MOVE OM-LIST(OM-I) TO RB-LIST.
           PERFORM PARSE-BENCH.
           MOVE 1 TO I.
           MOVE 11 TO END-I.
           PERFORM STORE-BENCH-ROW-LOOP.
           ADD 1 TO OM-I.
           IF (OM-I < OM-END)
               GO TO REWRITE-OUTPUT-LOOP.

       STORE-BENCH-ROW-LOOP.
           MOVE 0 TO BM-STD-ID(OM-I, I).
           IF (PB-SLOT(I) IS NUMERIC)
               MOVE PB-SLOT(I) TO BM-STD-ID(OM-I, I).
           ADD 1 TO I.
           IF (I < END-I)
               GO TO STORE-BENCH-ROW-LOOP.

      * The normal run's PRINT-CAND-SUMMARY over the merged
      * benches: candidates in master order, each with every
      * CRS-ID/RANK they hold in course order; a candidate on no
      * bench gets no line.
       REBUILD-CAND-SUMMARY.
           OPEN INPUT CANDMAST-FILE.
           IF (CANDMAST-STATUS NOT EQUAL 00)
               GO TO CANDMAST-FILE-ERROR.
           OPEN OUTPUT CANDSUMMARY-FILE.
           IF (CANDSUMMARY-STATUS NOT EQUAL 00)
               GO TO CANDSUMMARY-FILE-ERROR.
           MOVE 0 TO EOF-CAND.
           PERFORM REBUILD-CAND-SUMMARY-LOOP.
           CLOSE CANDMAST-FILE.
           CLOSE CANDSUMMARY-FILE.

       REBUILD-CAND-SUMMARY-LOOP.
           READ CANDMAST-FILE AT END MOVE 1 TO EOF-CAND.
           IF (EOF-CAND EQUAL 0)
               PERFORM BUILD-CAND-SUMMARY-LINE
               GO TO REBUILD-CAND-SUMMARY-LOOP.

       BUILD-CAND-SUMMARY-LINE.
           MOVE SPACES TO CS-LIST.
           MOVE 1 TO LIST-POINTER.
           MOVE 0 TO CS-ENTRY-COUNT.
           MOVE 1 TO CS-I.
           MOVE OUT-USED TO CS-END.
           ADD 1 TO CS-END.
           IF (OUT-USED > 0)
               PERFORM SCAN-COURSE-BENCH-LOOP.
           IF (CS-ENTRY-COUNT > 0)
               MOVE STD-ID TO CS-STD-ID
               MOVE " " TO CS-SPACE1
               MOVE X'0A' TO CS-RETURN
               WRITE CANDSUMMARY-TABLE
               ADD 1 TO CS-WRITE-COUNT.

       SCAN-COURSE-BENCH-LOOP.
           MOVE 1 TO CS-J.
           MOVE 11 TO CS-JEND.
           PERFORM SCAN-COURSE-SLOT-LOOP.
           ADD 1 TO CS-I.
           IF (CS-I < CS-END)
               GO TO SCAN-COURSE-BENCH-LOOP.

       SCAN-COURSE-SLOT-LOOP.
           IF (BM-STD-ID(CS-I, CS-J) NOT EQUAL 0000000000 AND
               BM-STD-ID(CS-I, CS-J) EQUAL STD-ID)
               PERFORM ADD-CAND-SUMMARY-ENTRY.
           ADD 1 TO CS-J.
           IF (CS-J < CS-JEND)
               GO TO SCAN-COURSE-SLOT-LOOP.

       ADD-CAND-SUMMARY-ENTRY.
           ADD 1 TO CS-ENTRY-COUNT.
           MOVE CS-J TO CS-RANK.
           STRING OM-CRS-ID(CS-I) "/" CS-RANK " " DELIMITED BY SIZE
               INTO CS-LIST WITH POINTER LIST-POINTER.

       PRINT-MERGE-TOTALS.
           MOVE "COURSE LINES APPLIED" TO MT-LABEL.
           MOVE APPLIED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "COURSES ADDED" TO MT-LABEL.
           MOVE ADDED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "COURSE LINES UNCHANGED" TO MT-LABEL.
           MOVE UNCHANGED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "COURSE LINES SUPERSEDED" TO MT-LABEL.
           MOVE SUPERSEDED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "COURSE LINES REJECTED" TO MT-LABEL.
           MOVE REJECTED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "DUPLICATE LINES DROPPED" TO MT-LABEL.
           MOVE DROPPED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "SIGN-OFFS LAPSED" TO MT-LABEL.
           MOVE LAPSED-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           MOVE "CANDIDATE SUMMARY LINES" TO MT-LABEL.
           MOVE CS-WRITE-COUNT TO MT-COUNT.
           PERFORM WRITE-MT-LINE.
           IF (GEN-NUMBER-W > 0)
               MOVE "OUTPUT GENERATION SAVED" TO MT-LABEL
               MOVE GEN-NUMBER-W TO MT-COUNT
           ELSE
               MOVE "NO GENERATION WRITTEN" TO MT-LABEL
               MOVE 0 TO MT-COUNT.
           PERFORM WRITE-MT-LINE.

       WRITE-MT-LINE.
           MOVE SPACE TO MT-SPACE1.
           WRITE MERGEREG-TOTAL.

      * One small paragraph per file fills in the abend facts
      * before the common FILE-ERROR reports and stops.
       OUTPUT-FILE-ERROR.
           MOVE "output.txt" TO ERR-FILE-NAME.
           MOVE OUTPUT-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       BACKFILL-FILE-ERROR.
           MOVE "backfill.txt" TO ERR-FILE-NAME.
           MOVE BACKFILL-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       RESCORE-FILE-ERROR.
           MOVE "rescore.txt" TO ERR-FILE-NAME.
           MOVE RESCORE-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       INST-FILE-ERROR.
           MOVE "crsmast.dat" TO ERR-FILE-NAME.
           MOVE INST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CANDMAST-FILE-ERROR.
           MOVE "candmast.dat" TO ERR-FILE-NAME.
           MOVE CANDMAST-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       CANDSUMMARY-FILE-ERROR.
           MOVE "candsummary.txt" TO ERR-FILE-NAME.
           MOVE CANDSUMMARY-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ARCHIVE-FILE-ERROR.
           MOVE "outputarch.txt" TO ERR-FILE-NAME.
           MOVE ARCHIVE-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       GEN-FILE-ERROR.
           MOVE "output.gen" TO ERR-FILE-NAME.
           MOVE GEN-STATUS TO ERR-FILE-STATUS.
           MOVE RC-OUTPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       SIGNOFF-FILE-ERROR.
           MOVE "signoff.dat" TO ERR-FILE-NAME.
           MOVE SIGNOFF-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       MERGEREG-FILE-ERROR.
           MOVE "mergeregister" TO ERR-FILE-NAME.
           MOVE MERGEREG-STATUS TO ERR-FILE-STATUS.
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
           MOVE "TA-MERGE" TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
