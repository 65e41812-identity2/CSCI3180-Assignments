      * CSCI3180 Principles of Programming Languages
      *
      * TA-RSPMAINT: validated entry for offer responses.
      *
      * responses.txt drives TA-RANKING's backfill pass, its roster
      * pass and the offer-status column on TA-REPORT's handout, and
      * until now it was typed by hand.  Acceptances turned up for
      * offers that were never made, two responses for one CRS-ID/
      * STD-ID, and RSP-DATE values still in the future.  This
      * program is now the way a response reaches the file: it
      * applies rsptrans.txt, one transaction per response in the
      * responses.txt layout, and prints rspregister.txt, an
      * applied/rejected register with one line per transaction and
      * the totals at the end, the same way TA-CANDMAINT handles the
      * candidate master.
      *
      * A transaction is refused when its code is not A (accepted),
      * D (declined) or P (offer made, RSP-DATE the day it went
      * out); when its date is not a real calendar date or is later
      * than today; when the student is not on that course's bench
      * in output.txt; when the pair already has a final response
      * (an A, a D or the old layout's blank-code decline, in
      * responses.txt, on the roster or earlier in the same batch);
      * when an offer is already pending for the pair; when an A or
      * D answers no outstanding offer (no P record and no PENDING
      * roster line); or when an acceptance is dated after the
      * offer's response deadline, RESPONSE-DEADLINE-DAYS after the
      * offer date in responses.txt or, failing that, the PENDING
      * deadline the roster pass wrote to roster.txt.  An A or D
      * for a pending offer replaces the P record in place, so every
      * reader that stops at the first record for a pair sees the
      * answer and not the offer.
      *
      * responses.txt is held in memory while the batch is checked
      * and written back whole at the end, only when at least one
      * transaction was applied.
      *
      * Maintenance history
      * 2026-10-15  First version.
      * 2026-10-15  Review fix: an A or D for a benched student with
      *             no P record and no PENDING roster line was
      *             applied as if the offer had gone out, which let
      *             through acceptances for offers never made and
      *             answers on courses whose offers are held for
      *             sign-off.  Both are now refused as "no offer
      *             outstanding".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TA-RSPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT OPTIONAL RESPONSE-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DISK
               ORGANIZATION IS BINARY SEQUENTIAL
               FILE STATUS IS OUTPUT-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One response per line, in responses.txt's own layout.
       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-TABLE
           VALUE OF FILE-ID IS "rsptrans.txt".
       01 TRANS-TABLE.
           05 TR-CRS-ID PIC 9(4).
           05 TR-SPACE1 PIC X.
           05 TR-STD-ID PIC 9(10).
           05 TR-SPACE2 PIC X.
           05 TR-CODE PIC X.
           05 TR-SPACE3 PIC X.
           05 TR-DATE PIC 9(8).

      * The offer-response file TA-RANKING reads: A accepted (the
      * acceptance date), D declined, P offer still open (the day it
      * went out), blank an old-layout decline.  OPTIONAL so the
      * term's first batch of offers creates it.
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

      * The ranked benches, one line per course: CRS-ID, then the
      * bench as space-separated STD-IDs in rank order.
       FD OUTPUT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTPUT-TABLE
           VALUE OF FILE-ID IS "output.txt".
       01 OUTPUT-TABLE.
           05 O-CRS-ID PIC 9(4).
           05 O-SPACE1 PIC A.
           05 O-LIST PIC X(131).
           05 O-RETURN PIC X.

      * The roster pass's confirmed roster: ACCEPTED lines with the
      * acceptance date, PENDING lines with the response deadline.
      * Absent until the first roster pass of the term.
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

      * The applied/rejected register: one line per transaction in
      * input order, then the totals in the second record layout.
       FD REGISTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REGISTER-TABLE
           VALUE OF FILE-ID IS "rspregister.txt".
       01 REGISTER-TABLE.
           05 RG-ACTION PIC X.
           05 RG-SPACE1 PIC X.
           05 RG-CRS-ID PIC X(4).
           05 RG-SPACE2 PIC X.
           05 RG-STD-ID PIC X(10).
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
       01 RESPONSE-STATUS PIC XX.
       01 OUTPUT-STATUS PIC XX.
       01 ROSTER-STATUS PIC XX.
       01 REGISTER-STATUS PIC XX.
       01 EOF-TRANS PIC 9 VALUE 0.
       01 EOF-RESPONSE PIC 9 VALUE 0.
       01 EOF-OUTPUT PIC 9 VALUE 0.
       01 EOF-ROSTER PIC 9 VALUE 0.
       01 TRANS-VALID PIC 9 VALUE 0.
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 APPLIED-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 I PIC 99.
       01 END-I PIC 99.

      * responses.txt in memory, in file order, with this batch's
      * applied transactions folded in.
       01 RESP-USED PIC 9(4) VALUE 0.
       01 RESP-MEMORY.
           05 RESP-ENTRY OCCURS 500 TIMES.
               10 RT-CRS-ID PIC 9(4) VALUE 0.
               10 RT-STD-ID PIC 9(10) VALUE 0.
               10 RT-CODE PIC X VALUE SPACE.
               10 RT-DATE PIC 9(8) VALUE 0.
       01 RESP-INDEX PIC 9(4) VALUE 0.
       01 RESP-OVERFLOW PIC 9 VALUE 0.

      * output.txt's benches as STD-IDs, one row per course line.
       01 BENCH-USED PIC 9(4) VALUE 0.
       01 BENCH-MEMORY.
           05 BENCH-ENTRY OCCURS 500 TIMES.
               10 BN-CRS-ID PIC 9(4) VALUE 0.
               10 BN-STD-ID PIC 9(10) VALUE 0 OCCURS 10 TIMES.
       01 BENCH-FOUND PIC 9 VALUE 0.
       01 RB-LIST PIC X(131).
       01 RB-TOKEN PIC X(10).
       01 RB-POINTER PIC 9(4).

      * roster.txt in memory.
       01 ROST-USED PIC 9(4) VALUE 0.
       01 ROST-MEMORY.
           05 ROST-ENTRY OCCURS 500 TIMES.
               10 RM-CRS-ID PIC 9(4) VALUE 0.
               10 RM-STD-ID PIC 9(10) VALUE 0.
               10 RM-STATUS PIC X(8) VALUE SPACES.
               10 RM-DATE PIC 9(8) VALUE 0.
       01 ROST-INDEX PIC 9(4) VALUE 0.

       01 PL-I PIC 9(4).
       01 PL-END PIC 9(4).
       01 DEADLINE-DATE PIC 9(8) VALUE 0.

      * Calendar scratch: the month lengths in a REDEFINES table,
      * February widened in a leap year, for checking that a date
      * is real and for pushing an offer date forward by the
      * response deadline.  The same arithmetic TA-RANKING's
      * roster pass uses, so both agree on when an offer expires.
       01 RESPONSE-DEADLINE-DAYS PIC 99 VALUE 14.
       01 DL-DATE-IN.
           05 DL-IN-YEAR PIC 9(4).
           05 DL-IN-MONTH PIC 99.
           05 DL-IN-DAY PIC 99.
       01 DL-DATE-IN-N REDEFINES DL-DATE-IN PIC 9(8).
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
           PERFORM LOAD-RESPONSES.
           PERFORM LOAD-BENCHES.
           PERFORM LOAD-ROSTER.
           OPEN INPUT TRANS-FILE.
           IF (TRANS-STATUS NOT EQUAL 00)
               GO TO TRANS-FILE-ERROR.
           OPEN OUTPUT REGISTER-FILE.
           IF (REGISTER-STATUS NOT EQUAL 00)
               GO TO REGISTER-FILE-ERROR.
           MOVE 0 TO EOF-TRANS.
           PERFORM TRANS-LOOP.
           PERFORM PRINT-REGISTER-TOTALS.
           CLOSE TRANS-FILE.
           CLOSE REGISTER-FILE.
           IF (APPLIED-COUNT > 0)
               PERFORM REWRITE-RESPONSES.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      * responses.txt as it stands; a missing file is an empty one.
       LOAD-RESPONSES.
           MOVE 0 TO RESP-USED.
           OPEN INPUT RESPONSE-FILE.
           IF (RESPONSE-STATUS NOT EQUAL 00 AND RESPONSE-STATUS
               NOT EQUAL 05)
               GO TO RESPONSE-FILE-ERROR.
           MOVE 0 TO EOF-RESPONSE.
           PERFORM LOAD-RESPONSES-LOOP.
           CLOSE RESPONSE-FILE.

      * Rewriting a file this program could not hold whole would
      * lose the lines past the table, so a file longer than the
      * table sets RESP-OVERFLOW and every transaction is refused.
       LOAD-RESPONSES-LOOP.
           READ RESPONSE-FILE AT END MOVE 1 TO EOF-RESPONSE.
           IF (EOF-RESPONSE EQUAL 0 AND RESP-USED NOT < 500)
               MOVE 1 TO RESP-OVERFLOW.
           IF (EOF-RESPONSE EQUAL 0 AND RESP-USED < 500)
               ADD 1 TO RESP-USED
               MOVE RSP-CRS-ID TO RT-CRS-ID(RESP-USED)
               MOVE RSP-STD-ID TO RT-STD-ID(RESP-USED)
               MOVE RSP-CODE TO RT-CODE(RESP-USED)
               MOVE RSP-DATE TO RT-DATE(RESP-USED).
           IF (EOF-RESPONSE EQUAL 0)
               GO TO LOAD-RESPONSES-LOOP.

       LOAD-BENCHES.
           MOVE 0 TO BENCH-USED.
           OPEN INPUT OUTPUT-FILE.
           IF (OUTPUT-STATUS NOT EQUAL 00)
               GO TO OUTPUT-FILE-ERROR.
           MOVE 0 TO EOF-OUTPUT.
           PERFORM LOAD-BENCHES-LOOP.
           CLOSE OUTPUT-FILE.

       LOAD-BENCHES-LOOP.
           READ OUTPUT-FILE AT END MOVE 1 TO EOF-OUTPUT.
           IF (EOF-OUTPUT EQUAL 0 AND BENCH-USED < 500 AND
               O-CRS-ID IS NUMERIC)
               ADD 1 TO BENCH-USED
               MOVE O-CRS-ID TO BN-CRS-ID(BENCH-USED)
               MOVE O-LIST TO RB-LIST
               MOVE 1 TO RB-POINTER
               MOVE 1 TO I
               MOVE 11 TO END-I
               PERFORM PARSE-BENCH-LOOP.
           IF (EOF-OUTPUT EQUAL 0)
               GO TO LOAD-BENCHES-LOOP.

      * Split the bench into its ten rank slots; a blank or
      * non-numeric token leaves its slot at zero.
       PARSE-BENCH-LOOP.
           MOVE SPACES TO RB-TOKEN.
           IF (RB-POINTER < 132)
               UNSTRING RB-LIST DELIMITED BY ALL SPACE
                   INTO RB-TOKEN
                   WITH POINTER RB-POINTER.
           MOVE 0000000000 TO BN-STD-ID(BENCH-USED, I).
           IF (RB-TOKEN IS NUMERIC)
               MOVE RB-TOKEN TO BN-STD-ID(BENCH-USED, I).
           ADD 1 TO I.
           IF (I < END-I)
               GO TO PARSE-BENCH-LOOP.

      * roster.txt as the last roster pass wrote it; absent before
      * the first roster pass of the term.
       LOAD-ROSTER.
           MOVE 0 TO ROST-USED.
           OPEN INPUT ROSTER-FILE.
           IF (ROSTER-STATUS NOT EQUAL 00 AND ROSTER-STATUS
               NOT EQUAL 05)
               GO TO ROSTER-FILE-ERROR.
           MOVE 0 TO EOF-ROSTER.
           PERFORM LOAD-ROSTER-LOOP.
           CLOSE ROSTER-FILE.

       LOAD-ROSTER-LOOP.
           READ ROSTER-FILE AT END MOVE 1 TO EOF-ROSTER.
           IF (EOF-ROSTER EQUAL 0 AND ROST-USED < 500)
               ADD 1 TO ROST-USED
               MOVE RO-CRS-ID TO RM-CRS-ID(ROST-USED)
               MOVE RO-STD-ID TO RM-STD-ID(ROST-USED)
               MOVE RO-STATUS TO RM-STATUS(ROST-USED)
               MOVE RO-DATE TO RM-DATE(ROST-USED).
           IF (EOF-ROSTER EQUAL 0)
               GO TO LOAD-ROSTER-LOOP.

       TRANS-LOOP.
           READ TRANS-FILE AT END MOVE 1 TO EOF-TRANS.
           IF (EOF-TRANS EQUAL 0)
               PERFORM APPLY-TRANSACTION
               GO TO TRANS-LOOP.

       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION.
           IF (TRANS-VALID EQUAL 1)
               PERFORM APPLY-RESPONSE.
           IF (TRANS-VALID EQUAL 0)
               PERFORM WRITE-REJECTED.

      * The record itself first -- a known code, numeric keys, a
      * real date no later than today -- then the record against
      * the files: on the bench, no final answer yet, and for an
      * acceptance, inside the response window.
       VALIDATE-TRANSACTION.
           MOVE 1 TO TRANS-VALID.
           MOVE SPACES TO REJECT-REASON.
           MOVE 0 TO RESP-INDEX.
           IF (RESP-OVERFLOW EQUAL 1)
               MOVE "responses.txt over 500 lines" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-CODE NOT EQUAL "A" AND
               TR-CODE NOT EQUAL "D" AND TR-CODE NOT EQUAL "P")
               MOVE "code not A, D or P" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-CRS-ID NOT NUMERIC)
               MOVE "non-numeric course id" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-STD-ID NOT NUMERIC)
               MOVE "non-numeric student id" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-RESPONSE-DATE.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-ON-BENCH.
           IF (TRANS-VALID EQUAL 1)
               PERFORM CHECK-PRIOR-RESPONSE.
           IF (TRANS-VALID EQUAL 1 AND TR-CODE NOT EQUAL "P")
               PERFORM CHECK-OFFER-OUTSTANDING.
           IF (TRANS-VALID EQUAL 1 AND TR-CODE EQUAL "A")
               PERFORM CHECK-ACCEPT-DEADLINE.
           IF (TRANS-VALID EQUAL 1 AND RESP-INDEX EQUAL 0 AND
               RESP-USED NOT < 500)
               MOVE "response file full" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

       CHECK-RESPONSE-DATE.
           IF (TR-DATE NOT NUMERIC)
               MOVE "impossible response date" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               MOVE TR-DATE TO DL-DATE-OUT-N
               PERFORM CHECK-DATE-VALID
               IF (DL-DATE-VALID EQUAL 0)
                   MOVE "impossible response date" TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND TR-DATE > RUN-DATE)
               MOVE "response date in the future" TO REJECT-REASON
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

      * Every response, offers included, answers a bench placement:
      * the course's output.txt line must list the student.
       CHECK-ON-BENCH.
           MOVE 0 TO BENCH-FOUND.
           MOVE 1 TO PL-I.
           MOVE BENCH-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (BENCH-USED > 0)
               PERFORM CHECK-ON-BENCH-LOOP.
           IF (BENCH-FOUND EQUAL 0)
               MOVE "student not on course bench" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

       CHECK-ON-BENCH-LOOP.
           IF (BN-CRS-ID(PL-I) EQUAL TR-CRS-ID)
               MOVE 1 TO I
               MOVE 11 TO END-I
               PERFORM CHECK-BENCH-SLOT-LOOP.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND BENCH-FOUND EQUAL 0)
               GO TO CHECK-ON-BENCH-LOOP.

       CHECK-BENCH-SLOT-LOOP.
           IF (BN-STD-ID(PL-I, I) EQUAL TR-STD-ID)
               MOVE 1 TO BENCH-FOUND.
           ADD 1 TO I.
           IF (I < END-I AND BENCH-FOUND EQUAL 0)
               GO TO CHECK-BENCH-SLOT-LOOP.

      * An A, a D or an old blank-code decline already on file is
      * final; so is an ACCEPTED roster line.  A pending offer may
      * be answered but not offered a second time.  RESP-INDEX is
      * left on the pair's record for APPLY-RESPONSE.
       CHECK-PRIOR-RESPONSE.
           PERFORM LOOKUP-RESPONSE.
           IF (RESP-INDEX > 0 AND RT-CODE(RESP-INDEX) NOT EQUAL "P")
               MOVE "response already final" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND RESP-INDEX > 0 AND
               TR-CODE EQUAL "P")
               MOVE "offer already pending" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1 AND RESP-INDEX > 0 AND
               TR-DATE < RT-DATE(RESP-INDEX))
               MOVE "response dated before offer" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.
           IF (TRANS-VALID EQUAL 1)
               PERFORM LOOKUP-ROSTER.
           IF (TRANS-VALID EQUAL 1 AND ROST-INDEX > 0 AND
               RM-STATUS(ROST-INDEX) EQUAL "ACCEPTED")
               MOVE "response already final" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

      * An answer needs an offer to answer: the pending P record, or
      * failing that the PENDING line the roster pass wrote.  With
      * neither, the offer never went out -- or its course is held
      * for sign-off and the roster pass kept it back -- and the
      * A or D is refused.
       CHECK-OFFER-OUTSTANDING.
           IF (RESP-INDEX EQUAL 0)
               IF (ROST-INDEX EQUAL 0)
                   MOVE "no offer outstanding" TO REJECT-REASON
                   MOVE 0 TO TRANS-VALID
               ELSE
                   IF (RM-STATUS(ROST-INDEX) NOT EQUAL "PENDING ")
                       MOVE "no offer outstanding" TO REJECT-REASON
                       MOVE 0 TO TRANS-VALID.

      * The window closes RESPONSE-DEADLINE-DAYS after the offer
      * date on the pending P record; an offer the roster pass
      * seated without a P record carries its deadline in the
      * roster line instead.  CHECK-OFFER-OUTSTANDING has already
      * made sure one or the other is there.
       CHECK-ACCEPT-DEADLINE.
           MOVE 0 TO DEADLINE-DATE.
           IF (RESP-INDEX > 0 AND RT-DATE(RESP-INDEX) IS NUMERIC)
               MOVE RT-DATE(RESP-INDEX) TO DL-DATE-IN-N
               PERFORM ADD-RESPONSE-DEADLINE
               MOVE DL-DATE-OUT-N TO DEADLINE-DATE.
           IF (RESP-INDEX EQUAL 0 AND ROST-INDEX > 0 AND
               RM-STATUS(ROST-INDEX) EQUAL "PENDING " AND
               RM-DATE(ROST-INDEX) IS NUMERIC)
               MOVE RM-DATE(ROST-INDEX) TO DEADLINE-DATE.
           IF (DEADLINE-DATE > 0 AND TR-DATE > DEADLINE-DATE)
               MOVE "accept after response deadline" TO REJECT-REASON
               MOVE 0 TO TRANS-VALID.

       LOOKUP-RESPONSE.
           MOVE 0 TO RESP-INDEX.
           MOVE 1 TO PL-I.
           MOVE RESP-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (RESP-USED > 0)
               PERFORM LOOKUP-RESPONSE-LOOP.

       LOOKUP-RESPONSE-LOOP.
           IF (RT-CRS-ID(PL-I) EQUAL TR-CRS-ID AND
               RT-STD-ID(PL-I) EQUAL TR-STD-ID)
               MOVE PL-I TO RESP-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND RESP-INDEX EQUAL 0)
               GO TO LOOKUP-RESPONSE-LOOP.

       LOOKUP-ROSTER.
           MOVE 0 TO ROST-INDEX.
           MOVE 1 TO PL-I.
           MOVE ROST-USED TO PL-END.
           ADD 1 TO PL-END.
           IF (ROST-USED > 0)
               PERFORM LOOKUP-ROSTER-LOOP.

       LOOKUP-ROSTER-LOOP.
           IF (RM-CRS-ID(PL-I) EQUAL TR-CRS-ID AND
               RM-STD-ID(PL-I) EQUAL TR-STD-ID)
               MOVE PL-I TO ROST-INDEX.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END AND ROST-INDEX EQUAL 0)
               GO TO LOOKUP-ROSTER-LOOP.

      * An answer to a pending offer takes the P record's place; a
      * first response for the pair is added at the end.
       APPLY-RESPONSE.
           IF (RESP-INDEX EQUAL 0)
               ADD 1 TO RESP-USED
               MOVE RESP-USED TO RESP-INDEX
               MOVE TR-CRS-ID TO RT-CRS-ID(RESP-INDEX)
               MOVE TR-STD-ID TO RT-STD-ID(RESP-INDEX).
           MOVE TR-CODE TO RT-CODE(RESP-INDEX).
           MOVE TR-DATE TO RT-DATE(RESP-INDEX).
           PERFORM WRITE-APPLIED.

       REWRITE-RESPONSES.
           OPEN OUTPUT RESPONSE-FILE.
           IF (RESPONSE-STATUS NOT EQUAL 00)
               GO TO RESPONSE-FILE-ERROR.
           MOVE 1 TO PL-I.
           MOVE RESP-USED TO PL-END.
           ADD 1 TO PL-END.
           PERFORM REWRITE-RESPONSES-LOOP.
           CLOSE RESPONSE-FILE.

       REWRITE-RESPONSES-LOOP.
           MOVE RT-CRS-ID(PL-I) TO RSP-CRS-ID.
           MOVE RT-STD-ID(PL-I) TO RSP-STD-ID.
           MOVE RT-CODE(PL-I) TO RSP-CODE.
           MOVE RT-DATE(PL-I) TO RSP-DATE.
           MOVE SPACE TO RSP-SPACE1 RSP-SPACE2 RSP-SPACE3.
           WRITE RESPONSE-TABLE.
           ADD 1 TO PL-I.
           IF (PL-I < PL-END)
               GO TO REWRITE-RESPONSES-LOOP.

      * Push DL-DATE-IN forward by the response deadline, carrying
      * across a month or year end; fourteen days crosses at most
      * one month boundary.  A date with a malformed month is
      * passed through unchanged.
       ADD-RESPONSE-DEADLINE.
           MOVE DL-DATE-IN TO DL-DATE-OUT.
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
               MOVE 0 TO DL-LEAP
               DIVIDE DL-OUT-YEAR BY 400 GIVING DL-QUOT
                   REMAINDER DL-REM
               IF (DL-REM EQUAL 0)
                   MOVE 1 TO DL-LEAP.

       WRITE-APPLIED.
           MOVE TR-CODE TO RG-ACTION.
           MOVE TR-CRS-ID TO RG-CRS-ID.
           MOVE TR-STD-ID TO RG-STD-ID.
           MOVE "APPLIED " TO RG-RESULT.
           MOVE SPACES TO RG-REASON.
           MOVE SPACE TO RG-SPACE1 RG-SPACE2 RG-SPACE3 RG-SPACE4.
           WRITE REGISTER-TABLE.
           ADD 1 TO APPLIED-COUNT.

       WRITE-REJECTED.
           MOVE TR-CODE TO RG-ACTION.
           MOVE TR-CRS-ID TO RG-CRS-ID.
           MOVE TR-STD-ID TO RG-STD-ID.
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
           MOVE "rsptrans.txt" TO ERR-FILE-NAME.
           MOVE TRANS-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       RESPONSE-FILE-ERROR.
           MOVE "responses.txt" TO ERR-FILE-NAME.
           MOVE RESPONSE-STATUS TO ERR-FILE-STATUS.
           MOVE RC-MASTER TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       OUTPUT-FILE-ERROR.
           MOVE "output.txt" TO ERR-FILE-NAME.
           MOVE OUTPUT-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       ROSTER-FILE-ERROR.
           MOVE "roster.txt" TO ERR-FILE-NAME.
           MOVE ROSTER-STATUS TO ERR-FILE-STATUS.
           MOVE RC-INPUT TO ERR-RETURN-CODE.
           GO TO FILE-ERROR.

       REGISTER-FILE-ERROR.
           MOVE "rspregister" TO ERR-FILE-NAME.
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
           MOVE "TA-RSPMAINT" TO RL-PROGRAM.
           MOVE 0 TO RL-MODE.
           MOVE SPACE TO RL-SPACE1 RL-SPACE2 RL-SPACE3 RL-SPACE4
               RL-SPACE5.
           WRITE RUNLOG-TABLE.
