      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALININT - NIGHTLY FEED INTAKE CHECK.  EACH SOURCE
      *          SYSTEM'S FEED IN THE NIGHTLY EXTRACT ARRIVES FRAMED BY
      *          A HEADER ('H' - SOURCE, FILE DATE, FEED SEQUENCE) AND
      *          A TRAILER ('Z' - SOURCE, RECORD COUNT).  THE FEEDS ARE
      *          CHECKED BEFORE ANY STREAM JOB IS RELEASED: THE DETAIL
      *          COUNT MUST MATCH THE TRAILER, THE SEQUENCE MUST BE
      *          ONE PAST THE LAST ACCEPTED FOR THE SOURCE (NO SKIP,
      *          NO REPEAT), AND THE FILE DATE MUST NOT HAVE BEEN
      *          PROCESSED BEFORE.  THE DETAIL RECORDS, STRIPPED OF
      *          HEADERS AND TRAILERS, ARE WRITTEN TO THE ACCEPTED
      *          INPUT THAT PALINSPL DEALS.  WHEN EVERY FEED PASSES,
      *          EACH IS LOGGED ON THE FEED-CONTROL FILE OF ACCEPTED
      *          SEQUENCES; WHEN ANY FAILS NOTHING IS LOGGED, SO THE
      *          CORRECTED RESEND IS CHECKED AFRESH.  WHEN TONIGHT'S
      *          FEEDS INCLUDE EVERY FEED LOGGED UNDER THE LATEST
      *          CYCLE DATE ON THE CONTROL FILE, WITH THE SAME
      *          SEQUENCE, DATE AND COUNT, THIS IS A RERUN OF THAT
      *          CYCLE (EVEN ONE THAT CROSSES MIDNIGHT): THOSE FEEDS
      *          ARE ACCEPTED AGAIN WITHOUT A SECOND LOG ENTRY, AND
      *          ANY NEW FEED IS LOGGED UNDER THAT SAME CYCLE DATE.
      *          RETURN CODES (HIGHEST FAILURE WINS, ALL ARE LISTED
      *          ON THE INTAKE REPORT):
      *            0  ALL FEEDS ACCEPTED
      *            8  TRAILER RECORD COUNT MISMATCH
      *           12  FEED SEQUENCE SKIPPED
      *           16  FILE OPEN FAILURE
      *           20  FEED SEQUENCE REPEATED
      *           24  FILE DATE ALREADY PROCESSED
      *           28  HEADER OR TRAILER MISSING OR MALFORMED
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALININT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-INPUT-FILE ASSIGN TO "PALINFDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO "PALINACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.

           SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO "PALINFCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "PALININR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FEED-INPUT-FILE.
       01  FEED-INPUT-RECORD.
           05  PI-RECORD-TYPE          PIC X(01).
               88  PI-FEED-HEADER           VALUE 'H'.
               88  PI-FEED-TRAILER          VALUE 'Z'.
           05  PI-SOURCE-SYSTEM        PIC X(01).
           05  PI-INPUT-VALUE          PIC X(81).
       01  FEED-HEADER-RECORD.
           05  FH-RECORD-TYPE          PIC X(01).
           05  FH-SOURCE-SYSTEM        PIC X(01).
           05  FH-FILE-DATE            PIC X(10).
           05  FH-SEQUENCE             PIC X(06).
           05  FILLER                  PIC X(65).
       01  FEED-TRAILER-RECORD.
           05  FT-RECORD-TYPE          PIC X(01).
           05  FT-SOURCE-SYSTEM        PIC X(01).
           05  FT-RECORD-COUNT         PIC X(09).
           05  FILLER                  PIC X(72).

       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD         PIC X(83).

       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  FC-SOURCE-SYSTEM        PIC X(01).
           05  FILLER                  PIC X(01).
           05  FC-FILE-DATE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  FC-SEQUENCE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FC-RECORD-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  FC-CYCLE-DATE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  FC-ACCEPTED-TS          PIC X(19).
           05  FILLER                  PIC X(20).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FEED-STATUS     PIC X(2).
       01  WS-ACCEPTED-STATUS PIC X(2).
       01  WS-CONTROL-STATUS  PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).

       01  WS-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE         VALUE 'Y'.
       01  WS-CONTROL-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-CONTROL-EOF         VALUE 'Y'.
       01  WS-IN-FEED-SW      PIC X(1) VALUE 'N'.
           88  WS-IN-FEED             VALUE 'Y'.

       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-SUB-2           PIC 9(4) VALUE ZERO.
       01  WS-CUR-SUB         PIC 9(4) VALUE ZERO.
       01  WS-SRC-SUB         PIC 9(4) VALUE ZERO.

       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-PASSED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-TRL-COUNT PIC 9(9) VALUE ZERO.
       01  WS-FEED-OVERFLOW   PIC 9(9) VALUE ZERO.
       01  WS-ACCEPT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RERUN-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-LOGGED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CONTROL-READ-COUNT PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-SEQ    PIC 9(6) VALUE ZERO.
       01  WS-EXPECTED-EDIT   PIC ZZZZZ9.
       01  WS-INTAKE-RC       PIC 9(2) VALUE ZERO.

      * ONE ENTRY PER FEED (HEADER) IN TONIGHT'S EXTRACT.
       01  WS-FEED-TABLE-AREA.
           05  WS-FEED-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-FEED-ENTRY OCCURS 20 TIMES.
               10  WS-FD-SOURCE       PIC X(01).
               10  WS-FD-FILE-DATE    PIC X(10).
               10  WS-FD-SEQUENCE     PIC 9(06).
               10  WS-FD-EXPECTED     PIC 9(06).
               10  WS-FD-TRL-COUNT    PIC 9(09).
               10  WS-FD-DTL-COUNT    PIC 9(09).
               10  WS-FD-SRC-MISMATCH PIC 9(09).
               10  WS-FD-HDR-BAD      PIC X(01).
               10  WS-FD-TRL-SEEN     PIC X(01).
               10  WS-FD-TRL-BAD      PIC X(01).
               10  WS-FD-COUNT-BAD    PIC X(01).
               10  WS-FD-SEQ-GAP      PIC X(01).
               10  WS-FD-SEQ-REPEAT   PIC X(01).
               10  WS-FD-DATE-DUP     PIC X(01).
               10  WS-FD-RERUN        PIC X(01).
               10  WS-FD-FIRST-FEED   PIC X(01).
               10  WS-FD-RC           PIC 9(02).

      * LAST ACCEPTED SEQUENCE PER SOURCE, FROM THE CONTROL FILE AND
      * ADVANCED AS TONIGHT'S FEEDS PASS IN ORDER.
       01  WS-SEQ-TABLE-AREA.
           05  WS-SEQ-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-SEQ-ENTRY OCCURS 40 TIMES.
               10  WS-SQ-SOURCE       PIC X(01).
               10  WS-SQ-LAST-SEQ     PIC 9(06).

      * THE LATEST CYCLE ON THE CONTROL FILE, HOW MANY FEEDS IT LOGGED
      * AND HOW MANY OF THEM ARE IN TONIGHT'S INPUT UNCHANGED.
       01  WS-LATEST-CYCLE    PIC X(10) VALUE SPACES.
       01  WS-LATEST-LOGGED   PIC 9(9) VALUE ZERO.
       01  WS-LATEST-MATCHED  PIC 9(9) VALUE ZERO.
       01  WS-CYCLE-DATE      PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  WS-CD-HH           PIC 9(02).
           05  WS-CD-MIN          PIC 9(02).
           05  WS-CD-SS           PIC 9(02).
           05  FILLER             PIC X(07).

       01  WS-INT-HEADER-1.
           05  FILLER             PIC X(38) VALUE
               'PALINDROME FEED INTAKE REPORT'.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  WS-IH1-RUN-DATE    PIC X(10).

       01  WS-INT-HEADER-2.
           05  FILLER             PIC X(05) VALUE 'SRC  '.
           05  FILLER             PIC X(12) VALUE 'FILE DATE   '.
           05  FILLER             PIC X(10) VALUE 'SEQUENCE  '.
           05  FILLER             PIC X(10) VALUE 'EXPECTED  '.
           05  FILLER             PIC X(12) VALUE ' TRAILER CNT'.
           05  FILLER             PIC X(12) VALUE '  DETAIL CNT'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'STATUS'.

       01  WS-INT-FEED-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-IF-SOURCE       PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-IF-FILE-DATE    PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-IF-SEQUENCE     PIC ZZZZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-IF-EXPECTED     PIC X(06).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-IF-TRL-COUNT    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-IF-DTL-COUNT    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-IF-STATUS       PIC X(10).

       01  WS-INT-REASON-LINE.
           05  FILLER             PIC X(10) VALUE '      *** '.
           05  WS-IR-TEXT         PIC X(40).
           05  FILLER             PIC X(05) VALUE ' RC='.
           05  WS-IR-RC           PIC Z9.

       01  WS-INT-COUNT-LINE.
           05  WS-IC-TITLE        PIC X(24).
           05  WS-IC-COUNT        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 0200-READ-PARA THRU
                   0200-READ-PARA-EXIT

           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 1000-INTAKE-PARA THRU
                       1000-INTAKE-PARA-EXIT
               PERFORM 0200-READ-PARA THRU
                       0200-READ-PARA-EXIT
           END-PERFORM

           IF WS-IN-FEED
               MOVE 'Y' TO WS-FD-TRL-BAD (WS-CUR-SUB)
               MOVE 'N' TO WS-IN-FEED-SW
           END-IF

           PERFORM 2000-SCAN-CONTROL-PARA THRU
                   2000-SCAN-CONTROL-PARA-EXIT

           PERFORM 3000-EVALUATE-PARA THRU
                   3000-EVALUATE-PARA-EXIT

           IF WS-INTAKE-RC = ZERO
               PERFORM 4000-LOG-ACCEPTED-PARA THRU
                       4000-LOG-ACCEPTED-PARA-EXIT
           END-IF

           PERFORM 8000-REPORT-PARA THRU
                   8000-REPORT-PARA-EXIT

           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-TIMESTAMP

           OPEN INPUT FEED-INPUT-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'FEED-INPUT-FILE OPEN FAILED - STATUS '
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACCEPTED-FILE
           IF WS-ACCEPTED-STATUS NOT = '00'
               DISPLAY 'ACCEPTED-FILE OPEN FAILED - STATUS '
                   WS-ACCEPTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INTAKE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'INTAKE-REPORT-FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

       0200-READ-PARA.
           READ FEED-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       0200-READ-PARA-EXIT.
           EXIT.

      ******************************************************************
      * FRAME THE EXTRACT INTO FEEDS.  A HEADER OPENS A FEED (CLOSING
      * ANY FEED LEFT WITHOUT ITS TRAILER), A TRAILER CLOSES IT, AND
      * EVERY DETAIL INSIDE A FEED IS COUNTED AND PASSED ON.  DETAILS
      * OR TRAILERS OUTSIDE ANY FEED ARE ORPHANS AND ARE NOT PASSED.
      ******************************************************************
       1000-INTAKE-PARA.
           IF PI-FEED-HEADER
               PERFORM 1100-OPEN-FEED-PARA THRU
                       1100-OPEN-FEED-PARA-EXIT
               GO TO 1000-INTAKE-PARA-EXIT
           END-IF

           IF PI-FEED-TRAILER
               IF NOT WS-IN-FEED
                   ADD 1 TO WS-ORPHAN-TRL-COUNT
                   GO TO 1000-INTAKE-PARA-EXIT
               END-IF
               MOVE 'Y' TO WS-FD-TRL-SEEN (WS-CUR-SUB)
               IF FT-RECORD-COUNT IS NUMERIC AND
                       FT-SOURCE-SYSTEM = WS-FD-SOURCE (WS-CUR-SUB)
                   MOVE FT-RECORD-COUNT TO WS-FD-TRL-COUNT (WS-CUR-SUB)
               ELSE
                   MOVE 'Y' TO WS-FD-TRL-BAD (WS-CUR-SUB)
               END-IF
               MOVE 'N' TO WS-IN-FEED-SW
               GO TO 1000-INTAKE-PARA-EXIT
           END-IF

           IF NOT WS-IN-FEED
               ADD 1 TO WS-ORPHAN-COUNT
               GO TO 1000-INTAKE-PARA-EXIT
           END-IF

           ADD 1 TO WS-FD-DTL-COUNT (WS-CUR-SUB)
           IF PI-SOURCE-SYSTEM NOT = WS-FD-SOURCE (WS-CUR-SUB)
               ADD 1 TO WS-FD-SRC-MISMATCH (WS-CUR-SUB)
           END-IF
           MOVE FEED-INPUT-RECORD TO ACCEPTED-RECORD
           WRITE ACCEPTED-RECORD
           ADD 1 TO WS-PASSED-COUNT.

       1000-INTAKE-PARA-EXIT.
           EXIT.

       1100-OPEN-FEED-PARA.
           IF WS-IN-FEED
               MOVE 'Y' TO WS-FD-TRL-BAD (WS-CUR-SUB)
               MOVE 'N' TO WS-IN-FEED-SW
           END-IF

           IF WS-FEED-COUNT NOT < 20
               ADD 1 TO WS-FEED-OVERFLOW
               GO TO 1100-OPEN-FEED-PARA-EXIT
           END-IF

           ADD 1 TO WS-FEED-COUNT
           MOVE WS-FEED-COUNT TO WS-CUR-SUB
           MOVE 'Y' TO WS-IN-FEED-SW

           MOVE FH-SOURCE-SYSTEM TO WS-FD-SOURCE (WS-CUR-SUB)
           MOVE FH-FILE-DATE TO WS-FD-FILE-DATE (WS-CUR-SUB)
           MOVE ZERO TO WS-FD-SEQUENCE (WS-CUR-SUB)
           MOVE ZERO TO WS-FD-EXPECTED (WS-CUR-SUB)
           MOVE ZERO TO WS-FD-TRL-COUNT (WS-CUR-SUB)
           MOVE ZERO TO WS-FD-DTL-COUNT (WS-CUR-SUB)
           MOVE ZERO TO WS-FD-SRC-MISMATCH (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-HDR-BAD (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-TRL-SEEN (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-TRL-BAD (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-COUNT-BAD (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-SEQ-GAP (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-SEQ-REPEAT (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-DATE-DUP (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-RERUN (WS-CUR-SUB)
           MOVE 'N' TO WS-FD-FIRST-FEED (WS-CUR-SUB)
           MOVE ZERO TO WS-FD-RC (WS-CUR-SUB)

           IF FH-SOURCE-SYSTEM = SPACE OR
                   FH-SEQUENCE IS NOT NUMERIC OR
                   FH-FILE-DATE (1:4) IS NOT NUMERIC OR
                   FH-FILE-DATE (5:1) NOT = '-' OR
                   FH-FILE-DATE (6:2) IS NOT NUMERIC OR
                   FH-FILE-DATE (8:1) NOT = '-' OR
                   FH-FILE-DATE (9:2) IS NOT NUMERIC
               MOVE 'Y' TO WS-FD-HDR-BAD (WS-CUR-SUB)
           ELSE
               MOVE FH-SEQUENCE TO WS-FD-SEQUENCE (WS-CUR-SUB)
           END-IF.

       1100-OPEN-FEED-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ONE PASS OF THE FEED-CONTROL FILE: TRACK THE HIGHEST ACCEPTED
      * SEQUENCE PER SOURCE, FLAG ANY FEED WHOSE FILE DATE HAS BEEN
      * ACCEPTED BEFORE, AND RECOGNIZE A RERUN OF THE LATEST CYCLE.
      * THE CLOCK IS NOT CONSULTED, SO A RERUN AFTER MIDNIGHT IS STILL
      * A RERUN.  ONE MATCHING FEED ALONE IS NOT ENOUGH - A SOURCE
      * RESENDING LAST NIGHT'S FILE AMONG NEW ONES IS A REPEATED DATE.
      ******************************************************************
       2000-SCAN-CONTROL-PARA.
           OPEN INPUT FEED-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' AND
                   WS-CONTROL-STATUS NOT = '05'
               DISPLAY 'FEED-CONTROL-FILE OPEN FAILED - STATUS '
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-CONTROL-EOF
               READ FEED-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CONTROL-READ-COUNT
                       PERFORM 2100-APPLY-CONTROL-PARA THRU
                               2100-APPLY-CONTROL-PARA-EXIT
               END-READ
           END-PERFORM
           CLOSE FEED-CONTROL-FILE

           MOVE ZERO TO WS-LATEST-MATCHED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FEED-COUNT
               IF WS-FD-RERUN (WS-SUB) = 'Y'
                   ADD 1 TO WS-LATEST-MATCHED
               END-IF
           END-PERFORM

           IF WS-LATEST-MATCHED > ZERO AND
                   WS-LATEST-MATCHED = WS-LATEST-LOGGED
               MOVE WS-LATEST-CYCLE TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FEED-COUNT
                   MOVE 'N' TO WS-FD-RERUN (WS-SUB)
               END-PERFORM
           END-IF.

       2000-SCAN-CONTROL-PARA-EXIT.
           EXIT.

       2100-APPLY-CONTROL-PARA.
           IF FC-SEQUENCE IS NOT NUMERIC
               GO TO 2100-APPLY-CONTROL-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-SRC-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEQ-COUNT OR WS-SRC-SUB > ZERO
               IF WS-SQ-SOURCE (WS-SUB) = FC-SOURCE-SYSTEM
                   MOVE WS-SUB TO WS-SRC-SUB
               END-IF
           END-PERFORM
           IF WS-SRC-SUB = ZERO AND WS-SEQ-COUNT < 40
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SRC-SUB
               MOVE FC-SOURCE-SYSTEM TO WS-SQ-SOURCE (WS-SRC-SUB)
               MOVE ZERO TO WS-SQ-LAST-SEQ (WS-SRC-SUB)
           END-IF
           IF WS-SRC-SUB > ZERO
               IF FC-SEQUENCE > WS-SQ-LAST-SEQ (WS-SRC-SUB)
                   MOVE FC-SEQUENCE TO WS-SQ-LAST-SEQ (WS-SRC-SUB)
               END-IF
           END-IF

      * A NEWER CYCLE DATE STARTS THE RERUN MATCH AFRESH.  AN EARLIER
      * CYCLE'S MATCH STAYS A REPEATED FILE DATE.
           IF FC-CYCLE-DATE > WS-LATEST-CYCLE
               MOVE FC-CYCLE-DATE TO WS-LATEST-CYCLE
               MOVE ZERO TO WS-LATEST-LOGGED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FEED-COUNT
                   MOVE 'N' TO WS-FD-RERUN (WS-SUB)
               END-PERFORM
           END-IF
           IF FC-CYCLE-DATE = WS-LATEST-CYCLE
               ADD 1 TO WS-LATEST-LOGGED
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FEED-COUNT
               IF WS-FD-SOURCE (WS-SUB) = FC-SOURCE-SYSTEM AND
                       WS-FD-HDR-BAD (WS-SUB) = 'N' AND
                       FC-FILE-DATE = WS-FD-FILE-DATE (WS-SUB)
                   MOVE 'Y' TO WS-FD-DATE-DUP (WS-SUB)
                   IF FC-CYCLE-DATE = WS-LATEST-CYCLE AND
                           FC-SEQUENCE = WS-FD-SEQUENCE (WS-SUB) AND
                           FC-RECORD-COUNT = WS-FD-TRL-COUNT (WS-SUB)
                       MOVE 'Y' TO WS-FD-RERUN (WS-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       2100-APPLY-CONTROL-PARA-EXIT.
           EXIT.

      ******************************************************************
      * JUDGE EACH FEED IN THE ORDER RECEIVED.  A FEED THAT PASSES
      * ADVANCES ITS SOURCE'S LAST SEQUENCE, SO TWO CONSECUTIVE FEEDS
      * FROM ONE SOURCE IN THE SAME NIGHT ARE BOTH ACCEPTED.
      ******************************************************************
       3000-EVALUATE-PARA.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-FEED-COUNT
               PERFORM 3100-EVALUATE-FEED-PARA THRU
                       3100-EVALUATE-FEED-PARA-EXIT
               IF WS-FD-RC (WS-CUR-SUB) = ZERO
                   ADD 1 TO WS-ACCEPT-COUNT
                   IF WS-FD-RERUN (WS-CUR-SUB) = 'Y'
                       ADD 1 TO WS-RERUN-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               IF WS-FD-RC (WS-CUR-SUB) > WS-INTAKE-RC
                   MOVE WS-FD-RC (WS-CUR-SUB) TO WS-INTAKE-RC
               END-IF
           END-PERFORM

           IF WS-ORPHAN-COUNT > ZERO OR WS-ORPHAN-TRL-COUNT > ZERO
                   OR WS-FEED-OVERFLOW > ZERO
               MOVE 28 TO WS-INTAKE-RC
           END-IF.

       3000-EVALUATE-PARA-EXIT.
           EXIT.

       3100-EVALUATE-FEED-PARA.
           IF WS-FD-HDR-BAD (WS-CUR-SUB) = 'Y' OR
                   WS-FD-TRL-SEEN (WS-CUR-SUB) = 'N' OR
                   WS-FD-TRL-BAD (WS-CUR-SUB) = 'Y' OR
                   WS-FD-SRC-MISMATCH (WS-CUR-SUB) > ZERO
               MOVE 28 TO WS-FD-RC (WS-CUR-SUB)
           END-IF

           IF WS-FD-TRL-SEEN (WS-CUR-SUB) = 'Y' AND
                   WS-FD-TRL-BAD (WS-CUR-SUB) = 'N' AND
                   WS-FD-DTL-COUNT (WS-CUR-SUB) NOT =
                       WS-FD-TRL-COUNT (WS-CUR-SUB)
               MOVE 'Y' TO WS-FD-COUNT-BAD (WS-CUR-SUB)
               IF WS-FD-RC (WS-CUR-SUB) < 8
                   MOVE 8 TO WS-FD-RC (WS-CUR-SUB)
               END-IF
           END-IF

           IF WS-FD-HDR-BAD (WS-CUR-SUB) = 'Y'
               GO TO 3100-EVALUATE-FEED-PARA-EXIT
           END-IF

           IF WS-FD-RERUN (WS-CUR-SUB) = 'Y'
               MOVE 'N' TO WS-FD-DATE-DUP (WS-CUR-SUB)
               MOVE WS-FD-SEQUENCE (WS-CUR-SUB) TO
                   WS-FD-EXPECTED (WS-CUR-SUB)
               GO TO 3100-EVALUATE-FEED-PARA-EXIT
           END-IF

           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 NOT < WS-CUR-SUB
               IF WS-FD-SOURCE (WS-SUB-2) = WS-FD-SOURCE (WS-CUR-SUB)
                       AND WS-FD-FILE-DATE (WS-SUB-2) =
                           WS-FD-FILE-DATE (WS-CUR-SUB)
                   MOVE 'Y' TO WS-FD-DATE-DUP (WS-CUR-SUB)
               END-IF
           END-PERFORM

           IF WS-FD-DATE-DUP (WS-CUR-SUB) = 'Y'
               IF WS-FD-RC (WS-CUR-SUB) < 24
                   MOVE 24 TO WS-FD-RC (WS-CUR-SUB)
               END-IF
           END-IF

           MOVE ZERO TO WS-SRC-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SEQ-COUNT OR WS-SRC-SUB > ZERO
               IF WS-SQ-SOURCE (WS-SUB) = WS-FD-SOURCE (WS-CUR-SUB)
                   MOVE WS-SUB TO WS-SRC-SUB
               END-IF
           END-PERFORM

           IF WS-SRC-SUB = ZERO
               MOVE 'Y' TO WS-FD-FIRST-FEED (WS-CUR-SUB)
               IF WS-FD-RC (WS-CUR-SUB) = ZERO AND WS-SEQ-COUNT < 40
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE WS-FD-SOURCE (WS-CUR-SUB) TO
                       WS-SQ-SOURCE (WS-SEQ-COUNT)
                   MOVE WS-FD-SEQUENCE (WS-CUR-SUB) TO
                       WS-SQ-LAST-SEQ (WS-SEQ-COUNT)
               END-IF
               GO TO 3100-EVALUATE-FEED-PARA-EXIT
           END-IF

           COMPUTE WS-EXPECTED-SEQ = WS-SQ-LAST-SEQ (WS-SRC-SUB) + 1
           MOVE WS-EXPECTED-SEQ TO WS-FD-EXPECTED (WS-CUR-SUB)

           IF WS-FD-SEQUENCE (WS-CUR-SUB) < WS-EXPECTED-SEQ
               MOVE 'Y' TO WS-FD-SEQ-REPEAT (WS-CUR-SUB)
               IF WS-FD-RC (WS-CUR-SUB) < 20
                   MOVE 20 TO WS-FD-RC (WS-CUR-SUB)
               END-IF
           END-IF

           IF WS-FD-SEQUENCE (WS-CUR-SUB) > WS-EXPECTED-SEQ
               MOVE 'Y' TO WS-FD-SEQ-GAP (WS-CUR-SUB)
               IF WS-FD-RC (WS-CUR-SUB) < 12
                   MOVE 12 TO WS-FD-RC (WS-CUR-SUB)
               END-IF
           END-IF

           IF WS-FD-RC (WS-CUR-SUB) = ZERO
               MOVE WS-FD-SEQUENCE (WS-CUR-SUB) TO
                   WS-SQ-LAST-SEQ (WS-SRC-SUB)
           END-IF.

       3100-EVALUATE-FEED-PARA-EXIT.
           EXIT.

      ******************************************************************
      * LOG EVERY FEED ACCEPTED TONIGHT ON THE FEED-CONTROL FILE.  ONLY
      * REACHED WHEN THE WHOLE INTAKE PASSED.  A RERUN'S FEEDS ARE
      * ALREADY ON FILE AND ARE NOT LOGGED TWICE.
      ******************************************************************
       4000-LOG-ACCEPTED-PARA.
           OPEN INPUT FEED-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               CLOSE FEED-CONTROL-FILE
               OPEN EXTEND FEED-CONTROL-FILE
           ELSE
               CLOSE FEED-CONTROL-FILE
               OPEN OUTPUT FEED-CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS NOT = '00' AND
                   WS-CONTROL-STATUS NOT = '05'
               DISPLAY 'FEED-CONTROL-FILE OPEN FAILED - STATUS '
                   WS-CONTROL-STATUS
               MOVE 16 TO WS-INTAKE-RC
               GO TO 4000-LOG-ACCEPTED-PARA-EXIT
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FEED-COUNT
               IF WS-FD-RERUN (WS-SUB) = 'N'
                   MOVE SPACES TO FEED-CONTROL-RECORD
                   MOVE WS-FD-SOURCE (WS-SUB) TO FC-SOURCE-SYSTEM
                   MOVE WS-FD-FILE-DATE (WS-SUB) TO FC-FILE-DATE
                   MOVE WS-FD-SEQUENCE (WS-SUB) TO FC-SEQUENCE
                   MOVE WS-FD-TRL-COUNT (WS-SUB) TO FC-RECORD-COUNT
                   MOVE WS-CYCLE-DATE TO FC-CYCLE-DATE
                   MOVE WS-TIMESTAMP TO FC-ACCEPTED-TS
                   WRITE FEED-CONTROL-RECORD
                   ADD 1 TO WS-LOGGED-COUNT
               END-IF
           END-PERFORM
           CLOSE FEED-CONTROL-FILE.

       4000-LOG-ACCEPTED-PARA-EXIT.
           EXIT.

       8000-REPORT-PARA.
           MOVE WS-RUN-DATE TO WS-IH1-RUN-DATE
           MOVE WS-INT-HEADER-1 TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE WS-INT-HEADER-2 TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-FEED-COUNT
               PERFORM 8100-FEED-LINE-PARA THRU
                       8100-FEED-LINE-PARA-EXIT
           END-PERFORM

           IF WS-FEED-COUNT = ZERO
               MOVE 'NO SOURCE FEEDS RECEIVED' TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF

           IF WS-ORPHAN-COUNT > ZERO OR WS-ORPHAN-TRL-COUNT > ZERO
                   OR WS-FEED-OVERFLOW > ZERO
               MOVE SPACES TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
               MOVE 'EXTRACT-LEVEL FAILURES' TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-ORPHAN-COUNT > ZERO
               MOVE 'DETAIL RECORDS OUTSIDE ANY FEED' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-ORPHAN-TRL-COUNT > ZERO
               MOVE 'TRAILER WITHOUT A HEADER' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FEED-OVERFLOW > ZERO
               MOVE 'FEED TABLE FULL - FEEDS NOT CHECKED' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF

           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'EXTRACT RECORDS READ .. ' TO WS-IC-TITLE
           MOVE WS-READ-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'FEEDS RECEIVED ........ ' TO WS-IC-TITLE
           MOVE WS-FEED-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'FEEDS ACCEPTED ........ ' TO WS-IC-TITLE
           MOVE WS-ACCEPT-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'FEEDS REJECTED ........ ' TO WS-IC-TITLE
           MOVE WS-REJECT-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'RERUN RE-INTAKES ...... ' TO WS-IC-TITLE
           MOVE WS-RERUN-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'DETAIL RECORDS PASSED . ' TO WS-IC-TITLE
           MOVE WS-PASSED-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'ORPHAN RECORDS DROPPED  ' TO WS-IC-TITLE
           COMPUTE WS-IC-COUNT = WS-ORPHAN-COUNT + WS-ORPHAN-TRL-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'FEEDS LOGGED .......... ' TO WS-IC-TITLE
           MOVE WS-LOGGED-COUNT TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE 'INTAKE RETURN CODE .... ' TO WS-IC-TITLE
           MOVE WS-INTAKE-RC TO WS-IC-COUNT
           MOVE WS-INT-COUNT-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           IF WS-INTAKE-RC = ZERO
               MOVE 'INTAKE ACCEPTED - STREAMS MAY BE RELEASED'
                   TO INTAKE-REPORT-RECORD
           ELSE
               MOVE 'INTAKE REJECTED - HOLD THE CYCLE' TO
                   INTAKE-REPORT-RECORD
           END-IF
           WRITE INTAKE-REPORT-RECORD.

       8000-REPORT-PARA-EXIT.
           EXIT.

       8100-FEED-LINE-PARA.
           MOVE WS-FD-SOURCE (WS-CUR-SUB) TO WS-IF-SOURCE
           MOVE WS-FD-FILE-DATE (WS-CUR-SUB) TO WS-IF-FILE-DATE
           MOVE WS-FD-SEQUENCE (WS-CUR-SUB) TO WS-IF-SEQUENCE
           IF WS-FD-FIRST-FEED (WS-CUR-SUB) = 'Y'
               MOVE 'FIRST ' TO WS-IF-EXPECTED
           ELSE
               IF WS-FD-EXPECTED (WS-CUR-SUB) = ZERO
                   MOVE SPACES TO WS-IF-EXPECTED
               ELSE
                   MOVE WS-FD-EXPECTED (WS-CUR-SUB) TO
                       WS-EXPECTED-EDIT
                   MOVE WS-EXPECTED-EDIT TO WS-IF-EXPECTED
               END-IF
           END-IF
           MOVE WS-FD-TRL-COUNT (WS-CUR-SUB) TO WS-IF-TRL-COUNT
           MOVE WS-FD-DTL-COUNT (WS-CUR-SUB) TO WS-IF-DTL-COUNT
           IF WS-FD-RC (WS-CUR-SUB) NOT = ZERO
               MOVE 'REJECTED  ' TO WS-IF-STATUS
           ELSE
               IF WS-FD-RERUN (WS-CUR-SUB) = 'Y'
                   MOVE 'RE-INTAKE ' TO WS-IF-STATUS
               ELSE
                   MOVE 'ACCEPTED  ' TO WS-IF-STATUS
               END-IF
           END-IF
           MOVE WS-INT-FEED-LINE TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD

           IF WS-FD-HDR-BAD (WS-CUR-SUB) = 'Y'
               MOVE 'HEADER MALFORMED' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-TRL-SEEN (WS-CUR-SUB) = 'N'
               MOVE 'TRAILER MISSING' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-TRL-SEEN (WS-CUR-SUB) = 'Y' AND
                   WS-FD-TRL-BAD (WS-CUR-SUB) = 'Y'
               MOVE 'TRAILER MALFORMED OR WRONG SOURCE' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-SRC-MISMATCH (WS-CUR-SUB) > ZERO
               MOVE 'DETAIL SOURCE DIFFERS FROM HEADER' TO WS-IR-TEXT
               MOVE 28 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-DATE-DUP (WS-CUR-SUB) = 'Y'
               MOVE 'FILE DATE ALREADY PROCESSED' TO WS-IR-TEXT
               MOVE 24 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-SEQ-REPEAT (WS-CUR-SUB) = 'Y'
               MOVE 'FEED SEQUENCE REPEATED' TO WS-IR-TEXT
               MOVE 20 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-SEQ-GAP (WS-CUR-SUB) = 'Y'
               MOVE 'FEED SEQUENCE SKIPPED' TO WS-IR-TEXT
               MOVE 12 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF
           IF WS-FD-COUNT-BAD (WS-CUR-SUB) = 'Y'
               MOVE 'TRAILER RECORD COUNT MISMATCH' TO WS-IR-TEXT
               MOVE 8 TO WS-IR-RC
               MOVE WS-INT-REASON-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
           END-IF.

       8100-FEED-LINE-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE FEED-INPUT-FILE
           CLOSE ACCEPTED-FILE
           CLOSE INTAKE-REPORT-FILE

           DISPLAY 'PALININT - RECORDS READ      ' WS-READ-COUNT
           DISPLAY 'PALININT - FEEDS RECEIVED    ' WS-FEED-COUNT
           DISPLAY 'PALININT - FEEDS ACCEPTED    ' WS-ACCEPT-COUNT
           DISPLAY 'PALININT - FEEDS REJECTED    ' WS-REJECT-COUNT
           DISPLAY 'PALININT - DETAILS PASSED    ' WS-PASSED-COUNT
           DISPLAY 'PALININT - RETURN CODE       ' WS-INTAKE-RC

           MOVE WS-INTAKE-RC TO RETURN-CODE

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALININT.
