      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINVOL - PER-SOURCE VOLUME ANOMALY GATE.  RUNS
      *          AFTER THE SPLIT AND BEFORE THE STREAM JOBS ARE
      *          RELEASED.  COUNTS TONIGHT'S ACCEPTED INPUT BY SOURCE
      *          SYSTEM AND RECORD TYPE AND COMPARES EACH SOURCE'S
      *          TOTAL WITH ITS AVERAGE OVER THE LAST N CYCLES (PARM,
      *          DEFAULT 10, AT MOST 30).  THE HISTORY IS BUILT FROM
      *          THE PER-SOURCE RECORD COUNTS ON THE FEED-CONTROL FILE
      *          OF ACCEPTED FEEDS, SUMMED BY CYCLE DATE; TONIGHT'S
      *          OWN ENTRIES - THOSE UNDER THE LATEST CYCLE DATE ON THE
      *          FILE, JUST LOGGED BY THE INTAKE CHECK - ARE LEFT OUT,
      *          WHATEVER THE CLOCK DATE.  THE AVERAGE IS TAKEN OVER
      *          THE CYCLES IN WHICH THE SOURCE ACTUALLY SENT.  THE
      *          LIMITS FILE GIVES EACH SOURCE A LOW AND HIGH LIMIT AS
      *          A PERCENTAGE OF THAT AVERAGE, AND WHETHER IT MAY SKIP
      *          A NIGHT.  A SOURCE IS FLAGGED WHEN IT IS ABOVE OR
      *          BELOW ITS LIMITS, MISSING WHEN IT MAY NOT SKIP, OR
      *          HAS NO LIMITS ON FILE.  A SOURCE MISSING TONIGHT
      *          THAT MAY SKIP, OR ONE WITH NO HISTORY YET, IS
      *          REPORTED BUT DOES NOT HOLD THE CYCLE.
      *          RETURN CODES: 0 ALL SOURCES IN RANGE - RELEASE THE
      *          STREAMS, 8 A SOURCE IS FLAGGED - HOLD THE CYCLE FOR
      *          OPERATIONS APPROVAL (SEE THE VARIANCE REPORT),
      *          16 FILE OPEN FAILURE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINVOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-FILE ASSIGN TO "PALINACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.

           SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO "PALINFCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT VOLUME-LIMITS-FILE ASSIGN TO "PALINVLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "PALINVLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD.
           05  AC-RECORD-TYPE          PIC X(01).
           05  AC-SOURCE-SYSTEM        PIC X(01).
           05  AC-INPUT-VALUE          PIC X(81).

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

      * VOLUME LIMITS - SOURCE SYSTEM IN COLUMN 1, LOW LIMIT IN
      * COLUMNS 3-5 AND HIGH LIMIT IN COLUMNS 7-9 AS WHOLE PERCENTAGES
      * OF THE SOURCE'S TRAILING AVERAGE (E.G. 050 AND 200), MAY-SKIP
      * FLAG Y/N IN COLUMN 11 (BLANK = N), FREE-FORM DESCRIPTION FROM
      * COLUMN 13.  '*' IN COLUMN 1 = COMMENT.
       FD  VOLUME-LIMITS-FILE.
       01  VOLUME-LIMITS-RECORD.
           05  VL-SOURCE-SYSTEM        PIC X(01).
           05  FILLER                  PIC X(01).
           05  VL-LOW-PCT              PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VL-HIGH-PCT             PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VL-MAY-SKIP             PIC X(01).
           05  FILLER                  PIC X(01).
           05  VL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(38).

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ACCEPTED-STATUS PIC X(2).
       01  WS-CONTROL-STATUS  PIC X(2).
       01  WS-LIMITS-STATUS   PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).

       01  WS-ACCEPTED-EOF-SW PIC X(1) VALUE 'N'.
           88  WS-ACCEPTED-EOF        VALUE 'Y'.
       01  WS-CONTROL-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-CONTROL-EOF         VALUE 'Y'.
       01  WS-LIMITS-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-LIMITS-EOF          VALUE 'Y'.

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  FILLER             PIC X(13).

       01  WS-HISTORY-CYCLES  PIC 9(2) VALUE 10.
       01  WS-CYCLES-KEPT     PIC 9(2) VALUE ZERO.
       01  WS-TONIGHT-CYCLE   PIC X(10) VALUE SPACES.

       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-SUB-2           PIC 9(4) VALUE ZERO.
       01  WS-HIT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-SRC-SUB         PIC 9(4) VALUE ZERO.
       01  WS-CYC-SUB         PIC 9(4) VALUE ZERO.
       01  WS-IN-SOURCE       PIC X(01) VALUE SPACE.
       01  WS-PREV-SOURCE     PIC X(01) VALUE LOW-VALUE.

       01  WS-ACC-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-CTL-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-CTL-TONIGHT-COUNT PIC 9(9) VALUE ZERO.
       01  WS-CTL-OLD-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-LIM-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-LIM-BAD-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-FLAGGED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-NOTED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-OVERFLOW-COUNT  PIC 9(9) VALUE ZERO.

      * ONE ENTRY PER SOURCE SYSTEM SEEN ON THE LIMITS FILE, TONIGHT
      * OR IN THE HISTORY, IN THE ORDER FIRST SEEN.
       01  WS-SRC-TABLE-AREA.
           05  WS-SRC-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 40 TIMES.
               10  WS-SRC-KEY         PIC X(01).
               10  WS-SRC-TONIGHT     PIC 9(09).
               10  WS-SRC-LIMITS-SW   PIC X(01).
                   88  WS-SRC-HAS-LIMITS    VALUE 'Y'.
               10  WS-SRC-LOW-PCT     PIC 9(03).
               10  WS-SRC-HIGH-PCT    PIC 9(03).
               10  WS-SRC-MAY-SKIP    PIC X(01).
                   88  WS-SRC-SKIP-ALLOWED  VALUE 'Y'.
               10  WS-SRC-HIST-TOTAL  PIC 9(11).
               10  WS-SRC-HIST-CYCLES PIC 9(04).
               10  WS-SRC-STATUS      PIC X(20).
               10  WS-SRC-HOLD-SW     PIC X(01).
                   88  WS-SRC-HOLDS         VALUE 'Y'.

      * ONE ENTRY PER SOURCE SYSTEM AND RECORD TYPE TONIGHT, KEPT IN
      * SOURCE AND TYPE ORDER FOR THE REPORT.
       01  WS-TYP-TABLE-AREA.
           05  WS-TYP-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-TYP-ENTRY OCCURS 400 TIMES.
               10  WS-TYP-KEY.
                   15  WS-TYP-SOURCE      PIC X(01).
                   15  WS-TYP-TYPE        PIC X(01).
               10  WS-TYP-TONIGHT     PIC 9(09).
       01  WS-IN-KEY.
           05  WS-IK-SOURCE       PIC X(01).
           05  WS-IK-TYPE         PIC X(01).

      * THE TRAILING CYCLES, OLDEST FIRST, PLUS TONIGHT'S WHILE THE
      * FILE IS READ.  EACH HOLDS ITS ENTRY COUNT AND THE RECORD COUNT
      * OF EVERY SOURCE, SUBSCRIPTED AS THE SOURCE TABLE.
       01  WS-CYC-TABLE-AREA.
           05  WS-CYC-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CYC-ENTRY OCCURS 31 TIMES.
               10  WS-CYC-DATE        PIC X(10).
               10  WS-CYC-ENTRIES     PIC 9(09).
               10  WS-CYC-SRC-RECORDS OCCURS 40 TIMES PIC 9(09).

      * ONE SOURCE'S TEST AGAINST ITS LIMITS.
       01  WS-EV-AVERAGE      PIC 9(09)V99 VALUE ZERO.
       01  WS-EV-LOW-BOUND    PIC 9(09) VALUE ZERO.
       01  WS-EV-HIGH-BOUND   PIC 9(09) VALUE ZERO.
       01  WS-EV-VARIANCE     PIC S9(07) VALUE ZERO.
       01  WS-EV-JUDGED-SW    PIC X(1) VALUE 'N'.
           88  WS-EV-JUDGED           VALUE 'Y'.

       01  WS-VOL-HEADER-1.
           05  FILLER             PIC X(40) VALUE
               'PALINDROME VOLUME ANOMALY GATE'.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  WS-VH1-RUN-DATE    PIC X(10).
           05  FILLER             PIC X(18) VALUE
               '   HISTORY CYCLES '.
           05  WS-VH1-CYCLES-USED PIC Z9.
           05  FILLER             PIC X(04) VALUE ' OF '.
           05  WS-VH1-CYCLES-WANTED PIC Z9.
           05  FILLER             PIC X(09) VALUE '   CYCLE '.
           05  WS-VH1-CYCLE-DATE  PIC X(10).

       01  WS-VOL-HEADER-2.
           05  FILLER             PIC X(11) VALUE 'SOURCE TYPE'.
           05  FILLER             PIC X(10) VALUE '   TONIGHT'.
           05  FILLER             PIC X(07) VALUE ' CYCLES'.
           05  FILLER             PIC X(13) VALUE '      AVERAGE'.
           05  FILLER             PIC X(11) VALUE '  LOW LIMIT'.
           05  FILLER             PIC X(11) VALUE ' HIGH LIMIT'.
           05  FILLER             PIC X(10) VALUE '  VARIANCE'.
           05  FILLER             PIC X(05) VALUE ' SKIP'.
           05  FILLER             PIC X(08) VALUE '  STATUS'.

       01  WS-VOL-SOURCE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-VL-SOURCE       PIC X(01).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  WS-VL-TONIGHT      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-VL-CYCLES       PIC ZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-VL-AVERAGE      PIC ZZZZZZZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VL-LOW          PIC ZZZZZZZZ9.
           05  WS-VL-LOW-X REDEFINES WS-VL-LOW PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VL-HIGH         PIC ZZZZZZZZ9.
           05  WS-VL-HIGH-X REDEFINES WS-VL-HIGH PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VL-VARIANCE     PIC -------9.
           05  WS-VL-VARIANCE-X REDEFINES WS-VL-VARIANCE PIC X(08).
           05  WS-VL-PCT-SIGN     PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-VL-MAY-SKIP     PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VL-STATUS       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VL-ACTION       PIC X(04).

       01  WS-VOL-TYPE-LINE.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  WS-VT-TYPE         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-VT-TONIGHT      PIC ZZZZZZZZ9.

       01  WS-TOT-LINE.
           05  WS-TL-TITLE        PIC X(32).
           05  WS-TL-COUNT        PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           05  LS-HISTORY-CYCLES  PIC X(02).

       PROCEDURE DIVISION USING LS-PARM-RECORD.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 0200-LOAD-LIMITS-PARA THRU
                   0200-LOAD-LIMITS-PARA-EXIT

           PERFORM 1000-COUNT-TONIGHT-PARA THRU
                   1000-COUNT-TONIGHT-PARA-EXIT

           PERFORM 2000-SCAN-HISTORY-PARA THRU
                   2000-SCAN-HISTORY-PARA-EXIT

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               PERFORM 3000-EVALUATE-SOURCE-PARA THRU
                       3000-EVALUATE-SOURCE-PARA-EXIT
               IF WS-SRC-HOLDS (WS-SRC-SUB)
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-PERFORM

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

           IF LS-PARM-LEN > ZERO
               IF LS-HISTORY-CYCLES IS NUMERIC AND
                       LS-HISTORY-CYCLES NOT = '00' AND
                       LS-HISTORY-CYCLES NOT > '30'
                   MOVE LS-HISTORY-CYCLES TO WS-HISTORY-CYCLES
               ELSE
                   DISPLAY 'INVALID HISTORY PARM "' LS-HISTORY-CYCLES
                       '" - 10 CYCLES USED'
               END-IF
           END-IF

           OPEN INPUT VOLUME-LIMITS-FILE
           IF WS-LIMITS-STATUS NOT = '00'
               DISPLAY 'VOLUME-LIMITS-FILE OPEN FAILED - STATUS '
                   WS-LIMITS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCEPTED-FILE
           IF WS-ACCEPTED-STATUS NOT = '00'
               DISPLAY 'ACCEPTED-FILE OPEN FAILED - STATUS '
                   WS-ACCEPTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FEED-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00' AND
                   WS-CONTROL-STATUS NOT = '05'
               DISPLAY 'FEED-CONTROL-FILE OPEN FAILED - STATUS '
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'VARIANCE-REPORT-FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

       0200-LOAD-LIMITS-PARA.
           PERFORM UNTIL WS-LIMITS-EOF
               READ VOLUME-LIMITS-FILE
                   AT END
                       MOVE 'Y' TO WS-LIMITS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LIM-READ-COUNT
                       PERFORM 0250-TABLE-LIMIT-PARA THRU
                               0250-TABLE-LIMIT-PARA-EXIT
               END-READ
           END-PERFORM
           CLOSE VOLUME-LIMITS-FILE.

       0200-LOAD-LIMITS-PARA-EXIT.
           EXIT.

      * A LATER LINE FOR THE SAME SOURCE REPLACES AN EARLIER ONE.
       0250-TABLE-LIMIT-PARA.
           IF VL-SOURCE-SYSTEM = '*' OR VOLUME-LIMITS-RECORD = SPACES
               GO TO 0250-TABLE-LIMIT-PARA-EXIT
           END-IF

           IF VL-SOURCE-SYSTEM = SPACE OR
                   VL-LOW-PCT IS NOT NUMERIC OR
                   VL-HIGH-PCT IS NOT NUMERIC OR
                   VL-LOW-PCT > VL-HIGH-PCT OR
                   (VL-MAY-SKIP NOT = 'Y' AND VL-MAY-SKIP NOT = 'N'
                    AND VL-MAY-SKIP NOT = SPACE)
               ADD 1 TO WS-LIM-BAD-COUNT
               DISPLAY 'LIMITS LINE ' WS-LIM-READ-COUNT
                   ' UNREADABLE - IGNORED'
               GO TO 0250-TABLE-LIMIT-PARA-EXIT
           END-IF

           MOVE VL-SOURCE-SYSTEM TO WS-IN-SOURCE
           PERFORM 5000-FIND-SOURCE-PARA THRU
                   5000-FIND-SOURCE-PARA-EXIT
           IF WS-HIT-SUB = ZERO
               GO TO 0250-TABLE-LIMIT-PARA-EXIT
           END-IF

           MOVE 'Y' TO WS-SRC-LIMITS-SW (WS-HIT-SUB)
           MOVE VL-LOW-PCT TO WS-SRC-LOW-PCT (WS-HIT-SUB)
           MOVE VL-HIGH-PCT TO WS-SRC-HIGH-PCT (WS-HIT-SUB)
           IF VL-MAY-SKIP = 'Y'
               MOVE 'Y' TO WS-SRC-MAY-SKIP (WS-HIT-SUB)
           ELSE
               MOVE 'N' TO WS-SRC-MAY-SKIP (WS-HIT-SUB)
           END-IF.

       0250-TABLE-LIMIT-PARA-EXIT.
           EXIT.

       1000-COUNT-TONIGHT-PARA.
           PERFORM UNTIL WS-ACCEPTED-EOF
               READ ACCEPTED-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCEPTED-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACC-READ-COUNT
                       PERFORM 1100-TALLY-RECORD-PARA THRU
                               1100-TALLY-RECORD-PARA-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCEPTED-FILE.

       1000-COUNT-TONIGHT-PARA-EXIT.
           EXIT.

       1100-TALLY-RECORD-PARA.
           MOVE AC-SOURCE-SYSTEM TO WS-IN-SOURCE
           PERFORM 5000-FIND-SOURCE-PARA THRU
                   5000-FIND-SOURCE-PARA-EXIT
           IF WS-HIT-SUB = ZERO
               GO TO 1100-TALLY-RECORD-PARA-EXIT
           END-IF
           ADD 1 TO WS-SRC-TONIGHT (WS-HIT-SUB)

           MOVE AC-SOURCE-SYSTEM TO WS-IK-SOURCE
           MOVE AC-RECORD-TYPE TO WS-IK-TYPE

           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYP-COUNT OR WS-HIT-SUB > ZERO
                   OR WS-TYP-KEY (WS-SUB) > WS-IN-KEY
               IF WS-TYP-KEY (WS-SUB) = WS-IN-KEY
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
               IF WS-TYP-COUNT NOT < 400
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 1100-TALLY-RECORD-PARA-EXIT
               END-IF
               PERFORM VARYING WS-SUB-2 FROM WS-TYP-COUNT BY -1
                       UNTIL WS-SUB-2 < WS-SUB
                   MOVE WS-TYP-ENTRY (WS-SUB-2) TO
                       WS-TYP-ENTRY (WS-SUB-2 + 1)
               END-PERFORM
               ADD 1 TO WS-TYP-COUNT
               MOVE WS-SUB TO WS-HIT-SUB
               MOVE WS-IN-KEY TO WS-TYP-KEY (WS-HIT-SUB)
               MOVE ZERO TO WS-TYP-TONIGHT (WS-HIT-SUB)
           END-IF

           ADD 1 TO WS-TYP-TONIGHT (WS-HIT-SUB).

       1100-TALLY-RECORD-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ONE PASS OF THE FEED-CONTROL FILE.  ITS ENTRIES ARE APPENDED IN
      * CYCLE ORDER, SO THE LAST N+1 CYCLE DATES ARE KEPT BY DROPPING
      * THE OLDEST CYCLE WHEN A NEW ONE ARRIVES ON A FULL TABLE.  THE
      * LATEST CYCLE IS TONIGHT'S - THE INTAKE CHECK LOGS TONIGHT'S
      * FEEDS, AND A RERUN'S, BEFORE THIS STEP RUNS - SO IT HOLDS THE
      * VOLUMES UNDER TEST, NOT HISTORY, AND IS DROPPED AFTER THE PASS.
      * THE CLOCK IS NOT USED: A CYCLE THAT CROSSES MIDNIGHT IS STILL
      * TONIGHT'S.
      ******************************************************************
       2000-SCAN-HISTORY-PARA.
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 2000-SCAN-HISTORY-PARA-EXIT
           END-IF

           COMPUTE WS-CYCLES-KEPT = WS-HISTORY-CYCLES + 1

           PERFORM UNTIL WS-CONTROL-EOF
               READ FEED-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CTL-READ-COUNT
                       PERFORM 2100-APPLY-CONTROL-PARA THRU
                               2100-APPLY-CONTROL-PARA-EXIT
               END-READ
           END-PERFORM
           CLOSE FEED-CONTROL-FILE

           PERFORM 2200-DROP-TONIGHT-PARA THRU
                   2200-DROP-TONIGHT-PARA-EXIT

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                       UNTIL WS-CYC-SUB > WS-CYC-COUNT
                   IF WS-CYC-SRC-RECORDS (WS-CYC-SUB WS-SRC-SUB) >
                           ZERO
                       ADD 1 TO WS-SRC-HIST-CYCLES (WS-SRC-SUB)
                       ADD WS-CYC-SRC-RECORDS (WS-CYC-SUB WS-SRC-SUB)
                           TO WS-SRC-HIST-TOTAL (WS-SRC-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-SCAN-HISTORY-PARA-EXIT.
           EXIT.

       2100-APPLY-CONTROL-PARA.
           IF FC-RECORD-COUNT IS NOT NUMERIC OR
                   FC-CYCLE-DATE = SPACES
               GO TO 2100-APPLY-CONTROL-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-CYC-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CYC-COUNT OR WS-CYC-SUB > ZERO
               IF WS-CYC-DATE (WS-SUB) = FC-CYCLE-DATE
                   MOVE WS-SUB TO WS-CYC-SUB
               END-IF
           END-PERFORM

           IF WS-CYC-SUB = ZERO
               IF WS-CYC-COUNT < WS-CYCLES-KEPT
                   ADD 1 TO WS-CYC-COUNT
               ELSE
                   IF FC-CYCLE-DATE < WS-CYC-DATE (1)
                       ADD 1 TO WS-CTL-OLD-COUNT
                       GO TO 2100-APPLY-CONTROL-PARA-EXIT
                   END-IF
                   PERFORM VARYING WS-SUB FROM 2 BY 1
                           UNTIL WS-SUB > WS-CYC-COUNT
                       MOVE WS-CYC-ENTRY (WS-SUB) TO
                           WS-CYC-ENTRY (WS-SUB - 1)
                   END-PERFORM
               END-IF
               MOVE WS-CYC-COUNT TO WS-CYC-SUB
               INITIALIZE WS-CYC-ENTRY (WS-CYC-SUB)
               MOVE FC-CYCLE-DATE TO WS-CYC-DATE (WS-CYC-SUB)
           END-IF
           ADD 1 TO WS-CYC-ENTRIES (WS-CYC-SUB)

           MOVE FC-SOURCE-SYSTEM TO WS-IN-SOURCE
           PERFORM 5000-FIND-SOURCE-PARA THRU
                   5000-FIND-SOURCE-PARA-EXIT
           IF WS-HIT-SUB = ZERO
               GO TO 2100-APPLY-CONTROL-PARA-EXIT
           END-IF

           ADD FC-RECORD-COUNT TO
               WS-CYC-SRC-RECORDS (WS-CYC-SUB WS-HIT-SUB).

       2100-APPLY-CONTROL-PARA-EXIT.
           EXIT.

      * TAKE TONIGHT'S CYCLE - THE HIGHEST CYCLE DATE READ - OUT OF THE
      * TABLE, CLOSING UP THE CYCLES AFTER IT.
       2200-DROP-TONIGHT-PARA.
           IF WS-CYC-COUNT = ZERO
               GO TO 2200-DROP-TONIGHT-PARA-EXIT
           END-IF

           MOVE 1 TO WS-CYC-SUB
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > WS-CYC-COUNT
               IF WS-CYC-DATE (WS-SUB) > WS-CYC-DATE (WS-CYC-SUB)
                   MOVE WS-SUB TO WS-CYC-SUB
               END-IF
           END-PERFORM

           MOVE WS-CYC-DATE (WS-CYC-SUB) TO WS-TONIGHT-CYCLE
           MOVE WS-CYC-ENTRIES (WS-CYC-SUB) TO WS-CTL-TONIGHT-COUNT

           PERFORM VARYING WS-SUB FROM WS-CYC-SUB BY 1
                   UNTIL WS-SUB NOT < WS-CYC-COUNT
               MOVE WS-CYC-ENTRY (WS-SUB + 1) TO WS-CYC-ENTRY (WS-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-CYC-COUNT.

       2200-DROP-TONIGHT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * TEST ONE SOURCE.  WITH NO HISTORY THERE IS NOTHING TO COMPARE
      * AGAINST, SO THE SOURCE IS ONLY NOTED.  A SOURCE LAST SEEN
      * BEFORE THE HISTORY WINDOW AND NOT ON THE LIMITS FILE HAS
      * STOPPED SENDING AND IS LEFT OFF THE REPORT.
      ******************************************************************
       3000-EVALUATE-SOURCE-PARA.
           MOVE 'N' TO WS-SRC-HOLD-SW (WS-SRC-SUB)
           MOVE SPACES TO WS-SRC-STATUS (WS-SRC-SUB)

           IF WS-SRC-TONIGHT (WS-SRC-SUB) = ZERO AND
                   WS-SRC-HIST-CYCLES (WS-SRC-SUB) = ZERO AND
                   NOT WS-SRC-HAS-LIMITS (WS-SRC-SUB)
               GO TO 3000-EVALUATE-SOURCE-PARA-EXIT
           END-IF

           IF WS-SRC-TONIGHT (WS-SRC-SUB) = ZERO
               IF WS-SRC-HAS-LIMITS (WS-SRC-SUB) AND
                       WS-SRC-SKIP-ALLOWED (WS-SRC-SUB)
                   MOVE 'MISSING - MAY SKIP' TO
                       WS-SRC-STATUS (WS-SRC-SUB)
                   ADD 1 TO WS-NOTED-COUNT
               ELSE
                   MOVE 'MISSING' TO WS-SRC-STATUS (WS-SRC-SUB)
                   MOVE 'Y' TO WS-SRC-HOLD-SW (WS-SRC-SUB)
               END-IF
               GO TO 3000-EVALUATE-SOURCE-PARA-EXIT
           END-IF

           IF NOT WS-SRC-HAS-LIMITS (WS-SRC-SUB)
               MOVE 'NO LIMITS ON FILE' TO WS-SRC-STATUS (WS-SRC-SUB)
               MOVE 'Y' TO WS-SRC-HOLD-SW (WS-SRC-SUB)
               GO TO 3000-EVALUATE-SOURCE-PARA-EXIT
           END-IF

           IF WS-SRC-HIST-CYCLES (WS-SRC-SUB) = ZERO
               MOVE 'NO HISTORY' TO WS-SRC-STATUS (WS-SRC-SUB)
               ADD 1 TO WS-NOTED-COUNT
               GO TO 3000-EVALUATE-SOURCE-PARA-EXIT
           END-IF

           PERFORM 3100-COMPUTE-BOUNDS-PARA THRU
                   3100-COMPUTE-BOUNDS-PARA-EXIT

           IF WS-SRC-TONIGHT (WS-SRC-SUB) > WS-EV-HIGH-BOUND
               MOVE 'ABOVE LIMIT' TO WS-SRC-STATUS (WS-SRC-SUB)
               MOVE 'Y' TO WS-SRC-HOLD-SW (WS-SRC-SUB)
           ELSE
               IF WS-SRC-TONIGHT (WS-SRC-SUB) < WS-EV-LOW-BOUND
                   MOVE 'BELOW LIMIT' TO WS-SRC-STATUS (WS-SRC-SUB)
                   MOVE 'Y' TO WS-SRC-HOLD-SW (WS-SRC-SUB)
               ELSE
                   MOVE 'IN RANGE' TO WS-SRC-STATUS (WS-SRC-SUB)
               END-IF
           END-IF.

       3000-EVALUATE-SOURCE-PARA-EXIT.
           EXIT.

      * AVERAGE, LIMITS AND VARIANCE OF THE SOURCE AT WS-SRC-SUB.
       3100-COMPUTE-BOUNDS-PARA.
           MOVE 'N' TO WS-EV-JUDGED-SW
           MOVE ZERO TO WS-EV-AVERAGE
           MOVE ZERO TO WS-EV-LOW-BOUND
           MOVE ZERO TO WS-EV-HIGH-BOUND
           MOVE ZERO TO WS-EV-VARIANCE

           IF WS-SRC-HIST-CYCLES (WS-SRC-SUB) = ZERO
               GO TO 3100-COMPUTE-BOUNDS-PARA-EXIT
           END-IF

           COMPUTE WS-EV-AVERAGE ROUNDED =
               WS-SRC-HIST-TOTAL (WS-SRC-SUB) /
               WS-SRC-HIST-CYCLES (WS-SRC-SUB)
           COMPUTE WS-EV-VARIANCE ROUNDED =
               (WS-SRC-TONIGHT (WS-SRC-SUB) - WS-EV-AVERAGE) * 100 /
               WS-EV-AVERAGE

           IF NOT WS-SRC-HAS-LIMITS (WS-SRC-SUB)
               GO TO 3100-COMPUTE-BOUNDS-PARA-EXIT
           END-IF

           MOVE 'Y' TO WS-EV-JUDGED-SW
           COMPUTE WS-EV-LOW-BOUND ROUNDED =
               WS-EV-AVERAGE * WS-SRC-LOW-PCT (WS-SRC-SUB) / 100
           COMPUTE WS-EV-HIGH-BOUND ROUNDED =
               WS-EV-AVERAGE * WS-SRC-HIGH-PCT (WS-SRC-SUB) / 100.

       3100-COMPUTE-BOUNDS-PARA-EXIT.
           EXIT.

      ******************************************************************
      * FIND THE SOURCE ENTRY, OPENING A NEW ONE WHEN IT IS NOT THERE
      * YET.  WS-HIT-SUB IS ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       5000-FIND-SOURCE-PARA.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT OR WS-HIT-SUB > ZERO
               IF WS-SRC-KEY (WS-SUB) = WS-IN-SOURCE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB > ZERO
               GO TO 5000-FIND-SOURCE-PARA-EXIT
           END-IF

           IF WS-SRC-COUNT NOT < 40
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 5000-FIND-SOURCE-PARA-EXIT
           END-IF

           ADD 1 TO WS-SRC-COUNT
           MOVE WS-SRC-COUNT TO WS-HIT-SUB
           MOVE WS-IN-SOURCE TO WS-SRC-KEY (WS-HIT-SUB)
           MOVE ZERO TO WS-SRC-TONIGHT (WS-HIT-SUB)
           MOVE 'N' TO WS-SRC-LIMITS-SW (WS-HIT-SUB)
           MOVE ZERO TO WS-SRC-LOW-PCT (WS-HIT-SUB)
           MOVE ZERO TO WS-SRC-HIGH-PCT (WS-HIT-SUB)
           MOVE 'N' TO WS-SRC-MAY-SKIP (WS-HIT-SUB)
           MOVE ZERO TO WS-SRC-HIST-TOTAL (WS-HIT-SUB)
           MOVE ZERO TO WS-SRC-HIST-CYCLES (WS-HIT-SUB)
           MOVE SPACES TO WS-SRC-STATUS (WS-HIT-SUB)
           MOVE 'N' TO WS-SRC-HOLD-SW (WS-HIT-SUB).

       5000-FIND-SOURCE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE VARIANCE REPORT - ONE LINE PER SOURCE IN SOURCE ORDER WITH
      * TONIGHT'S RECORD TYPES BENEATH IT, THEN THE CONTROL TOTALS AND
      * THE GATE DECISION.
      ******************************************************************
       8000-REPORT-PARA.
           MOVE WS-RUN-DATE TO WS-VH1-RUN-DATE
           MOVE WS-CYC-COUNT TO WS-VH1-CYCLES-USED
           MOVE WS-HISTORY-CYCLES TO WS-VH1-CYCLES-WANTED
           MOVE WS-TONIGHT-CYCLE TO WS-VH1-CYCLE-DATE
           MOVE WS-VOL-HEADER-1 TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE WS-VOL-HEADER-2 TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD

           MOVE LOW-VALUE TO WS-PREV-SOURCE
           PERFORM WS-SRC-COUNT TIMES
               MOVE ZERO TO WS-SRC-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SRC-COUNT
                   IF WS-SRC-KEY (WS-SUB) > WS-PREV-SOURCE
                       IF WS-SRC-SUB = ZERO
                           MOVE WS-SUB TO WS-SRC-SUB
                       ELSE
                           IF WS-SRC-KEY (WS-SUB) <
                                   WS-SRC-KEY (WS-SRC-SUB)
                               MOVE WS-SUB TO WS-SRC-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 8100-SOURCE-LINE-PARA THRU
                       8100-SOURCE-LINE-PARA-EXIT
               MOVE WS-SRC-KEY (WS-SRC-SUB) TO WS-PREV-SOURCE
           END-PERFORM

           IF WS-SRC-COUNT = ZERO
               MOVE 'NO SOURCES TO REPORT' TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           END-IF

           PERFORM 8300-CONTROL-TOTALS-PARA THRU
                   8300-CONTROL-TOTALS-PARA-EXIT.

       8000-REPORT-PARA-EXIT.
           EXIT.

       8100-SOURCE-LINE-PARA.
           IF WS-SRC-STATUS (WS-SRC-SUB) = SPACES
               GO TO 8100-SOURCE-LINE-PARA-EXIT
           END-IF

           PERFORM 3100-COMPUTE-BOUNDS-PARA THRU
                   3100-COMPUTE-BOUNDS-PARA-EXIT

           MOVE WS-SRC-KEY (WS-SRC-SUB) TO WS-VL-SOURCE
           MOVE WS-SRC-TONIGHT (WS-SRC-SUB) TO WS-VL-TONIGHT
           MOVE WS-SRC-HIST-CYCLES (WS-SRC-SUB) TO WS-VL-CYCLES
           MOVE WS-EV-AVERAGE TO WS-VL-AVERAGE
           MOVE WS-EV-LOW-BOUND TO WS-VL-LOW
           MOVE WS-EV-HIGH-BOUND TO WS-VL-HIGH
           MOVE WS-EV-VARIANCE TO WS-VL-VARIANCE
           MOVE '%' TO WS-VL-PCT-SIGN
           IF WS-SRC-HIST-CYCLES (WS-SRC-SUB) = ZERO
               MOVE SPACES TO WS-VL-VARIANCE-X
               MOVE SPACE TO WS-VL-PCT-SIGN
           END-IF
           IF NOT WS-EV-JUDGED
               MOVE SPACES TO WS-VL-LOW-X
               MOVE SPACES TO WS-VL-HIGH-X
           END-IF
           IF WS-SRC-HAS-LIMITS (WS-SRC-SUB)
               MOVE WS-SRC-MAY-SKIP (WS-SRC-SUB) TO WS-VL-MAY-SKIP
           ELSE
               MOVE SPACE TO WS-VL-MAY-SKIP
           END-IF
           MOVE WS-SRC-STATUS (WS-SRC-SUB) TO WS-VL-STATUS
           IF WS-SRC-HOLDS (WS-SRC-SUB)
               MOVE 'HOLD' TO WS-VL-ACTION
           ELSE
               MOVE SPACES TO WS-VL-ACTION
           END-IF
           MOVE WS-VOL-SOURCE-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYP-COUNT
               IF WS-TYP-SOURCE (WS-SUB) = WS-SRC-KEY (WS-SRC-SUB)
                   MOVE WS-TYP-TYPE (WS-SUB) TO WS-VT-TYPE
                   MOVE WS-TYP-TONIGHT (WS-SUB) TO WS-VT-TONIGHT
                   MOVE WS-VOL-TYPE-LINE TO VARIANCE-REPORT-RECORD
                   WRITE VARIANCE-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD.

       8100-SOURCE-LINE-PARA-EXIT.
           EXIT.

       8300-CONTROL-TOTALS-PARA.
           MOVE 'ACCEPTED RECORDS READ ......... ' TO WS-TL-TITLE
           MOVE WS-ACC-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE 'FEED-CONTROL ENTRIES READ ..... ' TO WS-TL-TITLE
           MOVE WS-CTL-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE 'ENTRIES FOR TONIGHT SKIPPED ... ' TO WS-TL-TITLE
           MOVE WS-CTL-TONIGHT-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE 'LIMITS LINES READ ............. ' TO WS-TL-TITLE
           MOVE WS-LIM-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE 'SOURCES NOTED - NOT HELD ...... ' TO WS-TL-TITLE
           MOVE WS-NOTED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE 'SOURCES FLAGGED ............... ' TO WS-TL-TITLE
           MOVE WS-FLAGGED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD

           IF WS-LIM-BAD-COUNT > ZERO
               MOVE 'UNREADABLE LIMITS LINES IGNORED ' TO WS-TL-TITLE
               MOVE WS-LIM-BAD-COUNT TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           END-IF

           IF WS-OVERFLOW-COUNT > ZERO
               MOVE 'TABLE FULL - NOT COUNTED ...... ' TO WS-TL-TITLE
               MOVE WS-OVERFLOW-COUNT TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           END-IF

           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           IF WS-FLAGGED-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
               MOVE 'CYCLE HELD FOR OPERATIONS APPROVAL'
                   TO VARIANCE-REPORT-RECORD
           ELSE
               MOVE 'ALL SOURCES IN RANGE - STREAMS MAY BE RELEASED'
                   TO VARIANCE-REPORT-RECORD
           END-IF
           WRITE VARIANCE-REPORT-RECORD.

       8300-CONTROL-TOTALS-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE VARIANCE-REPORT-FILE

           IF WS-FLAGGED-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINVOL.
