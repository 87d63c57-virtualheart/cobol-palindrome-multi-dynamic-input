      *          THE SINGLE CYCLE-LEVEL PIECES THE DOWNSTREAM STEPS
      *          EXPECT: THE CONCATENATED STREAM CONTROL-TOTAL
      *          REPORTS BECOME ONE CYCLE REPORT (SAME LINE TITLES,
      *          COUNTS SUMMED, SOURCE AND RECORD-TYPE BREAKDOWNS
      *          COMBINED, AND THE PER-STREAM PARAMETER ECHOES AND
      *          NEAR-PALINDROME CLOSE-MISS SECTIONS CARRIED BELOW THE
      *          TOTALS) THAT
      *          PALINREC CAN PARSE, AND THE CONCATENATED STREAM
      *          VERDICT EXTRACTS BECOME ONE EXTRACT WITH A SINGLE
      *          HEADER AND A TRAILER CARRYING THE SUMMED CONTROL
           88  WS-XTR-EOF             VALUE 'Y'.
       01  WS-SRC-SECTION-SW  PIC X(1) VALUE 'N'.
           88  WS-IN-SRC-SECTION      VALUE 'Y'.
       01  WS-TYP-SECTION-SW  PIC X(1) VALUE 'N'.
           88  WS-IN-TYP-SECTION      VALUE 'Y'.
       01  WS-NEAR-SECTION-SW PIC X(1) VALUE 'N'.
           88  WS-IN-NEAR-SECTION     VALUE 'Y'.
       01  WS-PENDING-RUN-SW  PIC X(1) VALUE 'N'.
               10  WS-SRC-NOTPAL      PIC 9(09).
               10  WS-SRC-EXCEPT      PIC 9(09).

       01  WS-TYP-TABLE-AREA.
           05  WS-TYP-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-TYP-OVERFLOW    PIC 9(9) VALUE ZERO.
           05  WS-TYP-ENTRY OCCURS 10 TIMES.
               10  WS-TYP-KEY         PIC X(01).
               10  WS-TYP-READ        PIC 9(09).
               10  WS-TYP-POSITIVE    PIC 9(09).
               10  WS-TYP-NEGATIVE    PIC 9(09).
               10  WS-TYP-EXCEPT      PIC 9(09).
               10  WS-TYP-VERDICTS    PIC X(30).

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RSL-EXCEPT      PIC ZZZZZZZZ9.

       01  WS-RPT-TYP-HEADER.
           05  FILLER             PIC X(06) VALUE 'TYPE'.
           05  FILLER             PIC X(09) VALUE '     READ'.
           05  FILLER             PIC X(11) VALUE '   POSITIVE'.
           05  FILLER             PIC X(11) VALUE '   NEGATIVE'.
           05  FILLER             PIC X(11) VALUE '  EXCEPTION'.
           05  FILLER             PIC X(10) VALUE '  VERDICTS'.

       01  WS-RPT-TYP-LINE.
           05  WS-RTL-TYPE        PIC X(01).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-RTL-READ        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RTL-POSITIVE    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RTL-NEGATIVE    PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RTL-EXCEPT      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RTL-VERDICTS    PIC X(30).

       01  WS-XTR-HEADER-RECORD.
           05  FILLER             PIC X(01) VALUE 'H'.
           05  WS-XH-RUN-ID       PIC X(08).
                   'PALINDROME CONTROL TOTAL REPORT'
               ADD 1 TO WS-STREAM-RPT-COUNT
               MOVE 'N' TO WS-SRC-SECTION-SW
               MOVE 'N' TO WS-TYP-SECTION-SW
               MOVE 'N' TO WS-NEAR-SECTION-SW
               MOVE 'Y' TO WS-PENDING-RUN-SW
               GO TO 1100-PARSE-LINE-PARA-EXIT
           IF STREAM-REPORT-RECORD (1:28) =
                   'NEAR-PALINDROME CLOSE MISSES'
               MOVE 'N' TO WS-SRC-SECTION-SW
               MOVE 'N' TO WS-TYP-SECTION-SW
               MOVE 'Y' TO WS-NEAR-SECTION-SW
               MOVE SPACES TO WS-CARRY-WORK
               PERFORM 1300-CARRY-LINE-PARA THRU
               GO TO 1100-PARSE-LINE-PARA-EXIT
           END-IF

           IF STREAM-REPORT-RECORD (1:21) = 'COUNTS BY RECORD TYPE'
               MOVE 'Y' TO WS-TYP-SECTION-SW
               GO TO 1100-PARSE-LINE-PARA-EXIT
           END-IF

           IF WS-IN-TYP-SECTION
               PERFORM 1250-PARSE-TYPE-PARA THRU
                       1250-PARSE-TYPE-PARA-EXIT
               GO TO 1100-PARSE-LINE-PARA-EXIT
           END-IF

           IF SR-LINE-TITLE = 'RECORDS READ .......... '
               ADD FUNCTION NUMVAL(SR-LINE-COUNT) TO WS-SUM-READ-COUNT
           END-IF
       1200-PARSE-SOURCE-PARA-EXIT.
           EXIT.

      * THE VERDICTS TEXT OF A TYPE LINE IS CARRIED AS THE STREAM
      * REPORT GAVE IT.
       1250-PARSE-TYPE-PARA.
           IF STREAM-REPORT-RECORD = SPACES
               MOVE 'N' TO WS-TYP-SECTION-SW
               GO TO 1250-PARSE-TYPE-PARA-EXIT
           END-IF

           IF STREAM-REPORT-RECORD (1:4) = 'TYPE'
               GO TO 1250-PARSE-TYPE-PARA-EXIT
           END-IF

           IF STREAM-REPORT-RECORD (15:1) IS NOT NUMERIC
               GO TO 1250-PARSE-TYPE-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYP-COUNT OR WS-HIT-SUB > ZERO
               IF WS-TYP-KEY (WS-SUB) =
                       STREAM-REPORT-RECORD (1:1)
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
               IF WS-TYP-COUNT < 10
                   ADD 1 TO WS-TYP-COUNT
                   MOVE WS-TYP-COUNT TO WS-HIT-SUB
                   MOVE STREAM-REPORT-RECORD (1:1) TO
                       WS-TYP-KEY (WS-HIT-SUB)
                   MOVE STREAM-REPORT-RECORD (51:30) TO
                       WS-TYP-VERDICTS (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-READ (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-POSITIVE (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-NEGATIVE (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-EXCEPT (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-TYP-OVERFLOW
                   GO TO 1250-PARSE-TYPE-PARA-EXIT
               END-IF
           END-IF

           ADD FUNCTION NUMVAL(STREAM-REPORT-RECORD (7:9)) TO
               WS-TYP-READ (WS-HIT-SUB)
           ADD FUNCTION NUMVAL(STREAM-REPORT-RECORD (18:9)) TO
               WS-TYP-POSITIVE (WS-HIT-SUB)
           ADD FUNCTION NUMVAL(STREAM-REPORT-RECORD (29:9)) TO
               WS-TYP-NEGATIVE (WS-HIT-SUB)
           ADD FUNCTION NUMVAL(STREAM-REPORT-RECORD (40:9)) TO
               WS-TYP-EXCEPT (WS-HIT-SUB).

       1250-PARSE-TYPE-PARA-EXIT.
           EXIT.

       1300-CARRY-LINE-PARA.
           IF WS-CARRY-COUNT < 120
               ADD 1 TO WS-CARRY-COUNT
               WRITE CYCLE-REPORT-RECORD
           END-IF

           MOVE SPACES TO CYCLE-REPORT-RECORD
           WRITE CYCLE-REPORT-RECORD
           MOVE 'COUNTS BY RECORD TYPE' TO CYCLE-REPORT-RECORD
           WRITE CYCLE-REPORT-RECORD
           MOVE WS-RPT-TYP-HEADER TO CYCLE-REPORT-RECORD
           WRITE CYCLE-REPORT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYP-COUNT
               MOVE WS-TYP-KEY (WS-SUB) TO WS-RTL-TYPE
               MOVE WS-TYP-READ (WS-SUB) TO WS-RTL-READ
               MOVE WS-TYP-POSITIVE (WS-SUB) TO WS-RTL-POSITIVE
               MOVE WS-TYP-NEGATIVE (WS-SUB) TO WS-RTL-NEGATIVE
               MOVE WS-TYP-EXCEPT (WS-SUB) TO WS-RTL-EXCEPT
               MOVE WS-TYP-VERDICTS (WS-SUB) TO WS-RTL-VERDICTS
               MOVE WS-RPT-TYP-LINE TO CYCLE-REPORT-RECORD
               WRITE CYCLE-REPORT-RECORD
           END-PERFORM

           IF WS-TYP-COUNT = ZERO
               MOVE 'NO RECORDS READ THIS RUN' TO CYCLE-REPORT-RECORD
               WRITE CYCLE-REPORT-RECORD
           END-IF

           MOVE SPACES TO CYCLE-REPORT-RECORD
           WRITE CYCLE-REPORT-RECORD
           MOVE 'STREAM REPORTS MERGED . ' TO WS-RC-TITLE
