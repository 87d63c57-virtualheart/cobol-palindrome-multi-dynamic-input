           SELECT OPTIONAL PALIN-MASTER-FILE ASSIGN TO "PALINMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PALIN-RECYCNT-FILE ASSIGN TO "PALINRCT"
               88  PI-TYPE-NUMERIC          VALUE 'N'.
               88  PI-TYPE-DATE             VALUE 'D'.
               88  PI-TYPE-WORD             VALUE 'W'.
               88  PI-TYPE-REARRANGE        VALUE 'P'.
           05  PI-SOURCE-SYSTEM        PIC X(01).
           05  PI-INPUT-VALUE          PIC X(81).


       FD  PALIN-MASTER-FILE.
       01  PALIN-MASTER-RECORD.
           05  PM-MASTER-KEY.
               10  PM-RECORD-TYPE      PIC X(01).
               10  PM-VALUE-KEY        PIC X(80).
           05  PM-VERDICT              PIC X(14).
           05  PM-FIRST-SEEN           PIC X(19).
           05  PM-LAST-SEEN            PIC X(19).
               88  OP-STATUS-ACTIVE         VALUE 'A'.
               88  OP-STATUS-SUSPENDED      VALUE 'S'.
           05  FILLER                  PIC X(01).
           05  OP-REC-TYPES            PIC X(05).
           05  OP-TRAN-LKP             PIC X(01).
           05  OP-TRAN-AUQ             PIC X(01).
           05  OP-TRAN-COR             PIC X(01).
           05  OP-TRAN-SEC             PIC X(01).
           05  FILLER                  PIC X(29).

       WORKING-STORAGE SECTION.

       01  WS-PARM-EOF-SW     PIC X(1) VALUE 'N'.
           88  WS-PARM-END-OF-FILE    VALUE 'Y'.
       01  WS-EXCEPT-ABEND-LIMIT PIC 9(9) VALUE ZERO.
       01  WS-TYPES-ENABLED   PIC X(05) VALUE 'TNDW'.
       01  WS-TYPE-HIT-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-PARM-KEY        PIC X(30) VALUE SPACES.
       01  WS-PARM-VALUE      PIC X(50) VALUE SPACES.

       01  WS-RESULT-TEXT     PIC X(14) VALUE SPACES.

      * REARRANGEMENT MODE - HOW MANY TIMES EACH FOLDED LETTER OR DIGIT
      * OCCURS.  A VALUE CAN BE REORDERED INTO A PALINDROME WHEN AT
      * MOST ONE CHARACTER OCCURS AN ODD NUMBER OF TIMES; EACH ODD
      * CHARACTER BEYOND THE FIRST IS ONE THAT BLOCKS IT.
       01  WS-REARR-ALPHABET  PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-REARR-TALLY-AREA.
           05  WS-REARR-TALLY OCCURS 36 TIMES PIC 9(02).
       01  WS-REARR-SUB       PIC 9(4) VALUE ZERO.
       01  WS-REARR-ODD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REARR-BLOCKED-VERDICT.
           05  FILLER             PIC X(11) VALUE 'BLOCKED BY '.
           05  WS-RBV-BLOCKERS    PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-DTL-LINE-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-DTL-PAGE-COUNT  PIC 9(4) VALUE ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RSL-EXCEPT      PIC ZZZZZZZZ9.

      * CONTROL TOTALS BY RECORD TYPE.  THE POSITIVE AND NEGATIVE
      * COLUMNS ARE PALINDROME / NOT PALINDROME FOR THE T, N, D AND W
      * CHECKS AND REARRANGEABLE / BLOCKED FOR THE P CHECK, AS THE
      * VERDICTS COLUMN OF EACH LINE SAYS.
       01  WS-TYP-TABLE-AREA.
           05  WS-TYP-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-TYP-OVERFLOW    PIC 9(9) VALUE ZERO.
           05  WS-TYP-ENTRY OCCURS 10 TIMES.
               10  WS-TYP-KEY         PIC X(01).
               10  WS-TYP-READ        PIC 9(09).
               10  WS-TYP-POSITIVE    PIC 9(09).
               10  WS-TYP-NEGATIVE    PIC 9(09).
               10  WS-TYP-EXCEPT      PIC 9(09).

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

       01  WS-NEAR-MISMATCH   PIC 9(4) VALUE ZERO.
       01  WS-NEAR-PAIRS      PIC 9(4) VALUE ZERO.
       01  WS-NEAR-SCORE      PIC 9(3) VALUE ZERO.
                       0175-PARM-TYPES-PARA-EXIT
               IF WS-PARM-TYPES-OK
                   MOVE SPACES TO WS-TYPES-ENABLED
                   MOVE WS-PARM-WORK (1:5) TO WS-TYPES-ENABLED
                   PERFORM 0180-PARM-ECHO-PARA THRU
                           0180-PARM-ECHO-PARA-EXIT
               ELSE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-VALUE)) TO
               WS-PARM-LEN

           IF WS-PARM-LEN > ZERO AND WS-PARM-LEN NOT > 5
               MOVE 'Y' TO WS-PARM-TYPES-OK-SW
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PARM-LEN
                   IF WS-PARM-WORK (WS-SUB:1) NOT = 'T' AND
                           WS-PARM-WORK (WS-SUB:1) NOT = 'N' AND
                           WS-PARM-WORK (WS-SUB:1) NOT = 'D' AND
                           WS-PARM-WORK (WS-SUB:1) NOT = 'W' AND
                           WS-PARM-WORK (WS-SUB:1) NOT = 'P'
                       MOVE 'N' TO WS-PARM-TYPES-OK-SW
                   END-IF
               END-PERFORM
           END-IF

           IF WS-OPR-REJECT-REASON = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-TYPES-ENABLED (WS-SUB:1) TO
                       WS-OPR-TYPE-CHAR
                   IF WS-OPR-TYPE-CHAR NOT = SPACE
                   GO TO 1000-FIND-DETAIL-PARA
               END-IF

               IF PI-TYPE-REARRANGE
                   PERFORM 1050-NORMALIZE-PARA THRU
                           1050-NORMALIZE-PARA-EXIT
                   IF WS-COMPARE-OK
                       PERFORM 1300-MASTER-LOOKUP-PARA THRU
                               1300-MASTER-LOOKUP-PARA-EXIT
                       IF NOT WS-MASTER-HIT
                           PERFORM 1075-REARRANGE-CHECK-PARA THRU
                                   1075-REARRANGE-CHECK-PARA-EXIT
                           PERFORM 1350-MASTER-ADD-PARA THRU
                                   1350-MASTER-ADD-PARA-EXIT
                       END-IF
                       PERFORM 1400-WRITE-AUDIT-PARA THRU
                               1400-WRITE-AUDIT-PARA-EXIT
                   ELSE
                       MOVE 'EXCEPTION' TO WS-RESULT-TEXT
                       PERFORM 1600-WRITE-EXCEPT-PARA THRU
                               1600-WRITE-EXCEPT-PARA-EXIT
                   END-IF
                   GO TO 1000-FIND-DETAIL-PARA
               END-IF

               IF PI-TYPE-NUMERIC
                   PERFORM 1070-NUMERIC-CHECK-PARA THRU
                           1070-NUMERIC-CHECK-PARA-EXIT
           PERFORM 1800-TALLY-SOURCE-PARA THRU
                   1800-TALLY-SOURCE-PARA-EXIT

           PERFORM 1850-TALLY-TYPE-PARA THRU
                   1850-TALLY-TYPE-PARA-EXIT

           COMPUTE WS-CUM-COUNT = WS-SKIP-BASE-COUNT + WS-REC-COUNT
           IF FUNCTION MOD(WS-CUM-COUNT, WS-CHECKPOINT-INTERVAL) = ZERO
               PERFORM 1500-CHECKPOINT-PARA THRU

       1100-VALIDATE-PARA.
           IF NOT PI-TYPE-TEXT AND NOT PI-TYPE-NUMERIC AND
                   NOT PI-TYPE-DATE AND NOT PI-TYPE-WORD AND
                   NOT PI-TYPE-REARRANGE
               MOVE 'N' TO WS-INPUT-VALID-SW
               MOVE 'INVALID RECORD TYPE FLAG' TO WS-EXCEPT-REASON
           END-IF
       1065-WORD-COMPARE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * REARRANGEMENT MODE WORKS ON THE TEXT-MODE FOLD IN WS-PAL.  THE
      * VERDICT IS REARRANGEABLE, OR BLOCKED BY THE NUMBER OF
      * CHARACTERS THAT STOP ANY REORDERING FROM READING THE SAME BOTH
      * WAYS.
      ******************************************************************
       1075-REARRANGE-CHECK-PARA.
           MOVE ZERO TO WS-REARR-TALLY-AREA
           MOVE ZERO TO WS-REARR-ODD-COUNT

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NORM-LEN
               MOVE ZERO TO WS-REARR-SUB
               INSPECT WS-REARR-ALPHABET TALLYING WS-REARR-SUB
                   FOR CHARACTERS BEFORE INITIAL WS-PAL (WS-J:1)
               ADD 1 TO WS-REARR-SUB
               IF WS-REARR-SUB NOT > 36
                   ADD 1 TO WS-REARR-TALLY (WS-REARR-SUB)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-REARR-SUB FROM 1 BY 1
                   UNTIL WS-REARR-SUB > 36
               IF FUNCTION MOD(WS-REARR-TALLY (WS-REARR-SUB), 2) = 1
                   ADD 1 TO WS-REARR-ODD-COUNT
               END-IF
           END-PERFORM

           IF WS-REARR-ODD-COUNT > 1
               COMPUTE WS-RBV-BLOCKERS = WS-REARR-ODD-COUNT - 1
               MOVE WS-REARR-BLOCKED-VERDICT TO WS-RESULT-TEXT
               ADD 1 TO WS-NOTPAL-COUNT
           ELSE
               MOVE 'REARRANGEABLE' TO WS-RESULT-TEXT
               ADD 1 TO WS-PAL-COUNT
           END-IF.

       1075-REARRANGE-CHECK-PARA-EXIT.
           EXIT.

       1070-NUMERIC-CHECK-PARA.
           MOVE FUNCTION TRIM(WS-RAW-PAL) TO WS-TRIMMED-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-PAL)) TO
       1250-DETAIL-HEADER-PARA-EXIT.
           EXIT.

      * THE MASTER IS KEYED ON RECORD TYPE PLUS NORMALIZED VALUE, SO
      * A TEXT, NUMERIC OR WORD-ORDER VERDICT IS ONLY EVER SERVED BACK
      * TO A CHECK OF THE SAME MODE.
       1300-MASTER-LOOKUP-PARA.
           MOVE 'N' TO WS-MASTER-HIT-SW
           IF NOT WS-MASTER-AVAIL
               GO TO 1300-MASTER-LOOKUP-PARA-EXIT
           END-IF
           MOVE PI-RECORD-TYPE TO PM-RECORD-TYPE
           MOVE WS-PAL TO PM-VALUE-KEY

           READ PALIN-MASTER-FILE
               END-REWRITE

               MOVE PM-VERDICT TO WS-RESULT-TEXT
               IF WS-RESULT-TEXT = ' PALINDROME' OR
                       WS-RESULT-TEXT = 'REARRANGEABLE'
                   ADD 1 TO WS-PAL-COUNT
               ELSE
                   ADD 1 TO WS-NOTPAL-COUNT
           IF NOT WS-MASTER-AVAIL
               GO TO 1350-MASTER-ADD-PARA-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-TIMESTAMP

           MOVE PI-RECORD-TYPE TO PM-RECORD-TYPE
           MOVE WS-PAL TO PM-VALUE-KEY
           MOVE WS-RESULT-TEXT TO PM-VERDICT
           MOVE WS-TIMESTAMP TO PM-FIRST-SEEN

           IF WS-HIT-SUB > ZERO
               ADD 1 TO WS-SRC-READ (WS-HIT-SUB)
               IF WS-RESULT-TEXT = ' PALINDROME' OR
                       WS-RESULT-TEXT = 'REARRANGEABLE'
                   ADD 1 TO WS-SRC-PAL (WS-HIT-SUB)
               ELSE
                   IF WS-RESULT-TEXT = 'NOT PALINDROME' OR
                           WS-RESULT-TEXT (1:11) = 'BLOCKED BY '
                       ADD 1 TO WS-SRC-NOTPAL (WS-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-SRC-EXCEPT (WS-HIT-SUB)
       1800-TALLY-SOURCE-PARA-EXIT.
           EXIT.

       1850-TALLY-TYPE-PARA.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYP-COUNT OR WS-HIT-SUB > ZERO
               IF WS-TYP-KEY (WS-SUB) = PI-RECORD-TYPE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
               IF WS-TYP-COUNT < 10
                   ADD 1 TO WS-TYP-COUNT
                   MOVE WS-TYP-COUNT TO WS-HIT-SUB
                   MOVE PI-RECORD-TYPE TO WS-TYP-KEY (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-READ (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-POSITIVE (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-NEGATIVE (WS-HIT-SUB)
                   MOVE ZERO TO WS-TYP-EXCEPT (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-TYP-OVERFLOW
               END-IF
           END-IF

           IF WS-HIT-SUB > ZERO
               ADD 1 TO WS-TYP-READ (WS-HIT-SUB)
               IF WS-RESULT-TEXT = ' PALINDROME' OR
                       WS-RESULT-TEXT = 'REARRANGEABLE'
                   ADD 1 TO WS-TYP-POSITIVE (WS-HIT-SUB)
               ELSE
                   IF WS-RESULT-TEXT = 'NOT PALINDROME' OR
                           WS-RESULT-TEXT (1:11) = 'BLOCKED BY '
                       ADD 1 TO WS-TYP-NEGATIVE (WS-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-TYP-EXCEPT (WS-HIT-SUB)
                   END-IF
               END-IF
           END-IF.

       1850-TALLY-TYPE-PARA-EXIT.
           EXIT.

       1500-CHECKPOINT-PARA.
           MOVE WS-CUM-COUNT TO CK-LAST-REC-COUNT
           MOVE PI-INPUT-VALUE TO CK-LAST-INPUT-VALUE
       8400-SOURCE-REPORT-PARA-EXIT.
           EXIT.

       8450-TYPE-REPORT-PARA.
           MOVE SPACES TO PALIN-REPORT-RECORD
           WRITE PALIN-REPORT-RECORD
           MOVE 'COUNTS BY RECORD TYPE' TO PALIN-REPORT-RECORD
           WRITE PALIN-REPORT-RECORD
           MOVE WS-RPT-TYP-HEADER TO PALIN-REPORT-RECORD
           WRITE PALIN-REPORT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYP-COUNT
               MOVE WS-TYP-KEY (WS-SUB) TO WS-RTL-TYPE
               MOVE WS-TYP-READ (WS-SUB) TO WS-RTL-READ
               MOVE WS-TYP-POSITIVE (WS-SUB) TO WS-RTL-POSITIVE
               MOVE WS-TYP-NEGATIVE (WS-SUB) TO WS-RTL-NEGATIVE
               MOVE WS-TYP-EXCEPT (WS-SUB) TO WS-RTL-EXCEPT
               IF WS-TYP-KEY (WS-SUB) = 'P'
                   MOVE 'REARRANGEABLE / BLOCKED BY NN' TO
                       WS-RTL-VERDICTS
               ELSE
                   IF WS-TYP-KEY (WS-SUB) = 'T' OR
                           WS-TYP-KEY (WS-SUB) = 'N' OR
                           WS-TYP-KEY (WS-SUB) = 'D' OR
                           WS-TYP-KEY (WS-SUB) = 'W'
                       MOVE 'PALINDROME / NOT PALINDROME' TO
                           WS-RTL-VERDICTS
                   ELSE
                       MOVE 'INVALID TYPE - EXCEPTIONS' TO
                           WS-RTL-VERDICTS
                   END-IF
               END-IF
               MOVE WS-RPT-TYP-LINE TO PALIN-REPORT-RECORD
               WRITE PALIN-REPORT-RECORD
           END-PERFORM

           IF WS-TYP-COUNT = ZERO
               MOVE 'NO RECORDS READ THIS RUN' TO PALIN-REPORT-RECORD
               WRITE PALIN-REPORT-RECORD
           END-IF

           IF WS-TYP-OVERFLOW > ZERO
               MOVE SPACES TO PALIN-REPORT-RECORD
               STRING 'TYPE TABLE FULL - RECORDS NOT TALLIED '
                   DELIMITED BY SIZE
                   WS-TYP-OVERFLOW DELIMITED BY SIZE
                   INTO PALIN-REPORT-RECORD
               END-STRING
               WRITE PALIN-REPORT-RECORD
           END-IF.

       8450-TYPE-REPORT-PARA-EXIT.
           EXIT.

       8500-NEAR-REPORT-PARA.
           MOVE SPACES TO PALIN-REPORT-RECORD
           WRITE PALIN-REPORT-RECORD
           PERFORM 8400-SOURCE-REPORT-PARA THRU
                   8400-SOURCE-REPORT-PARA-EXIT

           PERFORM 8450-TYPE-REPORT-PARA THRU
                   8450-TYPE-REPORT-PARA-EXIT

           PERFORM 8500-NEAR-REPORT-PARA THRU
                   8500-NEAR-REPORT-PARA-EXIT

