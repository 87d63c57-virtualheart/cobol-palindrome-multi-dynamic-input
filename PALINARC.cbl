      *          A SUMMARIZATION RECORD PER ARCHIVED RUN ID SO THE
      *          TREND HISTORY SURVIVES THE PURGE, TRIMS THE DAILY
      *          LOG THE SAME WAY, AND PRINTS AN ARCHIVAL CONTROL
      *          REPORT OF RECORDS KEPT, ARCHIVED, AND PURGED.  THE
      *          RUN-ID SUMMARIES ARE FOLLOWED BY BREAKDOWN RECORDS BY
      *          CHECK MONTH, SOURCE SYSTEM AND RECORD TYPE, WITH THE
      *          RECYCLED CHECKS COUNTED, SO THE MONTHLY CHARGEBACK
      *          (PALINCHG) CAN STILL BILL MONTHS ALREADY ARCHIVED.
      *          OPERATOR-REJECTION ENTRIES ARE NOT CHECKS AND ARE
      *          LEFT OUT OF THE BREAKDOWN.
      *          PARM CARRIES THE RETENTION THRESHOLD IN DAYS
      *          (FOUR DIGITS, DEFAULT 0090).
      * Tectonics: cobc
           05  PA-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  PA-OPERATOR-ID          PIC X(08).
           05  PA-RECYCLE-FLAG         PIC X(01).
           05  PA-RECORD-TYPE          PIC X(01).
           05  PA-SOURCE-SYSTEM        PIC X(01).
           05  FILLER                  PIC X(01).
           05  RS-EXCEPT-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RS-ARCHIVE-DATE         PIC X(10).
           05  FILLER                  PIC X(02).
           05  RS-RECORD-KIND          PIC X(01).
               88  RS-KIND-RUN              VALUE 'R' SPACE.
               88  RS-KIND-BREAKDOWN        VALUE 'B'.
           05  FILLER                  PIC X(06).
       01  RUN-BREAKDOWN-RECORD.
           05  RB-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  RB-CHECK-MONTH          PIC X(07).
           05  FILLER                  PIC X(01).
           05  RB-SOURCE-SYSTEM        PIC X(01).
           05  RB-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  RB-PAL-COUNT            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RB-NOTPAL-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RB-EXCEPT-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RB-RECYCLED-COUNT       PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RB-ARCHIVE-DATE         PIC X(10).
           05  FILLER                  PIC X(03).
           05  RB-RECORD-KIND          PIC X(01).
           05  FILLER                  PIC X(06).

       FD  ARCH-REPORT-FILE.
       01  ARCH-REPORT-RECORD      PIC X(132).
       01  WS-BLK-KEPT-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-BLK-ARCH-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-SUM-WRITE-COUNT PIC 9(9) VALUE ZERO.
       01  WS-BRK-WRITE-COUNT PIC 9(9) VALUE ZERO.

       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-HIT-SUB         PIC 9(4) VALUE ZERO.
               10  WS-RUN-NOTPAL      PIC 9(09).
               10  WS-RUN-EXCEPT      PIC 9(09).

      * ONE ENTRY PER RUN ID, CHECK MONTH, SOURCE SYSTEM AND RECORD
      * TYPE ARCHIVED THIS RUN.
       01  WS-BRK-TABLE-AREA.
           05  WS-BRK-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-BRK-OVERFLOW    PIC 9(9) VALUE ZERO.
           05  WS-BRK-ENTRY OCCURS 2000 TIMES.
               10  WS-BRK-RUN-ID      PIC X(08).
               10  WS-BRK-MONTH       PIC X(07).
               10  WS-BRK-SOURCE      PIC X(01).
               10  WS-BRK-TYPE        PIC X(01).
               10  WS-BRK-PAL         PIC 9(09).
               10  WS-BRK-NOTPAL      PIC 9(09).
               10  WS-BRK-EXCEPT      PIC 9(09).
               10  WS-BRK-RECYCLED    PIC 9(09).

       01  WS-DLG-DISP-SW     PIC X(1) VALUE 'A'.
           88  WS-DLG-KEEP-BLOCK      VALUE 'K'.
           88  WS-DLG-ARCH-BLOCK      VALUE 'A'.
           ADD 1 TO WS-AUD-ARCH-COUNT

           PERFORM 1200-TALLY-RUN-PARA THRU
                   1200-TALLY-RUN-PARA-EXIT

           PERFORM 1300-TALLY-BREAKDOWN-PARA THRU
                   1300-TALLY-BREAKDOWN-PARA-EXIT.

       1100-SPLIT-RECORD-PARA-EXIT.
           EXIT.
                   MOVE PA-CHECK-DATE TO
                       WS-RUN-LAST-DATE (WS-HIT-SUB)
               END-IF
               IF PA-RESULT-TEXT = ' PALINDROME' OR 'REARRANGEABLE'
                   ADD 1 TO WS-RUN-PAL (WS-HIT-SUB)
               ELSE
                   IF PA-RESULT-TEXT = 'NOT PALINDROME' OR
                           PA-RESULT-TEXT (1:11) = 'BLOCKED BY '
                       ADD 1 TO WS-RUN-NOTPAL (WS-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-RUN-EXCEPT (WS-HIT-SUB)
       1200-TALLY-RUN-PARA-EXIT.
           EXIT.

       1300-TALLY-BREAKDOWN-PARA.
           IF PA-RESULT-TEXT = 'REJECTED'
               GO TO 1300-TALLY-BREAKDOWN-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BRK-COUNT OR WS-HIT-SUB > ZERO
               IF WS-BRK-RUN-ID (WS-SUB) = PA-RUN-ID AND
                       WS-BRK-MONTH (WS-SUB) = PA-CHECK-DATE (1:7) AND
                       WS-BRK-SOURCE (WS-SUB) = PA-SOURCE-SYSTEM AND
                       WS-BRK-TYPE (WS-SUB) = PA-RECORD-TYPE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
               IF WS-BRK-COUNT < 2000
                   ADD 1 TO WS-BRK-COUNT
                   MOVE WS-BRK-COUNT TO WS-HIT-SUB
                   MOVE PA-RUN-ID TO WS-BRK-RUN-ID (WS-HIT-SUB)
                   MOVE PA-CHECK-DATE (1:7) TO
                       WS-BRK-MONTH (WS-HIT-SUB)
                   MOVE PA-SOURCE-SYSTEM TO WS-BRK-SOURCE (WS-HIT-SUB)
                   MOVE PA-RECORD-TYPE TO WS-BRK-TYPE (WS-HIT-SUB)
                   MOVE ZERO TO WS-BRK-PAL (WS-HIT-SUB)
                   MOVE ZERO TO WS-BRK-NOTPAL (WS-HIT-SUB)
                   MOVE ZERO TO WS-BRK-EXCEPT (WS-HIT-SUB)
                   MOVE ZERO TO WS-BRK-RECYCLED (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-BRK-OVERFLOW
                   GO TO 1300-TALLY-BREAKDOWN-PARA-EXIT
               END-IF
           END-IF

           IF PA-RESULT-TEXT = ' PALINDROME' OR 'REARRANGEABLE'
               ADD 1 TO WS-BRK-PAL (WS-HIT-SUB)
           ELSE
               IF PA-RESULT-TEXT = 'NOT PALINDROME' OR
                       PA-RESULT-TEXT (1:11) = 'BLOCKED BY '
                   ADD 1 TO WS-BRK-NOTPAL (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-BRK-EXCEPT (WS-HIT-SUB)
               END-IF
           END-IF
           IF PA-RECYCLE-FLAG = 'R'
               ADD 1 TO WS-BRK-RECYCLED (WS-HIT-SUB)
           END-IF.

       1300-TALLY-BREAKDOWN-PARA-EXIT.
           EXIT.

       2000-WRITE-SUMMARY-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
               MOVE WS-RUN-NOTPAL (WS-SUB) TO RS-NOTPAL-COUNT
               MOVE WS-RUN-EXCEPT (WS-SUB) TO RS-EXCEPT-COUNT
               MOVE WS-RUN-DATE TO RS-ARCHIVE-DATE
               MOVE 'R' TO RS-RECORD-KIND
               WRITE RUN-SUMMARY-RECORD
               ADD 1 TO WS-SUM-WRITE-COUNT
           END-PERFORM

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BRK-COUNT
               MOVE SPACES TO RUN-BREAKDOWN-RECORD
               MOVE WS-BRK-RUN-ID (WS-SUB) TO RB-RUN-ID
               MOVE WS-BRK-MONTH (WS-SUB) TO RB-CHECK-MONTH
               MOVE WS-BRK-SOURCE (WS-SUB) TO RB-SOURCE-SYSTEM
               MOVE WS-BRK-TYPE (WS-SUB) TO RB-RECORD-TYPE
               MOVE WS-BRK-PAL (WS-SUB) TO RB-PAL-COUNT
               MOVE WS-BRK-NOTPAL (WS-SUB) TO RB-NOTPAL-COUNT
               MOVE WS-BRK-EXCEPT (WS-SUB) TO RB-EXCEPT-COUNT
               MOVE WS-BRK-RECYCLED (WS-SUB) TO RB-RECYCLED-COUNT
               MOVE WS-RUN-DATE TO RB-ARCHIVE-DATE
               MOVE 'B' TO RB-RECORD-KIND
               WRITE RUN-BREAKDOWN-RECORD
               ADD 1 TO WS-BRK-WRITE-COUNT
           END-PERFORM.

       2000-WRITE-SUMMARY-PARA-EXIT.
           MOVE WS-ARC-COUNT-LINE TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD

           MOVE 'BREAKDOWNS SUMMARIZED . ' TO WS-AC-TITLE
           MOVE WS-BRK-WRITE-COUNT TO WS-AC-COUNT
           MOVE WS-ARC-COUNT-LINE TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD

           MOVE SPACES TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD

               MOVE WS-RUN-OVERFLOW TO WS-AN-COUNT
               MOVE WS-ARC-NOTE-LINE TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
           END-IF

           IF WS-BRK-OVERFLOW > ZERO
               MOVE SPACES TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               MOVE 'BREAKDOWN TABLE FULL - RECORDS NOT SUMMARIZED '
                   TO WS-AN-TEXT
               MOVE WS-BRK-OVERFLOW TO WS-AN-COUNT
               MOVE WS-ARC-NOTE-LINE TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
           END-IF.

       8000-REPORT-PARA-EXIT.
           CLOSE RUN-SUMMARY-FILE
           CLOSE ARCH-REPORT-FILE

           IF WS-RUN-OVERFLOW > ZERO OR WS-BRK-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
