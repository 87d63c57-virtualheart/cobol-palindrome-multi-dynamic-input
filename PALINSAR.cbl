      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINSAR - WEEKLY OPEN-EXCEPTIONS AGING REPORT.
      *          READS THE OPEN-EXCEPTIONS SUSPENSE FILE AND COUNTS
      *          THE ENTRIES STILL OPEN BY SOURCE SYSTEM IN AGE
      *          BANDS OF 0-2, 3-7, 8-30 AND OVER 30 DAYS SINCE FIRST
      *          SEEN, AND WRITES AN ESCALATION LIST OF EVERY OPEN
      *          ENTRY OLDER THAN THE THRESHOLD (PARM, DAYS, DEFAULT
      *          0030), IN SOURCE-SYSTEM ORDER SO EACH DEPARTMENT CAN
      *          BE HANDED ITS OWN PAGE.  EACH ENTRY TAKES TWO LINES -
      *          THE FULL INPUT VALUE IS PRINTED BENEATH THE REASON.
      *          RC 4 WHEN ANYTHING IS ON THE ESCALATION LIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINSAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "PALINOXF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "PALINSAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ESCALATION-FILE ASSIGN TO "PALINESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SU-SUSPENSE-KEY.
               10  SU-SOURCE-SYSTEM    PIC X(01).
               10  SU-RECORD-TYPE      PIC X(01).
               10  SU-EXCEPT-VALUE     PIC X(81).
           05  SU-STATUS               PIC X(01).
               88  SU-STATUS-OPEN           VALUE 'O'.
               88  SU-STATUS-CLOSED         VALUE 'C'.
           05  SU-FIRST-SEEN           PIC X(10).
           05  SU-LAST-SEEN            PIC X(10).
           05  SU-TIMES-SEEN           PIC 9(05).
           05  SU-AGE-DAYS             PIC 9(05).
           05  SU-EXCEPT-REASON        PIC X(30).
           05  SU-LAST-RUN-ID          PIC X(08).
           05  SU-CLOSED-DATE          PIC X(10).
           05  SU-CLOSE-ACTION         PIC X(01).
           05  FILLER                  PIC X(17).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD     PIC X(132).

       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SUSPENSE-STATUS PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-ESCALATE-STATUS PIC X(2).

       01  WS-SUSPENSE-EOF-SW PIC X(1) VALUE 'N'.
           88  WS-SUSPENSE-EOF        VALUE 'Y'.

       01  WS-THRESHOLD-DAYS  PIC 9(4) VALUE 30.
       01  WS-THRESHOLD-EDIT  PIC ZZZ9.

       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-HIT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-BAND            PIC 9(4) VALUE ZERO.

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-SEEN-DATE       PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  FILLER             PIC X(13).

       01  WS-DATE-DIGITS.
           05  WS-DD-YYYY         PIC X(04).
           05  WS-DD-MM           PIC X(02).
           05  WS-DD-DD           PIC X(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-DIGITS PIC 9(08).
       01  WS-TODAY-NUM       PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT       PIC 9(8) VALUE ZERO.
       01  WS-DATE-INT        PIC 9(8) VALUE ZERO.
       01  WS-DAYS            PIC 9(8) VALUE ZERO.

       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OPEN-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ESCALATE-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-SRC-OVERFLOW    PIC 9(9) VALUE ZERO.
       01  WS-LAST-ESC-SOURCE PIC X(01) VALUE LOW-VALUE.

      * BAND 1 = 0-2 DAYS, 2 = 3-7, 3 = 8-30, 4 = OVER 30.
       01  WS-SRC-TABLE-AREA.
           05  WS-SRC-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 40 TIMES.
               10  WS-SRC-SOURCE      PIC X(01).
               10  WS-SRC-BAND        PIC 9(9) OCCURS 4 TIMES.
               10  WS-SRC-TOTAL       PIC 9(9).
               10  WS-SRC-ESCALATED   PIC 9(9).

       01  WS-TOT-BAND-AREA.
           05  WS-TOT-BAND        PIC 9(9) OCCURS 4 TIMES.
           05  WS-TOT-TOTAL       PIC 9(9) VALUE ZERO.
           05  WS-TOT-ESCALATED   PIC 9(9) VALUE ZERO.

       01  WS-AGE-HEADER-1.
           05  FILLER             PIC X(44) VALUE
               'PALINDROME OPEN EXCEPTIONS AGING REPORT'.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  WS-AH1-RUN-DATE    PIC X(10).

       01  WS-AGE-HEADER-2.
           05  FILLER             PIC X(08) VALUE 'SOURCE'.
           05  FILLER             PIC X(11) VALUE '   0-2 DAYS'.
           05  FILLER             PIC X(11) VALUE '   3-7 DAYS'.
           05  FILLER             PIC X(11) VALUE '  8-30 DAYS'.
           05  FILLER             PIC X(11) VALUE '    OVER 30'.
           05  FILLER             PIC X(12) VALUE '  TOTAL OPEN'.
           05  FILLER             PIC X(12) VALUE '   ESCALATED'.

       01  WS-AGE-DETAIL.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-AD-SOURCE       PIC X(05).
           05  WS-AD-BAND-1       PIC BBZZZZZZZZ9.
           05  WS-AD-BAND-2       PIC BBZZZZZZZZ9.
           05  WS-AD-BAND-3       PIC BBZZZZZZZZ9.
           05  WS-AD-BAND-4       PIC BBZZZZZZZZ9.
           05  WS-AD-TOTAL        PIC BBBZZZZZZZZ9.
           05  WS-AD-ESCALATED    PIC BBBZZZZZZZZ9.

       01  WS-TOT-LINE.
           05  WS-TL-TITLE        PIC X(32).
           05  WS-TL-COUNT        PIC ZZZZZZZZ9.

       01  WS-ESC-HEADER-1.
           05  FILLER             PIC X(44) VALUE
               'PALINDROME OPEN EXCEPTIONS ESCALATION LIST'.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  WS-EH1-RUN-DATE    PIC X(10).
           05  FILLER             PIC X(16) VALUE '   OPEN OVER    '.
           05  WS-EH1-THRESHOLD   PIC ZZZ9.
           05  FILLER             PIC X(05) VALUE ' DAYS'.

       01  WS-ESC-HEADER-2.
           05  FILLER             PIC X(07) VALUE 'SOURCE '.
           05  FILLER             PIC X(05) VALUE 'TYPE '.
           05  FILLER             PIC X(11) VALUE 'FIRST SEEN '.
           05  FILLER             PIC X(06) VALUE '  AGE '.
           05  FILLER             PIC X(06) VALUE ' SEEN '.
           05  FILLER             PIC X(06) VALUE 'REASON'.

       01  WS-ESC-HEADER-3.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'VALUE'.

       01  WS-ESC-DETAIL.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-ED-SOURCE       PIC X(01).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-ED-TYPE         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ED-FIRST-SEEN   PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-ED-AGE          PIC BZZZZ9.
           05  WS-ED-TIMES-SEEN   PIC BZZZZ9.
           05  WS-ED-REASON       PIC X(30).

       01  WS-ESC-VALUE-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-EV-VALUE        PIC X(81).

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           05  LS-THRESHOLD-DAYS  PIC X(04).

       PROCEDURE DIVISION USING LS-PARM-RECORD.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 1000-SCAN-SUSPENSE-PARA THRU
                   1000-SCAN-SUSPENSE-PARA-EXIT

           PERFORM 8000-REPORT-PARA THRU
                   8000-REPORT-PARA-EXIT

           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-INITIALIZE-PARA.
           IF LS-PARM-LEN > ZERO
               IF LS-THRESHOLD-DAYS IS NUMERIC
                   MOVE LS-THRESHOLD-DAYS TO WS-THRESHOLD-DAYS
               ELSE
                   DISPLAY 'INVALID THRESHOLD PARM "'
                       LS-THRESHOLD-DAYS '" - DEFAULT 0030 USED'
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           COMPUTE WS-TODAY-NUM = WS-CD-YYYY * 10000 +
               WS-CD-MM * 100 + WS-CD-DD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-NUM)

           INITIALIZE WS-SRC-TABLE-AREA
           INITIALIZE WS-TOT-BAND-AREA

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00' AND
                   WS-SUSPENSE-STATUS NOT = '05'
               DISPLAY 'SUSPENSE-FILE OPEN FAILED - STATUS '
                   WS-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'AGING-REPORT-FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ESCALATION-FILE
           IF WS-ESCALATE-STATUS NOT = '00'
               DISPLAY 'ESCALATION-FILE OPEN FAILED - STATUS '
                   WS-ESCALATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-EH1-RUN-DATE
           MOVE WS-THRESHOLD-DAYS TO WS-EH1-THRESHOLD
           MOVE WS-ESC-HEADER-1 TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           MOVE SPACES TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           MOVE WS-ESC-HEADER-2 TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           MOVE WS-ESC-HEADER-3 TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

       1000-SCAN-SUSPENSE-PARA.
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SU-STATUS-OPEN
                           PERFORM 1100-TALLY-OPEN-PARA THRU
                                   1100-TALLY-OPEN-PARA-EXIT
                       ELSE
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       1000-SCAN-SUSPENSE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE AGE IS TAKEN FROM THE FIRST-SEEN DATE AS OF TODAY, SO THE
      * REPORT IS RIGHT EVEN WHEN THE NIGHTLY AGING HAS NOT RUN.
      ******************************************************************
       1100-TALLY-OPEN-PARA.
           ADD 1 TO WS-OPEN-COUNT
           MOVE SU-FIRST-SEEN TO WS-SEEN-DATE
           PERFORM 1200-DAYS-SINCE-PARA THRU
                   1200-DAYS-SINCE-PARA-EXIT

           EVALUATE TRUE
               WHEN WS-DAYS < 3
                   MOVE 1 TO WS-BAND
               WHEN WS-DAYS < 8
                   MOVE 2 TO WS-BAND
               WHEN WS-DAYS < 31
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE

           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT OR WS-HIT-SUB > ZERO
               IF WS-SRC-SOURCE (WS-SUB) = SU-SOURCE-SYSTEM
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               IF WS-SRC-COUNT < 40
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-HIT-SUB
                   MOVE SU-SOURCE-SYSTEM TO WS-SRC-SOURCE (WS-HIT-SUB)
               ELSE
                   ADD 1 TO WS-SRC-OVERFLOW
               END-IF
           END-IF

           ADD 1 TO WS-TOT-BAND (WS-BAND)
           ADD 1 TO WS-TOT-TOTAL
           IF WS-HIT-SUB > ZERO
               ADD 1 TO WS-SRC-BAND (WS-HIT-SUB, WS-BAND)
               ADD 1 TO WS-SRC-TOTAL (WS-HIT-SUB)
           END-IF

           IF WS-DAYS NOT > WS-THRESHOLD-DAYS
               GO TO 1100-TALLY-OPEN-PARA-EXIT
           END-IF

           ADD 1 TO WS-ESCALATE-COUNT
           ADD 1 TO WS-TOT-ESCALATED
           IF WS-HIT-SUB > ZERO
               ADD 1 TO WS-SRC-ESCALATED (WS-HIT-SUB)
           END-IF

           IF SU-SOURCE-SYSTEM NOT = WS-LAST-ESC-SOURCE
               MOVE SPACES TO ESCALATION-RECORD
               WRITE ESCALATION-RECORD
               MOVE SU-SOURCE-SYSTEM TO WS-LAST-ESC-SOURCE
           END-IF

           MOVE SU-SOURCE-SYSTEM TO WS-ED-SOURCE
           MOVE SU-RECORD-TYPE TO WS-ED-TYPE
           MOVE SU-FIRST-SEEN TO WS-ED-FIRST-SEEN
           MOVE WS-DAYS TO WS-ED-AGE
           MOVE SU-TIMES-SEEN TO WS-ED-TIMES-SEEN
           MOVE SU-EXCEPT-REASON TO WS-ED-REASON
           MOVE WS-ESC-DETAIL TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
           MOVE SU-EXCEPT-VALUE TO WS-EV-VALUE
           MOVE WS-ESC-VALUE-LINE TO ESCALATION-RECORD
           WRITE ESCALATION-RECORD.

       1100-TALLY-OPEN-PARA-EXIT.
           EXIT.

      ******************************************************************
      * DAYS FROM WS-SEEN-DATE (YYYY-MM-DD) TO TODAY.  A DATE THAT
      * WILL NOT CONVERT, OR ONE IN THE FUTURE, COUNTS AS ZERO DAYS.
      ******************************************************************
       1200-DAYS-SINCE-PARA.
           MOVE ZERO TO WS-DAYS
           MOVE WS-SEEN-DATE (1:4) TO WS-DD-YYYY
           MOVE WS-SEEN-DATE (6:2) TO WS-DD-MM
           MOVE WS-SEEN-DATE (9:2) TO WS-DD-DD
           IF WS-DATE-DIGITS IS NOT NUMERIC
               GO TO 1200-DAYS-SINCE-PARA-EXIT
           END-IF

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DATE-INT = ZERO OR WS-DATE-INT > WS-TODAY-INT
               GO TO 1200-DAYS-SINCE-PARA-EXIT
           END-IF
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT.

       1200-DAYS-SINCE-PARA-EXIT.
           EXIT.

       8000-REPORT-PARA.
           MOVE WS-RUN-DATE TO WS-AH1-RUN-DATE
           MOVE WS-AGE-HEADER-1 TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-AGE-HEADER-2 TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT
               MOVE WS-SRC-SOURCE (WS-SUB) TO WS-AD-SOURCE
               MOVE WS-SRC-BAND (WS-SUB, 1) TO WS-AD-BAND-1
               MOVE WS-SRC-BAND (WS-SUB, 2) TO WS-AD-BAND-2
               MOVE WS-SRC-BAND (WS-SUB, 3) TO WS-AD-BAND-3
               MOVE WS-SRC-BAND (WS-SUB, 4) TO WS-AD-BAND-4
               MOVE WS-SRC-TOTAL (WS-SUB) TO WS-AD-TOTAL
               MOVE WS-SRC-ESCALATED (WS-SUB) TO WS-AD-ESCALATED
               MOVE WS-AGE-DETAIL TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-PERFORM

           MOVE 'ALL' TO WS-AD-SOURCE
           MOVE WS-TOT-BAND (1) TO WS-AD-BAND-1
           MOVE WS-TOT-BAND (2) TO WS-AD-BAND-2
           MOVE WS-TOT-BAND (3) TO WS-AD-BAND-3
           MOVE WS-TOT-BAND (4) TO WS-AD-BAND-4
           MOVE WS-TOT-TOTAL TO WS-AD-TOTAL
           MOVE WS-TOT-ESCALATED TO WS-AD-ESCALATED
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-AGE-DETAIL TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE 'SUSPENSE ENTRIES READ ......... ' TO WS-TL-TITLE
           MOVE WS-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE 'OPEN ENTRIES .................. ' TO WS-TL-TITLE
           MOVE WS-OPEN-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE 'CLOSED ENTRIES ................ ' TO WS-TL-TITLE
           MOVE WS-CLOSED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-THRESHOLD-DAYS TO WS-THRESHOLD-EDIT
           MOVE SPACES TO WS-TL-TITLE
           STRING 'ESCALATED (OVER ' WS-THRESHOLD-EDIT ' DAYS) '
                  DELIMITED BY SIZE INTO WS-TL-TITLE
           MOVE WS-ESCALATE-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           IF WS-SRC-OVERFLOW > ZERO
               MOVE 'OPEN ENTRIES OVER SOURCE LIMIT  ' TO WS-TL-TITLE
               MOVE WS-SRC-OVERFLOW TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF

           IF WS-ESCALATE-COUNT = ZERO
               MOVE SPACES TO ESCALATION-RECORD
               WRITE ESCALATION-RECORD
               MOVE 'NO OPEN EXCEPTIONS PAST THE THRESHOLD' TO
                   ESCALATION-RECORD
               WRITE ESCALATION-RECORD
           END-IF.

       8000-REPORT-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE SUSPENSE-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE ESCALATION-FILE

           IF WS-ESCALATE-COUNT > ZERO OR WS-SRC-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINSAR.
