      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINMCV - ONE-TIME CONVERSION OF THE CHECKED-VALUES
      *          MASTER TO THE TYPE-QUALIFIED KEY.  READS THE 141-BYTE
      *          UNLOAD OF THE OLD KSDS (KEY = NORMALIZED VALUE ONLY)
      *          AND WRITES EACH ENTRY AT 142 BYTES WITH THE RECORD
      *          TYPE AHEAD OF THE VALUE.  THE TYPE IS INFERRED FROM
      *          THE KEY THE WAY PALINDROME BUILT IT: A KEY WITH
      *          EMBEDDED SPACES IS A WORD-MODE ('W') KEY, AN ALL-
      *          DIGIT KEY IS NUMERIC ('N'), ANY OTHER KEY IS TEXT
      *          ('T').  EACH VERDICT IS RECOMPUTED UNDER THE INFERRED
      *          MODE AND UNDER THE OTHER MODE; AN ENTRY WHOSE STORED
      *          VERDICT ONLY THE OTHER MODE EXPLAINS WAS CARRYING A
      *          VERDICT FROM THE WRONG MODE - IT IS LISTED AND
      *          WRITTEN WITH THE CORRECT VERDICT.  ANY OTHER
      *          DISAGREEMENT IS LISTED AS STALE AND CARRIED AS-IS
      *          FOR PALINRVF TO SETTLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINMCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-OLD-FILE ASSIGN TO "PALINMOI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MASTER-NEW-FILE ASSIGN TO "PALINMNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CONV-REPORT-FILE ASSIGN TO "PALINMCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-OLD-FILE.
       01  MASTER-OLD-RECORD.
           05  MO-VALUE-KEY            PIC X(80).
           05  MO-VERDICT              PIC X(14).
           05  MO-FIRST-SEEN           PIC X(19).
           05  MO-LAST-SEEN            PIC X(19).
           05  MO-TIMES-SEEN           PIC 9(09).

       FD  MASTER-NEW-FILE.
       01  MASTER-NEW-RECORD.
           05  MC-MASTER-KEY.
               10  MC-RECORD-TYPE      PIC X(01).
               10  MC-VALUE-KEY        PIC X(80).
           05  MC-VERDICT              PIC X(14).
           05  MC-FIRST-SEEN           PIC X(19).
           05  MC-LAST-SEEN            PIC X(19).
           05  MC-TIMES-SEEN           PIC 9(09).

       FD  CONV-REPORT-FILE.
       01  CONV-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-OLD-STATUS      PIC X(2).
       01  WS-NEW-STATUS      PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).

       01  WS-OLD-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-OLD-EOF             VALUE 'Y'.

       01  WS-PAL             PIC X(80).
       01  WS-TEMP            PIC X(80).
       01  WS-SQUEEZED        PIC X(80).
       01  WS-I               PIC 9(4) VALUE ZERO.
       01  WS-LEN             PIC 9(4) VALUE ZERO.
       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-J               PIC 9(4) VALUE ZERO.
       01  WS-CHAR            PIC X(1) VALUE SPACE.
       01  WS-KEY-TRIM-LEN    PIC 9(4) VALUE ZERO.
       01  WS-EMBEDDED-SPACE-SW PIC X(1) VALUE 'N'.
           88  WS-EMBEDDED-SPACE      VALUE 'Y'.
       01  WS-INFERRED-TYPE   PIC X(1) VALUE SPACE.
       01  WS-MODE-VERDICT    PIC X(14) VALUE SPACES.
       01  WS-OTHER-VERDICT   PIC X(14) VALUE SPACES.
       01  WS-CHAR-VERDICT    PIC X(14) VALUE SPACES.
       01  WS-WORD-VERDICT    PIC X(14) VALUE SPACES.

       01  WS-WORD-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-WORD-LEN        PIC 9(4) VALUE ZERO.
       01  WS-WORD-PAIRS      PIC 9(4) VALUE ZERO.
       01  WS-WORD-MIRROR-SUB PIC 9(4) VALUE ZERO.
       01  WS-WORD-MATCH-SW   PIC X(1) VALUE 'Y'.
           88  WS-WORDS-MATCH         VALUE 'Y'.
       01  WS-WORD-TABLE-AREA.
           05  WS-WORD-TEXT OCCURS 40 TIMES PIC X(80).

       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-TEXT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-NUMERIC-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-WORD-KEY-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-WRONG-MODE-COUNT PIC 9(9) VALUE ZERO.
       01  WS-STALE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-BLANK-KEY-COUNT PIC 9(9) VALUE ZERO.

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  FILLER             PIC X(13).

       01  WS-MCV-HEADER-1.
           05  FILLER             PIC X(40) VALUE
               'PALINDROME MASTER KEY CONVERSION REPORT'.
           05  FILLER             PIC X(10) VALUE '  RUN DATE'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CH1-RUN-DATE    PIC X(10).

       01  WS-MCV-HEADER-2.
           05  FILLER             PIC X(10) VALUE 'CONDITION '.
           05  FILLER             PIC X(05) VALUE 'TYPE '.
           05  FILLER             PIC X(15) VALUE 'STORED VERDICT'.
           05  FILLER             PIC X(18) VALUE
               '   CORRECT IN MODE'.
           05  FILLER             PIC X(09) VALUE 'VALUE KEY'.

       01  WS-MCV-DETAIL-LINE.
           05  WS-CV-CONDITION    PIC X(10).
           05  WS-CV-RECORD-TYPE  PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CV-STORED       PIC X(14).
           05  FILLER             PIC X(04) VALUE ' -> '.
           05  WS-CV-COMPUTED     PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CV-VALUE-KEY    PIC X(80).

       01  WS-MCV-COUNT-LINE.
           05  WS-CC-TITLE        PIC X(24).
           05  WS-CC-COUNT        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 1000-CONVERT-PARA THRU
                   1000-CONVERT-PARA-EXIT

           PERFORM 8000-TOTALS-PARA THRU
                   8000-TOTALS-PARA-EXIT

           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN INPUT MASTER-OLD-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'MASTER-OLD-FILE OPEN FAILED - STATUS '
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MASTER-NEW-FILE
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'MASTER-NEW-FILE OPEN FAILED - STATUS '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONV-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CONV-REPORT-FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
           MOVE WS-MCV-HEADER-1 TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD
           MOVE SPACES TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD
           MOVE WS-MCV-HEADER-2 TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD
           MOVE SPACES TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

       1000-CONVERT-PARA.
           PERFORM UNTIL WS-OLD-EOF
               READ MASTER-OLD-FILE
                   AT END
                       MOVE 'Y' TO WS-OLD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-CONVERT-RECORD-PARA THRU
                               2000-CONVERT-RECORD-PARA-EXIT
               END-READ
           END-PERFORM.

       1000-CONVERT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * INFER THE RECORD TYPE, THEN JUDGE THE STORED VERDICT AGAINST
      * BOTH MODES.  A SPACE-FREE KEY CHECKED IN WORD MODE IS A
      * SINGLE WORD AND ALWAYS READS THE SAME BACKWARDS BY WORD; A
      * WORD-MODE KEY CHECKED CHARACTER-WISE HAS ITS SPACES SQUEEZED
      * OUT FIRST, AS THE TEXT-MODE FOLD WOULD HAVE DONE.
      ******************************************************************
       2000-CONVERT-RECORD-PARA.
           IF MO-VALUE-KEY = SPACES
               ADD 1 TO WS-BLANK-KEY-COUNT
               GO TO 2000-CONVERT-RECORD-PARA-EXIT
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(MO-VALUE-KEY TRAILING))
               TO WS-KEY-TRIM-LEN
           MOVE 'N' TO WS-EMBEDDED-SPACE-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KEY-TRIM-LEN
               IF MO-VALUE-KEY (WS-SUB:1) = SPACE
                   MOVE 'Y' TO WS-EMBEDDED-SPACE-SW
               END-IF
           END-PERFORM

           IF WS-EMBEDDED-SPACE
               MOVE 'W' TO WS-INFERRED-TYPE
               ADD 1 TO WS-WORD-KEY-COUNT
           ELSE
               IF MO-VALUE-KEY (1:WS-KEY-TRIM-LEN) IS NUMERIC
                   MOVE 'N' TO WS-INFERRED-TYPE
                   ADD 1 TO WS-NUMERIC-COUNT
               ELSE
                   MOVE 'T' TO WS-INFERRED-TYPE
                   ADD 1 TO WS-TEXT-COUNT
               END-IF
           END-IF

           MOVE SPACES TO WS-SQUEEZED
           MOVE ZERO TO WS-J
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 80
               IF MO-VALUE-KEY (WS-SUB:1) NOT = SPACE
                   ADD 1 TO WS-J
                   MOVE MO-VALUE-KEY (WS-SUB:1) TO WS-SQUEEZED (WS-J:1)
               END-IF
           END-PERFORM

           MOVE WS-SQUEEZED TO WS-PAL
           PERFORM 2200-CHAR-RECHECK-PARA THRU
                   2200-CHAR-RECHECK-PARA-EXIT
           MOVE MO-VALUE-KEY TO WS-PAL
           PERFORM 2100-WORD-RECHECK-PARA THRU
                   2100-WORD-RECHECK-PARA-EXIT

           IF WS-INFERRED-TYPE = 'W'
               MOVE WS-WORD-VERDICT TO WS-MODE-VERDICT
               MOVE WS-CHAR-VERDICT TO WS-OTHER-VERDICT
           ELSE
               MOVE WS-CHAR-VERDICT TO WS-MODE-VERDICT
               MOVE WS-WORD-VERDICT TO WS-OTHER-VERDICT
           END-IF

           MOVE WS-INFERRED-TYPE TO MC-RECORD-TYPE
           MOVE MO-VALUE-KEY TO MC-VALUE-KEY
           MOVE MO-VERDICT TO MC-VERDICT
           MOVE MO-FIRST-SEEN TO MC-FIRST-SEEN
           MOVE MO-LAST-SEEN TO MC-LAST-SEEN
           MOVE MO-TIMES-SEEN TO MC-TIMES-SEEN

           IF MO-VERDICT NOT = WS-MODE-VERDICT
               MOVE WS-INFERRED-TYPE TO WS-CV-RECORD-TYPE
               MOVE MO-VERDICT TO WS-CV-STORED
               MOVE WS-MODE-VERDICT TO WS-CV-COMPUTED
               MOVE MO-VALUE-KEY TO WS-CV-VALUE-KEY
               IF MO-VERDICT = WS-OTHER-VERDICT
                   ADD 1 TO WS-WRONG-MODE-COUNT
                   MOVE 'WRONG MODE' TO WS-CV-CONDITION
                   MOVE WS-MODE-VERDICT TO MC-VERDICT
               ELSE
                   ADD 1 TO WS-STALE-COUNT
                   MOVE 'STALE     ' TO WS-CV-CONDITION
               END-IF
               MOVE WS-MCV-DETAIL-LINE TO CONV-REPORT-RECORD
               WRITE CONV-REPORT-RECORD
           END-IF

           WRITE MASTER-NEW-RECORD
           ADD 1 TO WS-WRITE-COUNT.

       2000-CONVERT-RECORD-PARA-EXIT.
           EXIT.

       2100-WORD-RECHECK-PARA.
           MOVE ZERO TO WS-WORD-COUNT
           MOVE ZERO TO WS-WORD-LEN

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 80
               MOVE WS-PAL(WS-SUB:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                   IF WS-WORD-LEN = ZERO
                       ADD 1 TO WS-WORD-COUNT
                       MOVE SPACES TO WS-WORD-TEXT (WS-WORD-COUNT)
                   END-IF
                   ADD 1 TO WS-WORD-LEN
                   MOVE WS-CHAR TO
                       WS-WORD-TEXT (WS-WORD-COUNT) (WS-WORD-LEN:1)
               ELSE
                   MOVE ZERO TO WS-WORD-LEN
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-WORD-MATCH-SW
           COMPUTE WS-WORD-PAIRS = WS-WORD-COUNT / 2
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-WORD-PAIRS
               COMPUTE WS-WORD-MIRROR-SUB = WS-WORD-COUNT + 1 - WS-J
               IF WS-WORD-TEXT (WS-J) NOT =
                       WS-WORD-TEXT (WS-WORD-MIRROR-SUB)
                   MOVE 'N' TO WS-WORD-MATCH-SW
               END-IF
           END-PERFORM

           IF WS-WORDS-MATCH
               MOVE ' PALINDROME' TO WS-WORD-VERDICT
           ELSE
               MOVE 'NOT PALINDROME' TO WS-WORD-VERDICT
           END-IF.

       2100-WORD-RECHECK-PARA-EXIT.
           EXIT.

       2200-CHAR-RECHECK-PARA.
           MOVE ZERO TO WS-I
           INSPECT FUNCTION REVERSE(WS-PAL) TALLYING WS-I
                                   FOR LEADING SPACES

           COMPUTE WS-LEN = 80 - WS-I
           ADD 1 TO WS-I
           MOVE FUNCTION REVERSE(WS-PAL) TO WS-TEMP

           IF WS-LEN = ZERO
               MOVE 'NOT PALINDROME' TO WS-CHAR-VERDICT
               GO TO 2200-CHAR-RECHECK-PARA-EXIT
           END-IF

           IF WS-PAL(1:WS-LEN) = WS-TEMP(WS-I:WS-LEN)
               MOVE ' PALINDROME' TO WS-CHAR-VERDICT
           ELSE
               MOVE 'NOT PALINDROME' TO WS-CHAR-VERDICT
           END-IF.

       2200-CHAR-RECHECK-PARA-EXIT.
           EXIT.

       8000-TOTALS-PARA.
           MOVE SPACES TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE 'MASTER RECORDS READ ... ' TO WS-CC-TITLE
           MOVE WS-READ-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE 'RECORDS WRITTEN ....... ' TO WS-CC-TITLE
           MOVE WS-WRITE-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE '  AS TEXT (T) ......... ' TO WS-CC-TITLE
           MOVE WS-TEXT-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE '  AS NUMERIC (N) ...... ' TO WS-CC-TITLE
           MOVE WS-NUMERIC-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE '  AS WORD ORDER (W) ... ' TO WS-CC-TITLE
           MOVE WS-WORD-KEY-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE 'WRONG-MODE CORRECTED .. ' TO WS-CC-TITLE
           MOVE WS-WRONG-MODE-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE 'STALE - CARRIED AS-IS . ' TO WS-CC-TITLE
           MOVE WS-STALE-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD

           MOVE 'BLANK KEYS DROPPED .... ' TO WS-CC-TITLE
           MOVE WS-BLANK-KEY-COUNT TO WS-CC-COUNT
           MOVE WS-MCV-COUNT-LINE TO CONV-REPORT-RECORD
           WRITE CONV-REPORT-RECORD.

       8000-TOTALS-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE MASTER-OLD-FILE
           CLOSE MASTER-NEW-FILE
           CLOSE CONV-REPORT-FILE

           IF WS-WRONG-MODE-COUNT > ZERO OR WS-STALE-COUNT > ZERO
                   OR WS-BLANK-KEY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINMCV.
