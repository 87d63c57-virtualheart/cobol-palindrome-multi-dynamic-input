      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINSUS - OPEN-EXCEPTIONS SUSPENSE UPDATE AND AGING.
      *          CARRIES EVERY EXCEPTION OF THE CYCLE INTO THE
      *          PERSISTENT SUSPENSE FILE, KEYED BY SOURCE SYSTEM,
      *          RECORD TYPE AND VALUE, SO A REJECT STAYS OPEN UNTIL
      *          PALINFIX APPLIES A REPAIR OR DROP FOR IT INSTEAD OF
      *          FALLING OFF WITH ITS EXCEPTION GENERATION:
      *            NEW KEY        - OPENED, AGE ZERO
      *            OPEN KEY       - LAST SEEN, TIMES SEEN AND REASON
      *                             REFRESHED, AGE RUNS ON
      *            CLOSED KEY     - REOPENED WITH A FRESH AGE
      *          A KEY ALREADY SEEN ON THE EXCEPTION'S CHECK DATE IS
      *          LEFT ALONE, SO A RERUN DOES NOT COUNT IT TWICE.  THE
      *          AGING PASS THEN SETS EVERY OPEN ENTRY'S AGE IN DAYS
      *          SINCE IT WAS FIRST SEEN AND PURGES CLOSED ENTRIES
      *          CLOSED MORE THAN 90 DAYS AGO.
      *          RC 8 WHEN A SUSPENSE WRITE FAILED, 16 ON AN OPEN
      *          FAILURE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINSUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PALIN-EXCEPT-FILE ASSIGN TO "PALINEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "PALINOXF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PALIN-EXCEPT-FILE.
       01  PALIN-EXCEPT-RECORD.
           05  PE-TIMESTAMP            PIC X(19).
           05  FILLER                  PIC X(01).
           05  PE-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  PE-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  PE-SOURCE-SYSTEM        PIC X(01).
           05  FILLER                  PIC X(01).
           05  PE-EXCEPT-VALUE         PIC X(81).
           05  FILLER                  PIC X(01).
           05  PE-EXCEPT-REASON        PIC X(30).

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

       WORKING-STORAGE SECTION.

       01  WS-EXCEPT-STATUS   PIC X(2).
       01  WS-SUSPENSE-STATUS PIC X(2).

       01  WS-EXCEPT-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-EXCEPT-EOF          VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW PIC X(1) VALUE 'N'.
           88  WS-SUSPENSE-EOF        VALUE 'Y'.
       01  WS-SUSPENSE-HIT-SW PIC X(1) VALUE 'N'.
           88  WS-SUSPENSE-HIT        VALUE 'Y'.

       01  WS-PURGE-DAYS      PIC 9(4) VALUE 90.

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

       01  WS-EXCEPT-READ-COUNT PIC 9(9) VALUE ZERO.
       01  WS-OPENED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-SEEN-AGAIN-COUNT PIC 9(9) VALUE ZERO.
       01  WS-REOPENED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-CARRIED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-OPEN-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-PURGED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-FAILED-COUNT    PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 1000-CARRY-EXCEPTS-PARA THRU
                   1000-CARRY-EXCEPTS-PARA-EXIT

           PERFORM 2000-AGE-PARA THRU
                   2000-AGE-PARA-EXIT

           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-INITIALIZE-PARA.
           OPEN INPUT PALIN-EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = '00'
               DISPLAY 'PALIN-EXCEPT-FILE OPEN FAILED - STATUS '
                   WS-EXCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00' AND
                   WS-SUSPENSE-STATUS NOT = '05'
               DISPLAY 'SUSPENSE-FILE OPEN FAILED - STATUS '
                   WS-SUSPENSE-STATUS
               CLOSE PALIN-EXCEPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           COMPUTE WS-TODAY-NUM = WS-CD-YYYY * 10000 +
               WS-CD-MM * 100 + WS-CD-DD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-NUM).

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

       1000-CARRY-EXCEPTS-PARA.
           PERFORM UNTIL WS-EXCEPT-EOF
               READ PALIN-EXCEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EXCEPT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-EXCEPT-READ-COUNT
                       PERFORM 1100-CARRY-ONE-PARA THRU
                               1100-CARRY-ONE-PARA-EXIT
               END-READ
           END-PERFORM.

       1000-CARRY-EXCEPTS-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE SEEN DATE IS THE EXCEPTION'S OWN CHECK DATE, SO A RERUN
      * OF THE SAME GENERATION FINDS EVERY KEY ALREADY SEEN ON IT.
      ******************************************************************
       1100-CARRY-ONE-PARA.
           MOVE PE-TIMESTAMP (1:10) TO WS-SEEN-DATE
           IF WS-SEEN-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-SEEN-DATE
           END-IF

           MOVE 'N' TO WS-SUSPENSE-HIT-SW
           MOVE PE-SOURCE-SYSTEM TO SU-SOURCE-SYSTEM
           MOVE PE-RECORD-TYPE TO SU-RECORD-TYPE
           MOVE PE-EXCEPT-VALUE TO SU-EXCEPT-VALUE
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUSPENSE-HIT-SW
           END-READ

           IF NOT WS-SUSPENSE-HIT
               MOVE 'O' TO SU-STATUS
               MOVE WS-SEEN-DATE TO SU-FIRST-SEEN
               MOVE WS-SEEN-DATE TO SU-LAST-SEEN
               MOVE 1 TO SU-TIMES-SEEN
               MOVE ZERO TO SU-AGE-DAYS
               MOVE PE-EXCEPT-REASON TO SU-EXCEPT-REASON
               MOVE PE-RUN-ID TO SU-LAST-RUN-ID
               MOVE SPACES TO SU-CLOSED-DATE
               MOVE SPACE TO SU-CLOSE-ACTION
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY 'SUSPENSE-FILE WRITE FAILED - STATUS '
                           WS-SUSPENSE-STATUS
                       ADD 1 TO WS-FAILED-COUNT
                       GO TO 1100-CARRY-ONE-PARA-EXIT
               END-WRITE
               ADD 1 TO WS-OPENED-COUNT
               GO TO 1100-CARRY-ONE-PARA-EXIT
           END-IF

           IF SU-LAST-SEEN NOT < WS-SEEN-DATE
               ADD 1 TO WS-CARRIED-COUNT
               GO TO 1100-CARRY-ONE-PARA-EXIT
           END-IF

           IF SU-STATUS-CLOSED
               MOVE 'O' TO SU-STATUS
               MOVE WS-SEEN-DATE TO SU-FIRST-SEEN
               MOVE ZERO TO SU-AGE-DAYS
               MOVE SPACES TO SU-CLOSED-DATE
               MOVE SPACE TO SU-CLOSE-ACTION
               ADD 1 TO WS-REOPENED-COUNT
           ELSE
               ADD 1 TO WS-SEEN-AGAIN-COUNT
           END-IF
           MOVE WS-SEEN-DATE TO SU-LAST-SEEN
           IF SU-TIMES-SEEN < 99999
               ADD 1 TO SU-TIMES-SEEN
           END-IF
           MOVE PE-EXCEPT-REASON TO SU-EXCEPT-REASON
           MOVE PE-RUN-ID TO SU-LAST-RUN-ID
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSE-FILE REWRITE FAILED - STATUS '
                       WS-SUSPENSE-STATUS
                   ADD 1 TO WS-FAILED-COUNT
           END-REWRITE.

       1100-CARRY-ONE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * AGING PASS OVER THE WHOLE FILE IN KEY ORDER.
      ******************************************************************
       2000-AGE-PARA.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 2000-AGE-PARA-EXIT
           END-START

           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF-SW
                   NOT AT END
                       PERFORM 2100-AGE-ONE-PARA THRU
                               2100-AGE-ONE-PARA-EXIT
               END-READ
           END-PERFORM.

       2000-AGE-PARA-EXIT.
           EXIT.

       2100-AGE-ONE-PARA.
           IF SU-STATUS-CLOSED
               MOVE SU-CLOSED-DATE TO WS-SEEN-DATE
           ELSE
               MOVE SU-FIRST-SEEN TO WS-SEEN-DATE
           END-IF
           PERFORM 2200-DAYS-SINCE-PARA THRU
                   2200-DAYS-SINCE-PARA-EXIT

           IF SU-STATUS-CLOSED
               IF WS-DAYS > WS-PURGE-DAYS
                   DELETE SUSPENSE-FILE RECORD
                       INVALID KEY
                           DISPLAY 'SUSPENSE-FILE DELETE FAILED - '
                               'STATUS ' WS-SUSPENSE-STATUS
                           ADD 1 TO WS-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-PURGED-COUNT
                   END-DELETE
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               GO TO 2100-AGE-ONE-PARA-EXIT
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           IF WS-DAYS > 99999
               MOVE 99999 TO WS-DAYS
           END-IF
           IF SU-AGE-DAYS NOT = WS-DAYS
               MOVE WS-DAYS TO SU-AGE-DAYS
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY 'SUSPENSE-FILE REWRITE FAILED - '
                           'STATUS ' WS-SUSPENSE-STATUS
                       ADD 1 TO WS-FAILED-COUNT
               END-REWRITE
           END-IF.

       2100-AGE-ONE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * DAYS FROM WS-SEEN-DATE (YYYY-MM-DD) TO TODAY.  A DATE THAT
      * WILL NOT CONVERT, OR ONE IN THE FUTURE, COUNTS AS ZERO DAYS.
      ******************************************************************
       2200-DAYS-SINCE-PARA.
           MOVE ZERO TO WS-DAYS
           MOVE WS-SEEN-DATE (1:4) TO WS-DD-YYYY
           MOVE WS-SEEN-DATE (6:2) TO WS-DD-MM
           MOVE WS-SEEN-DATE (9:2) TO WS-DD-DD
           IF WS-DATE-DIGITS IS NOT NUMERIC
               GO TO 2200-DAYS-SINCE-PARA-EXIT
           END-IF

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DATE-INT = ZERO OR WS-DATE-INT > WS-TODAY-INT
               GO TO 2200-DAYS-SINCE-PARA-EXIT
           END-IF
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT.

       2200-DAYS-SINCE-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE PALIN-EXCEPT-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY 'PALINSUS - EXCEPTIONS READ        '
               WS-EXCEPT-READ-COUNT
           DISPLAY 'PALINSUS - NEW ENTRIES OPENED     ' WS-OPENED-COUNT
           DISPLAY 'PALINSUS - OPEN ENTRIES SEEN AGAIN'
               WS-SEEN-AGAIN-COUNT
           DISPLAY 'PALINSUS - CLOSED ENTRIES REOPENED'
               WS-REOPENED-COUNT
           DISPLAY 'PALINSUS - ALREADY CARRIED        '
               WS-CARRIED-COUNT
           DISPLAY 'PALINSUS - OPEN ENTRIES AGED      ' WS-OPEN-COUNT
           DISPLAY 'PALINSUS - CLOSED ENTRIES KEPT    '
               WS-CLOSED-COUNT
           DISPLAY 'PALINSUS - CLOSED ENTRIES PURGED  '
               WS-PURGED-COUNT
           DISPLAY 'PALINSUS - SUSPENSE WRITES FAILED '
               WS-FAILED-COUNT

           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINSUS.
