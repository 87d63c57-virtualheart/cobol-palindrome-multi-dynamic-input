      *          QUEUE, SO THE QUEUE SURVIVES FOR THE NEXT NIGHT
      *          INSTEAD OF BEING EMPTIED WITH ITS CHECKS
      *          UNREGISTERED.
      *          THE SWEEP IS LOGGED ON THE POSTING-CONTROL FILE THE
      *          SAME WAY PALINPST LOGS THE STREAM AUDIT POSTS, UNDER
      *          THE CYCLE DATE, RUN ID 'ONLINE' AND INPUT 'ONLINEQ',
      *          SO A RESTART OF THE MERGE LEG DOES NOT SWEEP THE
      *          SAME QUEUE TWICE:
      *            COMPLETE, SAME COUNT  - SKIPPED, RC 2 (ALSO WHEN THE
      *                                    QUEUE HAS SINCE BEEN EMPTIED)
      *            COMPLETE, OTHER COUNT - REFUSED, RC 12
      *            STARTED               - PARTIAL SWEEP; THE ENTRIES
      *                                    ALREADY ON THE AUDIT TRAIL
      *                                    ARE MATCHED AND PASSED
      *                                    OVER AND THE REST SWEPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL PALIN-MASTER-FILE ASSIGN TO "PALINMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PALIN-REGISTRY-FILE ASSIGN TO "PALINREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT OPTIONAL POST-CONTROL-FILE ASSIGN TO "PALINPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.


       FD  PALIN-MASTER-FILE.
       01  PALIN-MASTER-RECORD.
           05  PM-MASTER-KEY.
               10  PM-RECORD-TYPE      PIC X(01).
               10  PM-VALUE-KEY        PIC X(80).
           05  PM-VERDICT              PIC X(14).
           05  PM-FIRST-SEEN           PIC X(19).
           05  PM-LAST-SEEN            PIC X(19).
           05  PM-TIMES-SEEN           PIC 9(09).

       FD  PALIN-REGISTRY-FILE.
       01  PALIN-REGISTRY-RECORD.
           05  RG-CYCLE-DATE           PIC X(10).
           05  FILLER                  PIC X(88).

       FD  POST-CONTROL-FILE.
       01  POST-CONTROL-RECORD.
           05  PC-CYCLE-DATE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  PC-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-INPUT-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-STATUS               PIC X(08).
               88  PC-STATUS-STARTED        VALUE 'STARTED '.
               88  PC-STATUS-COMPLETE       VALUE 'COMPLETE'.
           05  FILLER                  PIC X(01).
           05  PC-INPUT-COUNT          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PC-BASE-COUNT           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PC-POSTED-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PC-TIMESTAMP            PIC X(19).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-QUEUE-STATUS    PIC X(2).
       01  WS-AUDIT-STATUS    PIC X(2).
       01  WS-MASTER-STATUS   PIC X(2).
       01  WS-REGISTRY-STATUS PIC X(2).
       01  WS-CONTROL-STATUS  PIC X(2).

       01  WS-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE         VALUE 'Y'.
       01  WS-MASTER-HIT-SW   PIC X(1) VALUE 'N'.
           88  WS-MASTER-HIT          VALUE 'Y'.
       01  WS-AUDIT-EOF-SW    PIC X(1) VALUE 'N'.
           88  WS-AUDIT-EOF           VALUE 'Y'.
       01  WS-REG-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-REG-EOF             VALUE 'Y'.
       01  WS-CTL-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF             VALUE 'Y'.

       01  WS-POST-MODE       PIC X(1) VALUE 'F'.
           88  WS-MODE-FRESH          VALUE 'F'.
           88  WS-MODE-RESUME         VALUE 'R'.

       01  WS-RUN-ID          PIC X(08) VALUE 'ONLINE  '.
       01  WS-INPUT-ID        PIC X(08) VALUE 'ONLINEQ '.
       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.
       01  WS-REG-MAX-DATE    PIC X(10) VALUE SPACES.

       01  WS-CTL-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-CTL-FOUND           VALUE 'Y'.
       01  WS-CTL-STATUS      PIC X(08) VALUE SPACES.
       01  WS-CTL-INPUT-COUNT PIC 9(9) VALUE ZERO.
       01  WS-CTL-BASE-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-CTL-TIMESTAMP   PIC X(19) VALUE SPACES.

       01  WS-AUDIT-LINE      PIC X(137) VALUE SPACES.

       01  WS-RAW-PAL         PIC X(81).
       01  WS-PAL             PIC X(80).
       01  WS-MST-ADD-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-MST-UPD-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-SKIPPED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-QUEUE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-TRAIL-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-BASE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ALREADY-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-MATCHED-COUNT   PIC 9(9) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  WS-CD-HH           PIC 9(02).
           05  WS-CD-MIN          PIC 9(02).
           05  WS-CD-SS           PIC 9(02).
           05  FILLER             PIC X(07).

       PROCEDURE DIVISION.

               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-TIMESTAMP

           PERFORM 0150-SCAN-REGISTRY-PARA THRU
                   0150-SCAN-REGISTRY-PARA-EXIT

           PERFORM UNTIL WS-END-OF-FILE
               READ ONLINE-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
               END-READ
           END-PERFORM
           CLOSE ONLINE-QUEUE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM 0300-SCAN-CONTROL-PARA THRU
                   0300-SCAN-CONTROL-PARA-EXIT

           PERFORM 0400-DECIDE-PARA THRU
                   0400-DECIDE-PARA-EXIT

           PERFORM 0500-SCAN-AUDIT-PARA THRU
                   0500-SCAN-AUDIT-PARA-EXIT

           OPEN INPUT PALIN-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               CLOSE PALIN-AUDIT-FILE
               DISPLAY 'PALIN-MASTER-FILE OPEN FAILED - STATUS '
                   WS-MASTER-STATUS
                   ' - SWEEP ABANDONED, QUEUE LEFT INTACT'
               CLOSE PALIN-AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MODE-FRESH
               MOVE 'STARTED ' TO WS-CTL-STATUS
               PERFORM 0600-LOG-CONTROL-PARA THRU
                       0600-LOG-CONTROL-PARA-EXIT
           END-IF

           OPEN INPUT ONLINE-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY 'ONLINE-QUEUE-FILE OPEN FAILED - STATUS '
                   WS-QUEUE-STATUS
               CLOSE PALIN-AUDIT-FILE
               CLOSE PALIN-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE CYCLE DATE IS THE NEWEST CYCLE DATE ON THE STREAM RUN
      * REGISTRIES, NOT THE CLOCK - THE SAME RULE PALINREC RECONCILES
      * BY.  WITH NO REGISTRY TODAY'S DATE IS USED.
      ******************************************************************
       0150-SCAN-REGISTRY-PARA.
           OPEN INPUT PALIN-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = '00'
               CLOSE PALIN-REGISTRY-FILE
               GO TO 0150-SCAN-REGISTRY-PARA-EXIT
           END-IF

           PERFORM UNTIL WS-REG-EOF
               READ PALIN-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REG-EOF-SW
                   NOT AT END
                       IF RG-CYCLE-DATE (1:4) IS NUMERIC AND
                               RG-CYCLE-DATE > WS-REG-MAX-DATE
                           MOVE RG-CYCLE-DATE TO WS-REG-MAX-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PALIN-REGISTRY-FILE

           IF WS-REG-MAX-DATE NOT = SPACES
               MOVE WS-REG-MAX-DATE TO WS-RUN-DATE
           END-IF.

       0150-SCAN-REGISTRY-PARA-EXIT.
           EXIT.

       0200-READ-PARA.
           READ ONLINE-QUEUE-FILE
               AT END
       0200-READ-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE CONTROL FILE IS A LOG - THE LAST ENTRY FOR THE CYCLE
      * DATE, RUN ID AND INPUT ID IS THE STATE OF THE SWEEP.
      ******************************************************************
       0300-SCAN-CONTROL-PARA.
           OPEN INPUT POST-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               CLOSE POST-CONTROL-FILE
               GO TO 0300-SCAN-CONTROL-PARA-EXIT
           END-IF

           PERFORM UNTIL WS-CTL-EOF
               READ POST-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       IF PC-CYCLE-DATE = WS-RUN-DATE AND
                               PC-RUN-ID = WS-RUN-ID AND
                               PC-INPUT-ID = WS-INPUT-ID
                           MOVE 'Y' TO WS-CTL-FOUND-SW
                           MOVE PC-STATUS TO WS-CTL-STATUS
                           MOVE PC-INPUT-COUNT TO WS-CTL-INPUT-COUNT
                           MOVE PC-BASE-COUNT TO WS-CTL-BASE-COUNT
                           MOVE PC-TIMESTAMP TO WS-CTL-TIMESTAMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POST-CONTROL-FILE.

       0300-SCAN-CONTROL-PARA-EXIT.
           EXIT.

       0400-DECIDE-PARA.
           IF NOT WS-CTL-FOUND
               IF WS-QUEUE-COUNT = ZERO
                   DISPLAY 'PALINOLS - QUEUE IS EMPTY FOR CYCLE '
                       WS-RUN-DATE ' - NOTHING TO SWEEP'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'F' TO WS-POST-MODE
               GO TO 0400-DECIDE-PARA-EXIT
           END-IF

      * A COMPLETE SWEEP WHOSE QUEUE IS NOW EMPTY HAS ALREADY HAD ITS
      * QUEUE EMPTIED BEHIND IT - ALSO A SKIP.
           IF WS-CTL-STATUS = 'COMPLETE'
               IF WS-CTL-INPUT-COUNT = WS-QUEUE-COUNT OR
                       WS-QUEUE-COUNT = ZERO
                   DISPLAY 'PALINOLS - QUEUE FOR CYCLE ' WS-RUN-DATE
                       ' ALREADY SWEPT ' WS-CTL-TIMESTAMP
                       ' - SKIPPED'
                   MOVE 2 TO RETURN-CODE
               ELSE
                   DISPLAY 'PALINOLS - QUEUE FOR CYCLE ' WS-RUN-DATE
                       ' WAS SWEPT ' WS-CTL-TIMESTAMP ' WITH '
                       WS-CTL-INPUT-COUNT ' ENTRIES, QUEUE NOW HAS '
                       WS-QUEUE-COUNT ' - REFUSED'
                   MOVE 12 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           IF WS-CTL-INPUT-COUNT NOT = WS-QUEUE-COUNT
               DISPLAY 'PALINOLS - PARTIAL SWEEP FOR CYCLE '
                   WS-RUN-DATE ' WAS FOR ' WS-CTL-INPUT-COUNT
                   ' ENTRIES, QUEUE NOW HAS ' WS-QUEUE-COUNT
                   ' - REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'R' TO WS-POST-MODE
           MOVE WS-CTL-BASE-COUNT TO WS-BASE-COUNT
           DISPLAY 'PALINOLS - PARTIAL SWEEP FOR CYCLE ' WS-RUN-DATE
               ' STARTED ' WS-CTL-TIMESTAMP ' - COMPLETING IT'.

       0400-DECIDE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * COUNT THE AUDIT TRAIL.  ON A RESUME EVERY RECORD PAST THE
      * STARTED ENTRY'S BASE COUNT MUST BE THE AUDIT RECORD OF THE
      * NEXT QUEUE ENTRY IN TURN - ANYTHING ELSE MEANS THE TRAIL HAS
      * MOVED ON SINCE THE PARTIAL SWEEP AND IT IS NOT SAFE TO FINISH
      * IT BY COUNT.
      ******************************************************************
       0500-SCAN-AUDIT-PARA.
           IF WS-MODE-RESUME
               OPEN INPUT ONLINE-QUEUE-FILE
               IF WS-QUEUE-STATUS NOT = '00'
                   DISPLAY 'ONLINE-QUEUE-FILE OPEN FAILED - STATUS '
                       WS-QUEUE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT PALIN-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               CLOSE PALIN-AUDIT-FILE
               MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-IF

           PERFORM UNTIL WS-AUDIT-EOF
               READ PALIN-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-TRAIL-COUNT
                       IF WS-MODE-RESUME AND
                               WS-TRAIL-COUNT > WS-BASE-COUNT
                           PERFORM 0550-MATCH-SWEPT-PARA THRU
                                   0550-MATCH-SWEPT-PARA-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE PALIN-AUDIT-FILE
           END-IF

           IF WS-MODE-FRESH
               MOVE WS-TRAIL-COUNT TO WS-BASE-COUNT
               GO TO 0500-SCAN-AUDIT-PARA-EXIT
           END-IF

           CLOSE ONLINE-QUEUE-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-TRAIL-COUNT < WS-BASE-COUNT OR
                   WS-MATCHED-COUNT NOT =
                       WS-TRAIL-COUNT - WS-BASE-COUNT
               DISPLAY 'PALINOLS - AUDIT TRAIL NO LONGER MATCHES THE '
                   'PARTIAL SWEEP - TRAIL HAS ' WS-TRAIL-COUNT
                   ' RECORDS, BASE WAS ' WS-BASE-COUNT ', '
                   WS-MATCHED-COUNT ' MATCHED - REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MATCHED-COUNT TO WS-ALREADY-COUNT.

       0500-SCAN-AUDIT-PARA-EXIT.
           EXIT.

       0550-MATCH-SWEPT-PARA.
           IF WS-END-OF-FILE
               GO TO 0550-MATCH-SWEPT-PARA-EXIT
           END-IF
           READ ONLINE-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 0550-MATCH-SWEPT-PARA-EXIT
           END-READ
           PERFORM 1450-BUILD-AUDIT-PARA THRU
                   1450-BUILD-AUDIT-PARA-EXIT
           IF WS-AUDIT-LINE = PALIN-AUDIT-RECORD AND
                   WS-MATCHED-COUNT =
                       WS-TRAIL-COUNT - WS-BASE-COUNT - 1
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       0550-MATCH-SWEPT-PARA-EXIT.
           EXIT.

       0600-LOG-CONTROL-PARA.
           OPEN INPUT POST-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               CLOSE POST-CONTROL-FILE
               OPEN EXTEND POST-CONTROL-FILE
           ELSE
               CLOSE POST-CONTROL-FILE
               OPEN OUTPUT POST-CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS NOT = '00' AND
                   WS-CONTROL-STATUS NOT = '05'
               DISPLAY 'POST-CONTROL-FILE OPEN FAILED - STATUS '
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO POST-CONTROL-RECORD
           MOVE WS-RUN-DATE TO PC-CYCLE-DATE
           MOVE WS-RUN-ID TO PC-RUN-ID
           MOVE WS-INPUT-ID TO PC-INPUT-ID
           MOVE WS-CTL-STATUS TO PC-STATUS
           MOVE WS-QUEUE-COUNT TO PC-INPUT-COUNT
           MOVE WS-BASE-COUNT TO PC-BASE-COUNT
           MOVE WS-ALREADY-COUNT TO PC-POSTED-COUNT
           ADD WS-AUDIT-COUNT TO PC-POSTED-COUNT
           MOVE WS-TIMESTAMP TO PC-TIMESTAMP
           WRITE POST-CONTROL-RECORD
           CLOSE POST-CONTROL-FILE.

       0600-LOG-CONTROL-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ON A RESUMED SWEEP THE ENTRIES BEFORE THE LAST ONE ALREADY ON
      * THE AUDIT TRAIL WERE FULLY SWEPT AND ARE PASSED OVER.  THE
      * LAST ONE WAS AUDITED BUT MAY NOT HAVE REACHED THE MASTER, SO
      * IT IS NOT AUDITED AGAIN AND 1300 SETTLES ITS REGISTRATION.
      ******************************************************************
       1000-SWEEP-PARA.
           IF WS-READ-COUNT < WS-ALREADY-COUNT
               GO TO 1000-SWEEP-PARA-EXIT
           END-IF

           IF WS-READ-COUNT > WS-ALREADY-COUNT
               PERFORM 1400-WRITE-AUDIT-PARA THRU
                       1400-WRITE-AUDIT-PARA-EXIT
           END-IF

           IF OQ-RESULT-TEXT NOT = ' PALINDROME' AND
                   OQ-RESULT-TEXT NOT = 'NOT PALINDROME'
               GO TO 1000-SWEEP-PARA-EXIT
           END-IF

      * THE SWEEP FOLDS VALUES THE TEXT-MODE WAY, SO ONLY TEXT-MODE
      * CHECKS ARE REGISTERED.  A BLANK TYPE IS AN OLDER QUEUE ENTRY
      * AND IS TREATED AS TEXT.
           IF OQ-RECORD-TYPE = SPACE
               MOVE 'T' TO OQ-RECORD-TYPE
           END-IF
           IF OQ-RECORD-TYPE NOT = 'T'
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 1000-SWEEP-PARA-EXIT
           END-IF

           MOVE OQ-INPUT-VALUE TO WS-RAW-PAL
           PERFORM 1050-NORMALIZE-PARA THRU
                   1050-NORMALIZE-PARA-EXIT
      ******************************************************************
       1300-MASTER-POST-PARA.
           MOVE 'N' TO WS-MASTER-HIT-SW
           MOVE OQ-RECORD-TYPE TO PM-RECORD-TYPE
           MOVE WS-PAL TO PM-VALUE-KEY

           READ PALIN-MASTER-FILE
                   MOVE 'Y' TO WS-MASTER-HIT-SW
           END-READ

      * THE ENTRY A PARTIAL SWEEP STOPPED ON IS ALREADY REGISTERED IF
      * THE MASTER WAS LAST SEEN AT ITS TIMESTAMP.
           IF WS-MASTER-HIT AND WS-READ-COUNT = WS-ALREADY-COUNT AND
                   PM-LAST-SEEN = OQ-TIMESTAMP
               GO TO 1300-MASTER-POST-PARA-EXIT
           END-IF

           IF WS-MASTER-HIT
               MOVE OQ-TIMESTAMP TO PM-LAST-SEEN
               ADD 1 TO PM-TIMES-SEEN
               END-REWRITE
               ADD 1 TO WS-MST-UPD-COUNT
           ELSE
               MOVE OQ-RECORD-TYPE TO PM-RECORD-TYPE
               MOVE WS-PAL TO PM-VALUE-KEY
               MOVE OQ-RESULT-TEXT TO PM-VERDICT
               MOVE OQ-TIMESTAMP TO PM-FIRST-SEEN
           EXIT.

       1400-WRITE-AUDIT-PARA.
           PERFORM 1450-BUILD-AUDIT-PARA THRU
                   1450-BUILD-AUDIT-PARA-EXIT
           MOVE WS-AUDIT-LINE TO PALIN-AUDIT-RECORD

           WRITE PALIN-AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       1400-WRITE-AUDIT-PARA-EXIT.
           EXIT.

       1450-BUILD-AUDIT-PARA.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING OQ-TIMESTAMP           DELIMITED BY SIZE
                  ' ' WS-RUN-ID           DELIMITED BY SIZE
                  ' ' OQ-OPERATOR-ID      DELIMITED BY SIZE
                  OQ-SOURCE-SYSTEM        DELIMITED BY SIZE
                  ' ' OQ-INPUT-VALUE      DELIMITED BY SIZE
                  ' ' OQ-RESULT-TEXT      DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE.

       1450-BUILD-AUDIT-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE PALIN-AUDIT-FILE
           CLOSE PALIN-MASTER-FILE

           MOVE 'COMPLETE' TO WS-CTL-STATUS
           PERFORM 0600-LOG-CONTROL-PARA THRU
                   0600-LOG-CONTROL-PARA-EXIT

           DISPLAY 'PALINOLS - CYCLE DATE             ' WS-RUN-DATE
           DISPLAY 'PALINOLS - QUEUE ENTRIES READ     ' WS-READ-COUNT
           DISPLAY 'PALINOLS - ALREADY SWEPT          '
               WS-ALREADY-COUNT
           DISPLAY 'PALINOLS - AUDIT RECORDS WRITTEN  ' WS-AUDIT-COUNT
           DISPLAY 'PALINOLS - MASTER RECORDS ADDED   '
               WS-MST-ADD-COUNT
