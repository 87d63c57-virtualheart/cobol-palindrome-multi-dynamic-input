      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINPST - RERUN-SAFE POSTING OF A STREAM AUDIT FILE
      *          TO THE PERSISTENT AUDIT TRAIL.  EVERY POST IS LOGGED
      *          ON THE POSTING-CONTROL FILE UNDER ITS CYCLE DATE, RUN
      *          ID AND INPUT ID - A 'STARTED' ENTRY BEFORE THE FIRST
      *          RECORD IS APPENDED (CARRYING THE AUDIT TRAIL'S RECORD
      *          COUNT AT THAT MOMENT) AND A 'COMPLETE' ENTRY AFTER
      *          THE LAST.  ON A RERUN:
      *            COMPLETE, SAME COUNT  - SKIPPED, NOTHING APPENDED
      *            COMPLETE, OTHER COUNT - REFUSED, INPUT HAS CHANGED
      *            STARTED               - PARTIAL POST; THE RECORDS
      *                                    ALREADY ON THE TRAIL ARE
      *                                    MATCHED AGAINST THE INPUT
      *                                    AND ONLY THE REMAINDER IS
      *                                    APPENDED
      *          THE CYCLE DATE IS THE NEWEST DATE THE RUN ID
      *          REGISTERED UNDER ON THE STREAM RUN REGISTRY, SO A
      *          RESTART AFTER MIDNIGHT STILL FINDS ITS OWN ENTRIES.
      *          RETURN CODES:
      *             0  POSTED (OR RESUMED AND COMPLETED)
      *             2  ALREADY POSTED - SKIPPED
      *            12  REFUSED - SEE THE MESSAGE
      *            16  FILE OPEN FAILURE OR MISSING PARM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-INPUT-FILE ASSIGN TO "PALINPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL PALIN-AUDIT-FILE ASSIGN TO "PALINAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PALIN-REGISTRY-FILE ASSIGN TO "PALINREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT OPTIONAL POST-CONTROL-FILE ASSIGN TO "PALINPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POST-INPUT-FILE.
       01  POST-INPUT-RECORD      PIC X(137).

       FD  PALIN-AUDIT-FILE.
       01  PALIN-AUDIT-RECORD     PIC X(137).

       FD  PALIN-REGISTRY-FILE.
       01  PALIN-REGISTRY-RECORD.
           05  RG-CYCLE-DATE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RG-STATUS               PIC X(07).
           05  FILLER                  PIC X(01).
           05  RG-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(71).

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

       01  WS-INPUT-STATUS    PIC X(2).
       01  WS-AUDIT-STATUS    PIC X(2).
       01  WS-REGISTRY-STATUS PIC X(2).
       01  WS-CONTROL-STATUS  PIC X(2).

       01  WS-INPUT-EOF-SW    PIC X(1) VALUE 'N'.
           88  WS-INPUT-EOF           VALUE 'Y'.
       01  WS-AUDIT-EOF-SW    PIC X(1) VALUE 'N'.
           88  WS-AUDIT-EOF           VALUE 'Y'.
       01  WS-REG-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-REG-EOF             VALUE 'Y'.
       01  WS-CTL-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF             VALUE 'Y'.

       01  WS-POST-MODE       PIC X(1) VALUE 'F'.
           88  WS-MODE-FRESH          VALUE 'F'.
           88  WS-MODE-RESUME         VALUE 'R'.

       01  WS-RUN-ID          PIC X(08) VALUE SPACES.
       01  WS-INPUT-ID        PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.
       01  WS-REG-MAX-DATE    PIC X(10) VALUE SPACES.

       01  WS-CTL-FOUND-SW    PIC X(1) VALUE 'N'.
           88  WS-CTL-FOUND           VALUE 'Y'.
       01  WS-CTL-STATUS      PIC X(08) VALUE SPACES.
       01  WS-CTL-INPUT-COUNT PIC 9(9) VALUE ZERO.
       01  WS-CTL-BASE-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-CTL-TIMESTAMP   PIC X(19) VALUE SPACES.

       01  WS-INPUT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-BASE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ALREADY-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-MATCHED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-POSTED-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  WS-CD-HH           PIC 9(02).
           05  WS-CD-MIN          PIC 9(02).
           05  WS-CD-SS           PIC 9(02).
           05  FILLER             PIC X(07).

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           05  LS-RUN-ID          PIC X(08).
           05  LS-INPUT-ID        PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-RECORD.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 1000-COUNT-INPUT-PARA THRU
                   1000-COUNT-INPUT-PARA-EXIT

           PERFORM 2000-SCAN-CONTROL-PARA THRU
                   2000-SCAN-CONTROL-PARA-EXIT

           PERFORM 3000-DECIDE-PARA THRU
                   3000-DECIDE-PARA-EXIT

           PERFORM 4000-SCAN-AUDIT-PARA THRU
                   4000-SCAN-AUDIT-PARA-EXIT

           PERFORM 5000-POST-PARA THRU
                   5000-POST-PARA-EXIT

           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-INITIALIZE-PARA.
           IF LS-PARM-LEN < 16 OR LS-RUN-ID = SPACES OR
                   LS-INPUT-ID = SPACES
               DISPLAY 'PALINPST - PARM MUST BE RUN ID (8) AND '
                   'INPUT ID (8)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LS-RUN-ID TO WS-RUN-ID
           MOVE LS-INPUT-ID TO WS-INPUT-ID

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-TIMESTAMP

           PERFORM 0150-SCAN-REGISTRY-PARA THRU
                   0150-SCAN-REGISTRY-PARA-EXIT.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE CYCLE DATE IS THE NEWEST CYCLE DATE THE RUN ID REGISTERED
      * UNDER, NOT THE CLOCK - THE SAME RULE PALINREC RECONCILES BY.
      * WITH NO REGISTRY ENTRY FOR THE RUN ID TODAY'S DATE IS USED.
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
                       IF RG-RUN-ID = WS-RUN-ID AND
                               RG-CYCLE-DATE (1:4) IS NUMERIC AND
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

       1000-COUNT-INPUT-PARA.
           OPEN INPUT POST-INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'POST-INPUT-FILE OPEN FAILED - STATUS '
                   WS-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
               READ POST-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
               END-READ
           END-PERFORM
           CLOSE POST-INPUT-FILE.

       1000-COUNT-INPUT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE CONTROL FILE IS A LOG - THE LAST ENTRY FOR THE CYCLE
      * DATE, RUN ID AND INPUT ID IS THE STATE OF THAT POST.
      ******************************************************************
       2000-SCAN-CONTROL-PARA.
           OPEN INPUT POST-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               CLOSE POST-CONTROL-FILE
               GO TO 2000-SCAN-CONTROL-PARA-EXIT
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

       2000-SCAN-CONTROL-PARA-EXIT.
           EXIT.

       3000-DECIDE-PARA.
           IF NOT WS-CTL-FOUND
               IF WS-INPUT-COUNT = ZERO
                   DISPLAY 'PALINPST - ' WS-INPUT-ID ' FOR RUN '
                       WS-RUN-ID ' CYCLE ' WS-RUN-DATE
                       ' IS EMPTY - NOTHING TO POST'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'F' TO WS-POST-MODE
               GO TO 3000-DECIDE-PARA-EXIT
           END-IF

           IF WS-CTL-STATUS = 'COMPLETE'
               IF WS-CTL-INPUT-COUNT = WS-INPUT-COUNT
                   DISPLAY 'PALINPST - ' WS-INPUT-ID ' FOR RUN '
                       WS-RUN-ID ' CYCLE ' WS-RUN-DATE
                       ' ALREADY POSTED ' WS-CTL-TIMESTAMP
                       ' - SKIPPED'
                   MOVE 2 TO RETURN-CODE
               ELSE
                   DISPLAY 'PALINPST - ' WS-INPUT-ID ' FOR RUN '
                       WS-RUN-ID ' CYCLE ' WS-RUN-DATE
                       ' WAS POSTED ' WS-CTL-TIMESTAMP ' WITH '
                       WS-CTL-INPUT-COUNT ' RECORDS, INPUT NOW HAS '
                       WS-INPUT-COUNT ' - REFUSED'
                   MOVE 12 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           IF WS-CTL-INPUT-COUNT NOT = WS-INPUT-COUNT
               DISPLAY 'PALINPST - PARTIAL POST OF ' WS-INPUT-ID
                   ' FOR RUN ' WS-RUN-ID ' CYCLE ' WS-RUN-DATE
                   ' WAS FOR ' WS-CTL-INPUT-COUNT
                   ' RECORDS, INPUT NOW HAS ' WS-INPUT-COUNT
                   ' - REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'R' TO WS-POST-MODE
           MOVE WS-CTL-BASE-COUNT TO WS-BASE-COUNT
           DISPLAY 'PALINPST - PARTIAL POST OF ' WS-INPUT-ID
               ' FOR RUN ' WS-RUN-ID ' CYCLE ' WS-RUN-DATE
               ' STARTED ' WS-CTL-TIMESTAMP ' - COMPLETING IT'.

       3000-DECIDE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * COUNT THE AUDIT TRAIL.  ON A RESUME EVERY RECORD PAST THE
      * STARTED ENTRY'S BASE COUNT MUST BE THE NEXT INPUT RECORD IN
      * TURN - ANYTHING ELSE MEANS THE TRAIL HAS MOVED ON SINCE THE
      * PARTIAL POST AND IT IS NOT SAFE TO FINISH IT BY COUNT.
      ******************************************************************
       4000-SCAN-AUDIT-PARA.
           IF WS-MODE-RESUME
               MOVE 'N' TO WS-INPUT-EOF-SW
               OPEN INPUT POST-INPUT-FILE
               IF WS-INPUT-STATUS NOT = '00'
                   DISPLAY 'POST-INPUT-FILE OPEN FAILED - STATUS '
                       WS-INPUT-STATUS
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
                       ADD 1 TO WS-AUDIT-COUNT
                       IF WS-MODE-RESUME AND
                               WS-AUDIT-COUNT > WS-BASE-COUNT
                           PERFORM 4100-MATCH-POSTED-PARA THRU
                                   4100-MATCH-POSTED-PARA-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE PALIN-AUDIT-FILE
           END-IF

           IF WS-MODE-FRESH
               MOVE WS-AUDIT-COUNT TO WS-BASE-COUNT
               GO TO 4000-SCAN-AUDIT-PARA-EXIT
           END-IF

           CLOSE POST-INPUT-FILE
           IF WS-AUDIT-COUNT < WS-BASE-COUNT OR
                   WS-MATCHED-COUNT NOT =
                       WS-AUDIT-COUNT - WS-BASE-COUNT
               DISPLAY 'PALINPST - AUDIT TRAIL NO LONGER MATCHES THE '
                   'PARTIAL POST OF ' WS-INPUT-ID ' - TRAIL HAS '
                   WS-AUDIT-COUNT ' RECORDS, BASE WAS '
                   WS-BASE-COUNT ', ' WS-MATCHED-COUNT
                   ' MATCHED - REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MATCHED-COUNT TO WS-ALREADY-COUNT.

       4000-SCAN-AUDIT-PARA-EXIT.
           EXIT.

       4100-MATCH-POSTED-PARA.
           IF WS-INPUT-EOF
               GO TO 4100-MATCH-POSTED-PARA-EXIT
           END-IF
           READ POST-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-SW
                   GO TO 4100-MATCH-POSTED-PARA-EXIT
           END-READ
           IF POST-INPUT-RECORD = PALIN-AUDIT-RECORD AND
                   WS-MATCHED-COUNT =
                       WS-AUDIT-COUNT - WS-BASE-COUNT - 1
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       4100-MATCH-POSTED-PARA-EXIT.
           EXIT.

      ******************************************************************
      * LOG THE STARTED ENTRY BEFORE THE FIRST RECORD GOES ON THE
      * TRAIL (A RESUME REUSES THE ORIGINAL ONE), APPEND EVERY INPUT
      * RECORD NOT ALREADY POSTED, THEN LOG THE COMPLETE ENTRY.
      ******************************************************************
       5000-POST-PARA.
           IF WS-MODE-FRESH
               MOVE 'STARTED ' TO WS-CTL-STATUS
               PERFORM 5200-LOG-CONTROL-PARA THRU
                       5200-LOG-CONTROL-PARA-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           OPEN INPUT POST-INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'POST-INPUT-FILE OPEN FAILED - STATUS '
                   WS-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PALIN-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               CLOSE PALIN-AUDIT-FILE
               OPEN EXTEND PALIN-AUDIT-FILE
           ELSE
               CLOSE PALIN-AUDIT-FILE
               OPEN OUTPUT PALIN-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY 'PALIN-AUDIT-FILE OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               CLOSE POST-INPUT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
               READ POST-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-READ-COUNT > WS-ALREADY-COUNT
                           MOVE POST-INPUT-RECORD TO PALIN-AUDIT-RECORD
                           WRITE PALIN-AUDIT-RECORD
                           ADD 1 TO WS-POSTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POST-INPUT-FILE
           CLOSE PALIN-AUDIT-FILE

           MOVE 'COMPLETE' TO WS-CTL-STATUS
           PERFORM 5200-LOG-CONTROL-PARA THRU
                   5200-LOG-CONTROL-PARA-EXIT.

       5000-POST-PARA-EXIT.
           EXIT.

       5200-LOG-CONTROL-PARA.
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
                   WS-CONTROL-STATUS ' - NOTHING POSTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO POST-CONTROL-RECORD
           MOVE WS-RUN-DATE TO PC-CYCLE-DATE
           MOVE WS-RUN-ID TO PC-RUN-ID
           MOVE WS-INPUT-ID TO PC-INPUT-ID
           MOVE WS-CTL-STATUS TO PC-STATUS
           MOVE WS-INPUT-COUNT TO PC-INPUT-COUNT
           MOVE WS-BASE-COUNT TO PC-BASE-COUNT
           MOVE WS-ALREADY-COUNT TO PC-POSTED-COUNT
           ADD WS-POSTED-COUNT TO PC-POSTED-COUNT
           MOVE WS-TIMESTAMP TO PC-TIMESTAMP
           WRITE POST-CONTROL-RECORD
           CLOSE POST-CONTROL-FILE.

       5200-LOG-CONTROL-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           DISPLAY 'PALINPST - INPUT ID               ' WS-INPUT-ID
           DISPLAY 'PALINPST - RUN ID                 ' WS-RUN-ID
           DISPLAY 'PALINPST - CYCLE DATE             ' WS-RUN-DATE
           DISPLAY 'PALINPST - INPUT RECORDS          ' WS-INPUT-COUNT
           DISPLAY 'PALINPST - ALREADY ON THE TRAIL   '
               WS-ALREADY-COUNT
           DISPLAY 'PALINPST - RECORDS POSTED         ' WS-POSTED-COUNT

           MOVE 0 TO RETURN-CODE

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINPST.
