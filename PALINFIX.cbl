      *          STAY DISTINGUISHABLE DOWNSTREAM.
      *          CORRECTION RECORD: ACTION (R=REPAIR, D=DROP),
      *          MATCH VALUE AS SHOWN ON THE EXCEPTION REPORT, THEN
      *          OPTIONAL REPLACEMENT TYPE AND VALUE (SPACES = KEEP),
      *          THEN THE OPERATOR WHO ENTERED IT AND WHEN.  THE
      *          CORRECTIONS ARE QUEUED BY THE PALINECT TRANSACTION;
      *          THE REPORT LISTS EVERY REPAIR AND DROP APPLIED WITH
      *          THE OPERATOR WHO ENTERED IT (MANUAL FOR A RECORD
      *          KEYED WITHOUT ONE).
      *          EVERY EXCEPTION A REPAIR OR DROP IS APPLIED TO IS
      *          CLOSED IN THE OPEN-EXCEPTIONS SUSPENSE FILE.  A
      *          CORRECTION THAT MATCHES NOTHING IN THE NIGHT'S
      *          EXCEPTIONS IS THEN TRIED AGAINST THE ENTRIES STILL
      *          OPEN IN SUSPENSE FROM EARLIER CYCLES, SO AN OLD
      *          REJECT CAN BE REPAIRED OR DROPPED AFTER ITS
      *          EXCEPTION GENERATION HAS ROLLED OFF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "PALINOXF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CO-MATCH-VALUE          PIC X(81).
           05  CO-NEW-TYPE             PIC X(01).
           05  CO-NEW-VALUE            PIC X(81).
           05  CO-OPERATOR-ID          PIC X(08).
           05  CO-ENTERED-AT           PIC X(19).

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
       FD  FIX-REPORT-FILE.
       01  FIX-REPORT-RECORD       PIC X(132).

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
       01  WS-RECYCLE-STATUS  PIC X(2).
       01  WS-RECYCNT-STATUS  PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-SUSPENSE-STATUS PIC X(2).

       01  WS-EXCEPT-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-EXCEPT-EOF          VALUE 'Y'.
       01  WS-CORRECT-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-CORRECT-EOF         VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW PIC X(1) VALUE 'N'.
           88  WS-SUSPENSE-EOF        VALUE 'Y'.

       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-HIT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-UNMATCHED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-UNUSED-COR-COUNT PIC 9(9) VALUE ZERO.
       01  WS-COR-OVERFLOW    PIC 9(9) VALUE ZERO.
       01  WS-SUS-CLOSED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-SUS-REPAIRED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-SUS-DROPPED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-SUS-FAILED-COUNT PIC 9(9) VALUE ZERO.

       01  WS-CLOSE-ACTION    PIC X(01) VALUE SPACE.

       01  WS-COR-TABLE-AREA.
           05  WS-COR-COUNT       PIC 9(4) VALUE ZERO.
               10  WS-COR-NEW-TYPE    PIC X(01).
               10  WS-COR-NEW-VALUE   PIC X(81).
               10  WS-COR-USED        PIC X(01).
               10  WS-COR-OPERATOR    PIC X(08).

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-UL-VALUE        PIC X(81).

       01  WS-CARRIED-LINE.
           05  FILLER             PIC X(12) VALUE 'CARRIED FWD '.
           05  WS-CL-ACTION       PIC X(09).
           05  FILLER             PIC X(08) VALUE ' SOURCE '.
           05  WS-CL-SOURCE       PIC X(01).
           05  FILLER             PIC X(06) VALUE ' TYPE '.
           05  WS-CL-TYPE         PIC X(01).
           05  FILLER             PIC X(13) VALUE ' FIRST SEEN '.
           05  WS-CL-FIRST-SEEN   PIC X(10).
           05  FILLER             PIC X(04) VALUE ' BY '.
           05  WS-CL-OPERATOR     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-VALUE        PIC X(58).

       01  WS-FIXED-LINE.
           05  FILLER             PIC X(12) VALUE 'APPLIED:    '.
           05  WS-FL-ACTION       PIC X(09).
           05  FILLER             PIC X(04) VALUE ' BY '.
           05  WS-FL-OPERATOR     PIC X(08).
           05  FILLER             PIC X(08) VALUE ' SOURCE '.
           05  WS-FL-SOURCE       PIC X(01).
           05  FILLER             PIC X(06) VALUE ' TYPE '.
           05  WS-FL-TYPE         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-FL-VALUE        PIC X(81).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 2000-PROCESS-EXCEPTS-PARA THRU
                   2000-PROCESS-EXCEPTS-PARA-EXIT

           PERFORM 3000-CARRIED-FORWARD-PARA THRU
                   3000-CARRIED-FORWARD-PARA-EXIT

           PERFORM 8000-REPORT-PARA THRU
                   8000-REPORT-PARA-EXIT

               STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00' AND
                   WS-SUSPENSE-STATUS NOT = '05'
               DISPLAY 'SUSPENSE-FILE OPEN FAILED - STATUS '
                   WS-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
               MOVE CO-NEW-TYPE TO WS-COR-NEW-TYPE (WS-COR-COUNT)
               MOVE CO-NEW-VALUE TO WS-COR-NEW-VALUE (WS-COR-COUNT)
               MOVE 'N' TO WS-COR-USED (WS-COR-COUNT)
               IF CO-OPERATOR-ID = SPACES
                   MOVE 'MANUAL' TO WS-COR-OPERATOR (WS-COR-COUNT)
               ELSE
                   MOVE CO-OPERATOR-ID TO
                       WS-COR-OPERATOR (WS-COR-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-COR-OVERFLOW
           END-IF.

           MOVE 'Y' TO WS-COR-USED (WS-HIT-SUB)

           MOVE PE-SOURCE-SYSTEM TO SU-SOURCE-SYSTEM
           MOVE PE-RECORD-TYPE TO SU-RECORD-TYPE
           MOVE PE-EXCEPT-VALUE TO SU-EXCEPT-VALUE
           MOVE WS-COR-ACTION (WS-HIT-SUB) TO WS-CLOSE-ACTION
           PERFORM 2500-CLOSE-SUSPENSE-PARA THRU
                   2500-CLOSE-SUSPENSE-PARA-EXIT

           MOVE WS-COR-OPERATOR (WS-HIT-SUB) TO WS-FL-OPERATOR
           MOVE PE-SOURCE-SYSTEM TO WS-FL-SOURCE
           MOVE PE-RECORD-TYPE TO WS-FL-TYPE
           MOVE PE-EXCEPT-VALUE TO WS-FL-VALUE

           IF WS-COR-ACTION (WS-HIT-SUB) = 'D'
               MOVE 'DROPPED' TO WS-FL-ACTION
               MOVE WS-FIXED-LINE TO FIX-REPORT-RECORD
               WRITE FIX-REPORT-RECORD
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2100-MATCH-EXCEPT-PARA-EXIT
           END-IF

           MOVE 'REPAIRED' TO WS-FL-ACTION
           MOVE WS-FIXED-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD

           IF WS-COR-NEW-TYPE (WS-HIT-SUB) = SPACE
               MOVE PE-RECORD-TYPE TO RC-RECORD-TYPE
           ELSE
       2100-MATCH-EXCEPT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE SUSPENSE ENTRY FOR SU-SUSPENSE-KEY.  AN EXCEPTION
      * NOT YET CARRIED INTO SUSPENSE (OR ALREADY CLOSED) IS LEFT
      * ALONE.
      ******************************************************************
       2500-CLOSE-SUSPENSE-PARA.
           READ SUSPENSE-FILE
               INVALID KEY
                   GO TO 2500-CLOSE-SUSPENSE-PARA-EXIT
           END-READ

           IF NOT SU-STATUS-OPEN
               GO TO 2500-CLOSE-SUSPENSE-PARA-EXIT
           END-IF

           PERFORM 2600-MARK-CLOSED-PARA THRU
                   2600-MARK-CLOSED-PARA-EXIT.

       2500-CLOSE-SUSPENSE-PARA-EXIT.
           EXIT.

       2600-MARK-CLOSED-PARA.
           MOVE 'C' TO SU-STATUS
           MOVE WS-RUN-DATE TO SU-CLOSED-DATE
           MOVE WS-CLOSE-ACTION TO SU-CLOSE-ACTION
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'SUSPENSE-FILE REWRITE FAILED - STATUS '
                       WS-SUSPENSE-STATUS
                   ADD 1 TO WS-SUS-FAILED-COUNT
                   GO TO 2600-MARK-CLOSED-PARA-EXIT
           END-REWRITE
           ADD 1 TO WS-SUS-CLOSED-COUNT.

       2600-MARK-CLOSED-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CORRECTIONS THAT MATCHED NOTHING TONIGHT ARE TRIED AGAINST THE
      * ENTRIES STILL OPEN IN SUSPENSE.  A MATCH IS APPLIED EXACTLY AS
      * AGAINST THE NIGHT'S EXCEPTIONS - A REPAIR IS RECYCLED, A DROP
      * IS NOT - AND THE ENTRY IS CLOSED.
      ******************************************************************
       3000-CARRIED-FORWARD-PARA.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COR-COUNT OR WS-HIT-SUB > ZERO
               IF WS-COR-USED (WS-SUB) = 'N'
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               GO TO 3000-CARRIED-FORWARD-PARA-EXIT
           END-IF

           MOVE LOW-VALUES TO SU-SUSPENSE-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   GO TO 3000-CARRIED-FORWARD-PARA-EXIT
           END-START

           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF-SW
                   NOT AT END
                       IF SU-STATUS-OPEN
                           PERFORM 3100-MATCH-CARRIED-PARA THRU
                                   3100-MATCH-CARRIED-PARA-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       3000-CARRIED-FORWARD-PARA-EXIT.
           EXIT.

       3100-MATCH-CARRIED-PARA.
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COR-COUNT OR WS-HIT-SUB > ZERO
               IF WS-COR-USED (WS-SUB) NOT = 'Y' AND
                       WS-COR-MATCH (WS-SUB) = SU-EXCEPT-VALUE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = ZERO
               GO TO 3100-MATCH-CARRIED-PARA-EXIT
           END-IF

      * 'C' MARKS A CORRECTION CONSUMED BY A CARRIED-FORWARD ENTRY -
      * IT STAYS AVAILABLE TO THE SAME VALUE FROM OTHER SOURCES.
           MOVE 'C' TO WS-COR-USED (WS-HIT-SUB)
           MOVE SU-SOURCE-SYSTEM TO WS-CL-SOURCE
           MOVE SU-RECORD-TYPE TO WS-CL-TYPE
           MOVE SU-FIRST-SEEN TO WS-CL-FIRST-SEEN
           MOVE WS-COR-OPERATOR (WS-HIT-SUB) TO WS-CL-OPERATOR
           MOVE SU-EXCEPT-VALUE TO WS-CL-VALUE

           IF WS-COR-ACTION (WS-HIT-SUB) = 'D'
               MOVE 'DROPPED' TO WS-CL-ACTION
               ADD 1 TO WS-SUS-DROPPED-COUNT
           ELSE
               MOVE 'REPAIRED' TO WS-CL-ACTION
               IF WS-COR-NEW-TYPE (WS-HIT-SUB) = SPACE
                   MOVE SU-RECORD-TYPE TO RC-RECORD-TYPE
               ELSE
                   MOVE WS-COR-NEW-TYPE (WS-HIT-SUB) TO RC-RECORD-TYPE
               END-IF
               MOVE SU-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
               IF WS-COR-NEW-VALUE (WS-HIT-SUB) = SPACES
                   MOVE SU-EXCEPT-VALUE TO RC-INPUT-VALUE
               ELSE
                   MOVE WS-COR-NEW-VALUE (WS-HIT-SUB) TO RC-INPUT-VALUE
               END-IF
               WRITE RECYCLE-RECORD
               ADD 1 TO WS-SUS-REPAIRED-COUNT
           END-IF
           MOVE WS-CARRIED-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD

           MOVE WS-COR-ACTION (WS-HIT-SUB) TO WS-CLOSE-ACTION
           PERFORM 2600-MARK-CLOSED-PARA THRU
                   2600-MARK-CLOSED-PARA-EXIT.

       3100-MATCH-CARRIED-PARA-EXIT.
           EXIT.

       8000-REPORT-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COR-COUNT
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD
           MOVE 'CARRIED FWD REPAIRED .......... ' TO WS-TL-TITLE
           MOVE WS-SUS-REPAIRED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD
           MOVE 'CARRIED FWD DROPPED ........... ' TO WS-TL-TITLE
           MOVE WS-SUS-DROPPED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD
           MOVE 'SUSPENSE ENTRIES CLOSED ....... ' TO WS-TL-TITLE
           MOVE WS-SUS-CLOSED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD
           MOVE 'EXCEPTIONS LEFT UNREPAIRED .... ' TO WS-TL-TITLE
           MOVE WS-UNMATCHED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
           MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
           WRITE FIX-REPORT-RECORD

           IF WS-SUS-FAILED-COUNT > ZERO
               MOVE 'SUSPENSE UPDATES FAILED ....... ' TO WS-TL-TITLE
               MOVE WS-SUS-FAILED-COUNT TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO FIX-REPORT-RECORD
               WRITE FIX-REPORT-RECORD
           END-IF

           IF WS-COR-OVERFLOW > ZERO
               MOVE 'CORRECTIONS OVER TABLE LIMIT .. ' TO WS-TL-TITLE
               MOVE WS-COR-OVERFLOW TO WS-TL-COUNT
               WRITE FIX-REPORT-RECORD
           END-IF

           COMPUTE RT-RECYCLE-COUNT = WS-REPAIRED-COUNT +
               WS-SUS-REPAIRED-COUNT
           WRITE RECYCLE-COUNT-RECORD.

       8000-REPORT-PARA-EXIT.
           CLOSE RECYCLE-FILE
           CLOSE RECYCLE-COUNT-FILE
           CLOSE FIX-REPORT-FILE
           CLOSE SUSPENSE-FILE

           IF WS-UNMATCHED-COUNT > ZERO OR WS-COR-OVERFLOW > ZERO OR
                   WS-SUS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
