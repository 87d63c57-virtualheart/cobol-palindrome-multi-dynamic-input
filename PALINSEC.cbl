      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINSEC - OPERATOR AUTHORIZATION MASTER MAINTENANCE
      *          TRANSACTION FOR SECURITY ADMINISTRATION.  ADDS,
      *          CHANGES, SUSPENDS, REINSTATES AND LISTS THE OPERATORS
      *          ON PALINOPR.  THE ADMINISTRATOR KEYS ONE OF:
      *            L IIIIIIII                    LIST FROM OPERATOR
      *            A IIIIIIII S TTTTT FFFF NAME  ADD
      *            C IIIIIIII S TTTTT FFFF NAME  CHANGE (BLANK = KEEP)
      *            S IIIIIIII                    SUSPEND
      *            R IIIIIIII                    REINSTATE
      *          S IS THE STATUS (A/S), TTTTT THE RECORD TYPES FROM
      *          T/N/D/W/P, FFFF THE LKP/AUQ/COR/SEC TRANSACTION FLAGS
      *          (Y/N).  ON AN ADD A BLANK STATUS IS A AND A BLANK
      *          FLAG IS N.  EVERY CHANGE IS QUEUED TO THE PLSQ
      *          ACCESS-CHANGE LOG, WITH THE BEFORE AND AFTER IMAGES,
      *          THE ADMINISTRATOR AND THE TIME, BEFORE THE MASTER IS
      *          UPDATED; AN UPDATE THAT THEN FAILS IS LOGGED AGAIN AS
      *          NOTDONE.  AN ADMINISTRATOR CANNOT CHANGE THEIR OWN
      *          ENTRY.
      * Tectonics: cobc (CICS translate required before compile)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINSEC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CMD-INPUT.
           05  CI-FUNCTION        PIC X(01).
               88  CI-FUNC-LIST           VALUE 'L'.
               88  CI-FUNC-ADD            VALUE 'A'.
               88  CI-FUNC-CHANGE         VALUE 'C'.
               88  CI-FUNC-SUSPEND        VALUE 'S'.
               88  CI-FUNC-REINSTATE      VALUE 'R'.
           05  FILLER             PIC X(01).
           05  CI-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  CI-STATUS          PIC X(01).
           05  FILLER             PIC X(01).
           05  CI-REC-TYPES       PIC X(05).
           05  FILLER             PIC X(01).
           05  CI-TRAN-FLAGS.
               10  CI-TRAN-LKP    PIC X(01).
               10  CI-TRAN-AUQ    PIC X(01).
               10  CI-TRAN-COR    PIC X(01).
               10  CI-TRAN-SEC    PIC X(01).
           05  FILLER             PIC X(01).
           05  CI-OPERATOR-NAME   PIC X(30).
           05  FILLER             PIC X(26).

       01  WS-MATCH-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-TRUNCATED-SW    PIC X(1) VALUE 'N'.
           88  WS-RESULT-TRUNCATED    VALUE 'Y'.
       01  WS-BROWSE-DONE-SW  PIC X(1) VALUE 'N'.
           88  WS-BROWSE-DONE         VALUE 'Y'.
       01  WS-BROWSE-KEY      PIC X(08) VALUE SPACES.

       01  WS-RESP            PIC S9(8) COMP VALUE ZERO.
       01  WS-RECEIVE-LEN     PIC S9(4) COMP VALUE ZERO.

       01  WS-OPERATOR-ID     PIC X(08) VALUE SPACES.
       01  WS-OPR-AUTH-SW     PIC X(1) VALUE 'N'.
           88  WS-OPR-AUTHORIZED      VALUE 'Y'.
       01  WS-ABSTIME         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-QDATE           PIC X(10) VALUE SPACES.
       01  WS-QTIME           PIC X(08) VALUE SPACES.
       01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.

       01  WS-CHECK-VALID-SW  PIC X(1) VALUE 'Y'.
           88  WS-CHECK-VALID         VALUE 'Y'.
       01  WS-CHECK-REASON    PIC X(40) VALUE SPACES.
       01  WS-TYPE-CHAR       PIC X(01) VALUE SPACE.
           88  WS-TYPE-CHAR-VALID     VALUE 'T' 'N' 'D' 'W' 'P'.
       01  WS-TYPE-SEEN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-TYPE-HIT-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-FLAG-CHAR       PIC X(01) VALUE SPACE.
           88  WS-FLAG-CHAR-VALID     VALUE 'Y' 'N'.
       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-LOG-ACTION      PIC X(08) VALUE SPACES.

       01  WS-OPERATOR-RECORD.
           05  OP-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  OP-OPERATOR-NAME   PIC X(30).
           05  FILLER             PIC X(01).
           05  OP-STATUS          PIC X(01).
               88  OP-STATUS-ACTIVE    VALUE 'A'.
               88  OP-STATUS-SUSPENDED VALUE 'S'.
           05  FILLER             PIC X(01).
           05  OP-REC-TYPES       PIC X(05).
           05  OP-TRAN-LKP        PIC X(01).
           05  OP-TRAN-AUQ        PIC X(01).
           05  OP-TRAN-COR        PIC X(01).
           05  OP-TRAN-SEC        PIC X(01).
           05  FILLER             PIC X(29).

       01  WS-NEW-OPERATOR-RECORD.
           05  NW-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  NW-OPERATOR-NAME   PIC X(30).
           05  FILLER             PIC X(01).
           05  NW-STATUS          PIC X(01).
               88  NW-STATUS-VALID     VALUE 'A' 'S'.
           05  FILLER             PIC X(01).
           05  NW-REC-TYPES       PIC X(05).
           05  NW-TRAN-FLAGS.
               10  NW-TRAN-LKP    PIC X(01).
               10  NW-TRAN-AUQ    PIC X(01).
               10  NW-TRAN-COR    PIC X(01).
               10  NW-TRAN-SEC    PIC X(01).
           05  FILLER             PIC X(29).

       01  WS-QUEUE-RECORD.
           05  OQ-TIMESTAMP       PIC X(19).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OQ-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OQ-RECORD-TYPE     PIC X(01).
           05  OQ-SOURCE-SYSTEM   PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OQ-INPUT-VALUE     PIC X(81).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  OQ-RESULT-TEXT     PIC X(14).

       01  WS-CHANGE-LOG-RECORD.
           05  AL-TIMESTAMP       PIC X(19).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AL-ADMIN-ID        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AL-ACTION          PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AL-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AL-BEFORE-IMAGE    PIC X(80).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AL-AFTER-IMAGE     PIC X(80).

       01  WS-SEND-DENIAL.
           05  FILLER             PIC X(40) VALUE
               'PALINSEC - OPERATOR NOT AUTHORIZED - CON'.
           05  FILLER             PIC X(13) VALUE 'TACT SECURITY'.

       01  WS-SEND-PROMPT.
           05  FILLER             PIC X(40) VALUE
               'PALINSEC - L/A/C/S/R OPERATOR S TTTTT FF'.
           05  FILLER             PIC X(26) VALUE
               'FF NAME, THEN PRESS ENTER'.

       01  WS-RESULT-LINE.
           05  FILLER             PIC X(11) VALUE 'PALINSEC - '.
           05  WS-RL-TEXT         PIC X(69) VALUE SPACES.

       01  WS-HEADER-LINE.
           05  FILLER             PIC X(09) VALUE 'OPERATOR'.
           05  FILLER             PIC X(31) VALUE 'NAME'.
           05  FILLER             PIC X(02) VALUE 'S'.
           05  FILLER             PIC X(05) VALUE 'TYPE'.
           05  FILLER             PIC X(16) VALUE 'LKP AUQ COR SEC'.

       01  WS-ENTRY-LINE.
           05  WS-EL-OPERATOR     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-NAME         PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-STATUS       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-TYPES        PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-LKP          PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EL-AUQ          PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EL-COR          PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EL-SEC          PIC X(01).

       01  WS-TRUNC-LINE.
           05  FILLER             PIC X(42) VALUE
               'RESULT TRUNCATED - LIST FROM A LATER OPERA'.
           05  FILLER             PIC X(06) VALUE 'TOR ID'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-SEND-PROMPT-PARA THRU
                   0100-SEND-PROMPT-PARA-EXIT
           PERFORM 0150-RECEIVE-INPUT-PARA THRU
                   0150-RECEIVE-INPUT-PARA-EXIT
           PERFORM 0170-OPERATOR-CHECK-PARA THRU
                   0170-OPERATOR-CHECK-PARA-EXIT
           IF WS-OPR-AUTHORIZED
               PERFORM 1000-PROCESS-PARA THRU
                       1000-PROCESS-PARA-EXIT
           ELSE
               PERFORM 0270-SEND-DENIAL-PARA THRU
                       0270-SEND-DENIAL-PARA-EXIT
           END-IF

           EXEC CICS
               RETURN
           END-EXEC.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-SEND-PROMPT-PARA.
           EXEC CICS
               SEND TEXT FROM(WS-SEND-PROMPT)
                         LENGTH(LENGTH OF WS-SEND-PROMPT)
                         ERASE
           END-EXEC.

       0100-SEND-PROMPT-PARA-EXIT.
           EXIT.

       0150-RECEIVE-INPUT-PARA.
           MOVE SPACES TO WS-CMD-INPUT
           MOVE LENGTH OF WS-CMD-INPUT TO WS-RECEIVE-LEN

           EXEC CICS
               RECEIVE INTO(WS-CMD-INPUT)
                       LENGTH(WS-RECEIVE-LEN)
                       ASIS
                       NOHANDLE
           END-EXEC.

       0150-RECEIVE-INPUT-PARA-EXIT.
           EXIT.

       0160-TIMESTAMP-PARA.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-QDATE)
                          DATESEP('-')
                          TIME(WS-QTIME)
                          TIMESEP('.')
           END-EXEC

           STRING WS-QDATE ' ' WS-QTIME
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

       0160-TIMESTAMP-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CHECK THE SIGNED-ON ADMINISTRATOR AGAINST THE OPERATOR MASTER
      * BEFORE HONORING THE REQUEST.  A TURNED-AWAY ATTEMPT IS
      * QUEUED TO PLKQ SO IT REACHES THE AUDIT TRAIL WITH THE
      * NIGHTLY SWEEP.
      ******************************************************************
       0170-OPERATOR-CHECK-PARA.
           MOVE 'N' TO WS-OPR-AUTH-SW

           EXEC CICS
               ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC

           EXEC CICS
               READ FILE('PALINOPR')
                    INTO(WS-OPERATOR-RECORD)
                    RIDFLD(WS-OPERATOR-ID)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF OP-STATUS-ACTIVE AND OP-TRAN-SEC = 'Y'
                   MOVE 'Y' TO WS-OPR-AUTH-SW
               END-IF
           END-IF

           IF NOT WS-OPR-AUTHORIZED
               PERFORM 0180-QUEUE-REJECT-PARA THRU
                       0180-QUEUE-REJECT-PARA-EXIT
           END-IF.

       0170-OPERATOR-CHECK-PARA-EXIT.
           EXIT.

       0180-QUEUE-REJECT-PARA.
           PERFORM 0160-TIMESTAMP-PARA THRU
                   0160-TIMESTAMP-PARA-EXIT

           MOVE WS-TIMESTAMP TO OQ-TIMESTAMP
           MOVE WS-OPERATOR-ID TO OQ-OPERATOR-ID
           MOVE SPACE TO OQ-RECORD-TYPE
           MOVE 'O' TO OQ-SOURCE-SYSTEM
           MOVE SPACES TO OQ-INPUT-VALUE
           MOVE WS-CMD-INPUT TO OQ-INPUT-VALUE
           MOVE 'REJECTED' TO OQ-RESULT-TEXT

           EXEC CICS
               WRITEQ TD QUEUE('PLKQ')
                      FROM(WS-QUEUE-RECORD)
                      LENGTH(LENGTH OF WS-QUEUE-RECORD)
                      NOHANDLE
           END-EXEC.

       0180-QUEUE-REJECT-PARA-EXIT.
           EXIT.

       0270-SEND-DENIAL-PARA.
           EXEC CICS
               SEND TEXT FROM(WS-SEND-DENIAL)
                         LENGTH(LENGTH OF WS-SEND-DENIAL)
                         ERASE
           END-EXEC.

       0270-SEND-DENIAL-PARA-EXIT.
           EXIT.

       0280-SEND-RESULT-LINE-PARA.
           EXEC CICS
               SEND TEXT FROM(WS-RESULT-LINE)
                         LENGTH(LENGTH OF WS-RESULT-LINE)
                         ERASE
           END-EXEC.

       0280-SEND-RESULT-LINE-PARA-EXIT.
           EXIT.

       1000-PROCESS-PARA.
           IF CI-FUNC-LIST
               PERFORM 2000-LIST-PARA THRU
                       2000-LIST-PARA-EXIT
               GO TO 1000-PROCESS-PARA-EXIT
           END-IF

           IF NOT CI-FUNC-ADD AND NOT CI-FUNC-CHANGE AND
                   NOT CI-FUNC-SUSPEND AND NOT CI-FUNC-REINSTATE
               MOVE 'INVALID FUNCTION - KEY L, A, C, S OR R' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 1000-PROCESS-PARA-EXIT
           END-IF

           IF CI-OPERATOR-ID = SPACES
               MOVE 'KEY THE OPERATOR ID' TO WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 1000-PROCESS-PARA-EXIT
           END-IF

           IF CI-OPERATOR-ID = WS-OPERATOR-ID
               MOVE 'YOU CANNOT CHANGE YOUR OWN AUTHORIZATION' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 1000-PROCESS-PARA-EXIT
           END-IF

           IF CI-FUNC-ADD
               PERFORM 3000-ADD-PARA THRU
                       3000-ADD-PARA-EXIT
           ELSE
               PERFORM 4000-UPDATE-PARA THRU
                       4000-UPDATE-PARA-EXIT
           END-IF.

       1000-PROCESS-PARA-EXIT.
           EXIT.

      ******************************************************************
      * LIST THE OPERATOR MASTER FROM THE KEYED OPERATOR ID (OR FROM
      * THE START WHEN NONE IS KEYED).
      ******************************************************************
       2000-LIST-PARA.
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE 'N' TO WS-TRUNCATED-SW
           MOVE 'N' TO WS-BROWSE-DONE-SW

           IF CI-OPERATOR-ID = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE CI-OPERATOR-ID TO WS-BROWSE-KEY
           END-IF

           EXEC CICS
               STARTBR FILE('PALINOPR')
                       RIDFLD(WS-BROWSE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2100-READ-NEXT-PARA THRU
                       2100-READ-NEXT-PARA-EXIT
                   UNTIL WS-BROWSE-DONE

               EXEC CICS
                   ENDBR FILE('PALINOPR')
                         RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-MATCH-COUNT = ZERO
               MOVE 'NO OPERATORS ON FILE FROM THAT ID' TO WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 2000-LIST-PARA-EXIT
           END-IF

           IF WS-RESULT-TRUNCATED
               EXEC CICS
                   SEND TEXT FROM(WS-TRUNC-LINE)
                             LENGTH(LENGTH OF WS-TRUNC-LINE)
                             ACCUM
                             PAGING
               END-EXEC
           END-IF

           EXEC CICS
               SEND PAGE
           END-EXEC.

       2000-LIST-PARA-EXIT.
           EXIT.

       2100-READ-NEXT-PARA.
           EXEC CICS
               READNEXT FILE('PALINOPR')
                        INTO(WS-OPERATOR-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2100-READ-NEXT-PARA-EXIT
           END-IF

           IF WS-MATCH-COUNT = ZERO
               EXEC CICS
                   SEND TEXT FROM(WS-HEADER-LINE)
                             LENGTH(LENGTH OF WS-HEADER-LINE)
                             ACCUM
                             PAGING
                             ERASE
               END-EXEC
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           MOVE OP-OPERATOR-ID TO WS-EL-OPERATOR
           MOVE OP-OPERATOR-NAME TO WS-EL-NAME
           MOVE OP-STATUS TO WS-EL-STATUS
           MOVE OP-REC-TYPES TO WS-EL-TYPES
           MOVE OP-TRAN-LKP TO WS-EL-LKP
           MOVE OP-TRAN-AUQ TO WS-EL-AUQ
           MOVE OP-TRAN-COR TO WS-EL-COR
           MOVE OP-TRAN-SEC TO WS-EL-SEC

           EXEC CICS
               SEND TEXT FROM(WS-ENTRY-LINE)
                         LENGTH(LENGTH OF WS-ENTRY-LINE)
                         ACCUM
                         PAGING
           END-EXEC

           IF WS-MATCH-COUNT NOT < 200
               MOVE 'Y' TO WS-TRUNCATED-SW
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.

       2100-READ-NEXT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ADD A NEW OPERATOR.  BLANK STATUS DEFAULTS TO ACTIVE AND A
      * BLANK TRANSACTION FLAG TO N.
      ******************************************************************
       3000-ADD-PARA.
           EXEC CICS
               READ FILE('PALINOPR')
                    INTO(WS-OPERATOR-RECORD)
                    RIDFLD(CI-OPERATOR-ID)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'OPERATOR ALREADY ON FILE - USE C TO CHANGE' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-ADD-PARA-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'OPERATOR MASTER UNAVAILABLE - TRY LATER' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-ADD-PARA-EXIT
           END-IF

           MOVE SPACES TO WS-OPERATOR-RECORD
           MOVE SPACES TO WS-NEW-OPERATOR-RECORD
           MOVE CI-OPERATOR-ID TO NW-OPERATOR-ID
           MOVE CI-OPERATOR-NAME TO NW-OPERATOR-NAME
           MOVE CI-REC-TYPES TO NW-REC-TYPES
           MOVE CI-TRAN-FLAGS TO NW-TRAN-FLAGS
           IF CI-STATUS = SPACE
               MOVE 'A' TO NW-STATUS
           ELSE
               MOVE CI-STATUS TO NW-STATUS
           END-IF
           INSPECT NW-TRAN-FLAGS REPLACING ALL SPACE BY 'N'

           PERFORM 5000-VALIDATE-PARA THRU
                   5000-VALIDATE-PARA-EXIT
           IF NOT WS-CHECK-VALID
               MOVE WS-CHECK-REASON TO WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-ADD-PARA-EXIT
           END-IF

           MOVE 'ADD' TO WS-LOG-ACTION
           PERFORM 6000-LOG-CHANGE-PARA THRU
                   6000-LOG-CHANGE-PARA-EXIT
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE LOG UNAVAILABLE - NOTHING CHANGED' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-ADD-PARA-EXIT
           END-IF

           EXEC CICS
               WRITE FILE('PALINOPR')
                     FROM(WS-NEW-OPERATOR-RECORD)
                     RIDFLD(NW-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 6100-LOG-NOTDONE-PARA THRU
                       6100-LOG-NOTDONE-PARA-EXIT
               MOVE 'ADD FAILED - OPERATOR MASTER NOT UPDATED' TO
                   WS-RL-TEXT
           ELSE
               MOVE SPACES TO WS-RL-TEXT
               STRING 'OPERATOR ' NW-OPERATOR-ID ' ADDED'
                      DELIMITED BY SIZE INTO WS-RL-TEXT
           END-IF
           PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                   0280-SEND-RESULT-LINE-PARA-EXIT.

       3000-ADD-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CHANGE, SUSPEND OR REINSTATE AN OPERATOR ALREADY ON FILE.  THE
      * ENTRY IS HELD FOR UPDATE WHILE THE CHANGE IS CHECKED AND
      * LOGGED.
      ******************************************************************
       4000-UPDATE-PARA.
           EXEC CICS
               READ FILE('PALINOPR')
                    INTO(WS-OPERATOR-RECORD)
                    RIDFLD(CI-OPERATOR-ID)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'OPERATOR NOT ON FILE - USE A TO ADD' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 4000-UPDATE-PARA-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OPERATOR MASTER UNAVAILABLE - TRY LATER' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 4000-UPDATE-PARA-EXIT
           END-IF

           MOVE WS-OPERATOR-RECORD TO WS-NEW-OPERATOR-RECORD
           MOVE 'Y' TO WS-CHECK-VALID-SW

           EVALUATE TRUE
               WHEN CI-FUNC-SUSPEND
                   MOVE 'SUSPEND' TO WS-LOG-ACTION
                   IF OP-STATUS-SUSPENDED
                       MOVE 'N' TO WS-CHECK-VALID-SW
                       MOVE 'OPERATOR IS ALREADY SUSPENDED' TO
                           WS-CHECK-REASON
                   ELSE
                       MOVE 'S' TO NW-STATUS
                   END-IF
               WHEN CI-FUNC-REINSTATE
                   MOVE 'REINSTAT' TO WS-LOG-ACTION
                   IF NOT OP-STATUS-SUSPENDED
                       MOVE 'N' TO WS-CHECK-VALID-SW
                       MOVE 'OPERATOR IS NOT SUSPENDED' TO
                           WS-CHECK-REASON
                   ELSE
                       MOVE 'A' TO NW-STATUS
                   END-IF
               WHEN OTHER
                   MOVE 'CHANGE' TO WS-LOG-ACTION
                   PERFORM 4100-APPLY-CHANGE-PARA THRU
                           4100-APPLY-CHANGE-PARA-EXIT
           END-EVALUATE

           IF WS-CHECK-VALID
               PERFORM 5000-VALIDATE-PARA THRU
                       5000-VALIDATE-PARA-EXIT
           END-IF

           IF WS-CHECK-VALID AND
                   WS-NEW-OPERATOR-RECORD = WS-OPERATOR-RECORD
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'NOTHING TO CHANGE' TO WS-CHECK-REASON
           END-IF

           IF NOT WS-CHECK-VALID
               PERFORM 4900-UNLOCK-PARA THRU
                       4900-UNLOCK-PARA-EXIT
               MOVE WS-CHECK-REASON TO WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 4000-UPDATE-PARA-EXIT
           END-IF

           PERFORM 6000-LOG-CHANGE-PARA THRU
                   6000-LOG-CHANGE-PARA-EXIT
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 4900-UNLOCK-PARA THRU
                       4900-UNLOCK-PARA-EXIT
               MOVE 'CHANGE LOG UNAVAILABLE - NOTHING CHANGED' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 4000-UPDATE-PARA-EXIT
           END-IF

           EXEC CICS
               REWRITE FILE('PALINOPR')
                       FROM(WS-NEW-OPERATOR-RECORD)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 6100-LOG-NOTDONE-PARA THRU
                       6100-LOG-NOTDONE-PARA-EXIT
               MOVE 'UPDATE FAILED - OPERATOR MASTER NOT CHANGED' TO
                   WS-RL-TEXT
           ELSE
               MOVE SPACES TO WS-RL-TEXT
               STRING 'OPERATOR ' NW-OPERATOR-ID ' '
                      WS-LOG-ACTION ' DONE'
                      DELIMITED BY SIZE INTO WS-RL-TEXT
           END-IF
           PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                   0280-SEND-RESULT-LINE-PARA-EXIT.

       4000-UPDATE-PARA-EXIT.
           EXIT.

       4100-APPLY-CHANGE-PARA.
           IF CI-OPERATOR-NAME NOT = SPACES
               MOVE CI-OPERATOR-NAME TO NW-OPERATOR-NAME
           END-IF
           IF CI-STATUS NOT = SPACE
               MOVE CI-STATUS TO NW-STATUS
           END-IF
           IF CI-REC-TYPES NOT = SPACES
               MOVE CI-REC-TYPES TO NW-REC-TYPES
           END-IF
           IF CI-TRAN-LKP NOT = SPACE
               MOVE CI-TRAN-LKP TO NW-TRAN-LKP
           END-IF
           IF CI-TRAN-AUQ NOT = SPACE
               MOVE CI-TRAN-AUQ TO NW-TRAN-AUQ
           END-IF
           IF CI-TRAN-COR NOT = SPACE
               MOVE CI-TRAN-COR TO NW-TRAN-COR
           END-IF
           IF CI-TRAN-SEC NOT = SPACE
               MOVE CI-TRAN-SEC TO NW-TRAN-SEC
           END-IF.

       4100-APPLY-CHANGE-PARA-EXIT.
           EXIT.

       4900-UNLOCK-PARA.
           EXEC CICS
               UNLOCK FILE('PALINOPR')
                      RESP(WS-RESP)
           END-EXEC.

       4900-UNLOCK-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CHECK THE AFTER IMAGE: NAME PRESENT, STATUS A OR S, ONE TO
      * FIVE RECORD TYPES FROM T/N/D/W/P WITH NONE REPEATED, AND EVERY
      * TRANSACTION FLAG Y OR N.
      ******************************************************************
       5000-VALIDATE-PARA.
           MOVE 'Y' TO WS-CHECK-VALID-SW
           MOVE SPACES TO WS-CHECK-REASON

           IF NW-OPERATOR-NAME = SPACES
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'OPERATOR NAME IS REQUIRED' TO WS-CHECK-REASON
               GO TO 5000-VALIDATE-PARA-EXIT
           END-IF

           IF NOT NW-STATUS-VALID
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'STATUS MUST BE A OR S' TO WS-CHECK-REASON
               GO TO 5000-VALIDATE-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-TYPE-SEEN-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE NW-REC-TYPES (WS-SUB:1) TO WS-TYPE-CHAR
               IF WS-TYPE-CHAR NOT = SPACE
                   ADD 1 TO WS-TYPE-SEEN-COUNT
                   MOVE ZERO TO WS-TYPE-HIT-COUNT
                   INSPECT NW-REC-TYPES TALLYING WS-TYPE-HIT-COUNT
                       FOR ALL WS-TYPE-CHAR
                   IF NOT WS-TYPE-CHAR-VALID
                       MOVE 'N' TO WS-CHECK-VALID-SW
                       MOVE 'RECORD TYPES MUST BE FROM T/N/D/W/P' TO
                           WS-CHECK-REASON
                   END-IF
                   IF WS-TYPE-HIT-COUNT > 1 AND WS-CHECK-VALID
                       MOVE 'N' TO WS-CHECK-VALID-SW
                       MOVE 'RECORD TYPE REPEATED' TO WS-CHECK-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-CHECK-VALID
               GO TO 5000-VALIDATE-PARA-EXIT
           END-IF
           IF WS-TYPE-SEEN-COUNT = ZERO
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'AT LEAST ONE RECORD TYPE IS REQUIRED' TO
                   WS-CHECK-REASON
               GO TO 5000-VALIDATE-PARA-EXIT
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE NW-TRAN-FLAGS (WS-SUB:1) TO WS-FLAG-CHAR
               IF NOT WS-FLAG-CHAR-VALID
                   MOVE 'N' TO WS-CHECK-VALID-SW
                   MOVE 'TRANSACTION FLAGS MUST BE Y OR N' TO
                       WS-CHECK-REASON
               END-IF
           END-PERFORM.

       5000-VALIDATE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE THE CHANGE TO THE PLSQ EXTRAPARTITION TD QUEUE
      * (PROD.PALINDRM.ACCESSLOG) WITH THE BEFORE AND AFTER IMAGES,
      * THE ADMINISTRATOR AND THE TIME.  WS-RESP TELLS THE CALLER
      * WHETHER THE LOG TOOK IT.
      ******************************************************************
       6000-LOG-CHANGE-PARA.
           PERFORM 0160-TIMESTAMP-PARA THRU
                   0160-TIMESTAMP-PARA-EXIT

           MOVE WS-TIMESTAMP TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-ADMIN-ID
           MOVE WS-LOG-ACTION TO AL-ACTION
           MOVE NW-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE WS-OPERATOR-RECORD TO AL-BEFORE-IMAGE
           MOVE WS-NEW-OPERATOR-RECORD TO AL-AFTER-IMAGE

           EXEC CICS
               WRITEQ TD QUEUE('PLSQ')
                      FROM(WS-CHANGE-LOG-RECORD)
                      LENGTH(LENGTH OF WS-CHANGE-LOG-RECORD)
                      RESP(WS-RESP)
           END-EXEC.

       6000-LOG-CHANGE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * A LOGGED CHANGE THE MASTER THEN REFUSED IS LOGGED AGAIN AS
      * NOTDONE SO THE CHANGE-LOG REPORT DOES NOT SHOW IT AS MADE.
      ******************************************************************
       6100-LOG-NOTDONE-PARA.
           MOVE 'NOTDONE' TO AL-ACTION

           EXEC CICS
               WRITEQ TD QUEUE('PLSQ')
                      FROM(WS-CHANGE-LOG-RECORD)
                      LENGTH(LENGTH OF WS-CHANGE-LOG-RECORD)
                      NOHANDLE
           END-EXEC.

       6100-LOG-NOTDONE-PARA-EXIT.
           EXIT.

       END PROGRAM PALINSEC.
