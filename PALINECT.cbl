      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINECT - ONLINE EXCEPTION CORRECTION TRANSACTION.
      *          LISTS THE CURRENT EXCEPTION GENERATION BY SOURCE
      *          SYSTEM FROM THE KEYED COPY LOADED NIGHTLY BY
      *          PALINEKL, AND QUEUES REPAIR AND DROP CORRECTIONS FOR
      *          PALINFIX IN PLACE OF HAND-KEYED CORRECTION RECORDS.
      *          THE OPERATOR KEYS ONE OF:
      *            L S                     LIST SOURCE S (BLANK=ALL)
      *            D S NNNNNN              DROP ENTRY NNNNNN
      *            R S NNNNNN T VALUE      REPAIR ENTRY NNNNNN
      *          FOR A REPAIR THE REPLACEMENT TYPE AND VALUE MAY BE
      *          LEFT BLANK TO KEEP THE ENTRY'S OWN.  THE REPAIRED
      *          TYPE AND VALUE MUST PASS THE SAME CHECKS THE NIGHTLY
      *          RUN APPLIES BEFORE THE CORRECTION IS ACCEPTED.  THE
      *          MATCH VALUE IS TAKEN FROM THE ENTRY ITSELF, AND THE
      *          CORRECTION CARRIES THE SIGNED-ON OPERATOR SO THE
      *          REPAIR REPORT SHOWS WHO FIXED WHAT.  AN ENTRY TAKES
      *          ONE CORRECTION PER GENERATION.
      * Tectonics: cobc (CICS translate required before compile)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINECT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CMD-INPUT.
           05  CI-FUNCTION        PIC X(01).
               88  CI-FUNC-LIST           VALUE 'L'.
               88  CI-FUNC-REPAIR         VALUE 'R'.
               88  CI-FUNC-DROP           VALUE 'D'.
           05  FILLER             PIC X(01).
           05  CI-SOURCE          PIC X(01).
           05  FILLER             PIC X(01).
           05  CI-ENTRY-NUMBER    PIC X(06).
           05  FILLER             PIC X(01).
           05  CI-NEW-TYPE        PIC X(01).
           05  FILLER             PIC X(01).
           05  CI-NEW-VALUE       PIC X(81).
           05  FILLER             PIC X(06).

       01  WS-MATCH-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-TRUNCATED-SW    PIC X(1) VALUE 'N'.
           88  WS-RESULT-TRUNCATED    VALUE 'Y'.
       01  WS-BROWSE-DONE-SW  PIC X(1) VALUE 'N'.
           88  WS-BROWSE-DONE         VALUE 'Y'.

       01  WS-RESP            PIC S9(8) COMP VALUE ZERO.
       01  WS-RECEIVE-LEN     PIC S9(4) COMP VALUE ZERO.

       01  WS-OPERATOR-ID     PIC X(08) VALUE SPACES.
       01  WS-OPR-AUTH-SW     PIC X(1) VALUE 'N'.
           88  WS-OPR-AUTHORIZED      VALUE 'Y'.
       01  WS-ABSTIME         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-QDATE           PIC X(10) VALUE SPACES.
       01  WS-QTIME           PIC X(08) VALUE SPACES.
       01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.

       01  WS-CHECK-TYPE      PIC X(01) VALUE SPACE.
           88  WS-CHECK-TYPE-VALID    VALUE 'T' 'N' 'D' 'W' 'P'.
       01  WS-CHECK-VALUE     PIC X(81) VALUE SPACES.
       01  WS-CHECK-VALID-SW  PIC X(1) VALUE 'Y'.
           88  WS-CHECK-VALID         VALUE 'Y'.
       01  WS-CHECK-REASON    PIC X(30) VALUE SPACES.
       01  WS-TYPE-HIT-COUNT  PIC 9(4) VALUE ZERO.
       01  WS-SUB             PIC 9(4) VALUE ZERO.

       01  WS-OPERATOR-RECORD.
           05  OP-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  OP-OPERATOR-NAME   PIC X(30).
           05  FILLER             PIC X(01).
           05  OP-STATUS          PIC X(01).
               88  OP-STATUS-ACTIVE    VALUE 'A'.
           05  FILLER             PIC X(01).
           05  OP-REC-TYPES       PIC X(05).
           05  OP-TRAN-LKP        PIC X(01).
           05  OP-TRAN-AUQ        PIC X(01).
           05  OP-TRAN-COR        PIC X(01).
           05  OP-TRAN-SEC        PIC X(01).
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

       01  WS-CORRECTION-RECORD.
           05  CO-ACTION          PIC X(01).
           05  CO-MATCH-VALUE     PIC X(81).
           05  CO-NEW-TYPE        PIC X(01).
           05  CO-NEW-VALUE       PIC X(81).
           05  CO-OPERATOR-ID     PIC X(08).
           05  CO-ENTERED-AT      PIC X(19).

       01  WS-EXCEPT-KEYED-RECORD.
           05  EK-ENTRY-KEY.
               10  EK-SOURCE-SYSTEM    PIC X(01).
               10  EK-ENTRY-NUMBER     PIC 9(06).
           05  EK-RECORD-TYPE          PIC X(01).
           05  EK-EXCEPT-VALUE         PIC X(81).
           05  EK-EXCEPT-REASON        PIC X(30).
           05  EK-TIMESTAMP            PIC X(19).
           05  EK-RUN-ID               PIC X(08).
           05  EK-COR-ACTION           PIC X(01).
           05  EK-COR-OPERATOR         PIC X(08).
           05  EK-COR-TIMESTAMP        PIC X(19).
           05  FILLER                  PIC X(06).

       01  WS-BROWSE-KEY.
           05  WS-BK-SOURCE            PIC X(01).
           05  WS-BK-ENTRY-NUMBER      PIC X(06).

       01  WS-SEND-DENIAL.
           05  FILLER             PIC X(40) VALUE
               'PALINECT - OPERATOR NOT AUTHORIZED - CON'.
           05  FILLER             PIC X(13) VALUE 'TACT SECURITY'.

       01  WS-SEND-PROMPT.
           05  FILLER             PIC X(40) VALUE
               'PALINECT - L S / D S NNNNNN / R S NNNNNN'.
           05  FILLER             PIC X(26) VALUE
               ' T VALUE, THEN PRESS ENTER'.

       01  WS-RESULT-LINE.
           05  FILLER             PIC X(11) VALUE 'PALINECT - '.
           05  WS-RL-TEXT         PIC X(69) VALUE SPACES.

       01  WS-QUEUED-TEXT.
           05  WS-QT-ACTION       PIC X(06).
           05  FILLER             PIC X(17) VALUE
               ' QUEUED FOR ENTRY'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-QT-SOURCE       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-QT-ENTRY        PIC 9(06).
           05  WS-QT-NOTE         PIC X(22) VALUE SPACES.

       01  WS-HEADER-LINE.
           05  FILLER             PIC X(07) VALUE 'ENTRY'.
           05  FILLER             PIC X(02) VALUE 'S'.
           05  FILLER             PIC X(02) VALUE 'T'.
           05  FILLER             PIC X(25) VALUE 'REASON'.
           05  FILLER             PIC X(31) VALUE 'VALUE'.
           05  FILLER             PIC X(02) VALUE 'A'.
           05  FILLER             PIC X(08) VALUE 'BY'.

       01  WS-ENTRY-LINE.
           05  WS-EL-ENTRY        PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-SOURCE       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-TYPE         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-REASON       PIC X(24).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-VALUE        PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-ACTION       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EL-OPERATOR     PIC X(08).

       01  WS-TRUNC-LINE.
           05  FILLER             PIC X(42) VALUE
               'RESULT TRUNCATED - LIST ONE SOURCE OR USE '.
           05  FILLER             PIC X(26) VALUE
               'THE EXCEPTION REPORT'.

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
      * CHECK THE SIGNED-ON OPERATOR AGAINST THE OPERATOR MASTER
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
               IF OP-STATUS-ACTIVE AND OP-TRAN-COR = 'Y'
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
           EVALUATE TRUE
               WHEN CI-FUNC-LIST
                   PERFORM 2000-LIST-PARA THRU
                           2000-LIST-PARA-EXIT
               WHEN CI-FUNC-REPAIR
               WHEN CI-FUNC-DROP
                   PERFORM 3000-CORRECT-PARA THRU
                           3000-CORRECT-PARA-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - KEY L, R OR D' TO
                       WS-RL-TEXT
                   PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                           0280-SEND-RESULT-LINE-PARA-EXIT
           END-EVALUATE.

       1000-PROCESS-PARA-EXIT.
           EXIT.

      ******************************************************************
      * LIST THE CURRENT EXCEPTION GENERATION FOR ONE SOURCE SYSTEM,
      * OR FOR ALL SOURCES WHEN NONE IS KEYED, WITH ANY CORRECTION
      * ALREADY QUEUED AGAINST EACH ENTRY AND WHO QUEUED IT.
      ******************************************************************
       2000-LIST-PARA.
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE 'N' TO WS-TRUNCATED-SW
           MOVE 'N' TO WS-BROWSE-DONE-SW

           IF CI-SOURCE = SPACE
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE CI-SOURCE TO WS-BK-SOURCE
               MOVE LOW-VALUES TO WS-BK-ENTRY-NUMBER
           END-IF

           EXEC CICS
               STARTBR FILE('PALINEXK')
                       RIDFLD(WS-BROWSE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2100-READ-NEXT-PARA THRU
                       2100-READ-NEXT-PARA-EXIT
                   UNTIL WS-BROWSE-DONE

               EXEC CICS
                   ENDBR FILE('PALINEXK')
                         RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-MATCH-COUNT = ZERO
               MOVE SPACES TO WS-RL-TEXT
               STRING 'NO EXCEPTIONS ON FILE FOR SOURCE ' CI-SOURCE
                      DELIMITED BY SIZE INTO WS-RL-TEXT
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
               READNEXT FILE('PALINEXK')
                        INTO(WS-EXCEPT-KEYED-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2100-READ-NEXT-PARA-EXIT
           END-IF

           IF CI-SOURCE NOT = SPACE AND
                   EK-SOURCE-SYSTEM NOT = CI-SOURCE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2100-READ-NEXT-PARA-EXIT
           END-IF

           PERFORM 2200-QUEUE-ENTRY-PARA THRU
                   2200-QUEUE-ENTRY-PARA-EXIT

           IF WS-MATCH-COUNT NOT < 200
               MOVE 'Y' TO WS-TRUNCATED-SW
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.

       2100-READ-NEXT-PARA-EXIT.
           EXIT.

       2200-QUEUE-ENTRY-PARA.
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
           MOVE EK-ENTRY-NUMBER TO WS-EL-ENTRY
           MOVE EK-SOURCE-SYSTEM TO WS-EL-SOURCE
           MOVE EK-RECORD-TYPE TO WS-EL-TYPE
           MOVE EK-EXCEPT-REASON TO WS-EL-REASON
           MOVE EK-EXCEPT-VALUE TO WS-EL-VALUE
           MOVE EK-COR-ACTION TO WS-EL-ACTION
           MOVE EK-COR-OPERATOR TO WS-EL-OPERATOR

           EXEC CICS
               SEND TEXT FROM(WS-ENTRY-LINE)
                         LENGTH(LENGTH OF WS-ENTRY-LINE)
                         ACCUM
                         PAGING
           END-EXEC.

       2200-QUEUE-ENTRY-PARA-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE A REPAIR OR DROP FOR ONE ENTRY.  THE ENTRY IS READ FOR
      * UPDATE SO TWO OPERATORS CANNOT CORRECT IT AT ONCE, AND IS
      * MARKED WITH THE ACTION AND OPERATOR ONCE THE CORRECTION IS ON
      * THE PLCQ QUEUE (EXTRAPARTITION, PROD.PALINDRM.CORRECT).
      ******************************************************************
       3000-CORRECT-PARA.
           IF CI-SOURCE = SPACE OR CI-ENTRY-NUMBER IS NOT NUMERIC
               MOVE 'KEY THE SOURCE AND THE 6-DIGIT ENTRY NUMBER' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-CORRECT-PARA-EXIT
           END-IF

           MOVE CI-SOURCE TO WS-BK-SOURCE
           MOVE CI-ENTRY-NUMBER TO WS-BK-ENTRY-NUMBER

           EXEC CICS
               READ FILE('PALINEXK')
                    INTO(WS-EXCEPT-KEYED-RECORD)
                    RIDFLD(WS-BROWSE-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NO SUCH EXCEPTION ENTRY IN THE CURRENT GENERATION'
                   TO WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-CORRECT-PARA-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'EXCEPTION FILE UNAVAILABLE - TRY LATER' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-CORRECT-PARA-EXIT
           END-IF

           IF EK-COR-ACTION NOT = SPACE
               PERFORM 3900-UNLOCK-PARA THRU
                       3900-UNLOCK-PARA-EXIT
               MOVE SPACES TO WS-RL-TEXT
               STRING 'ENTRY ALREADY CORRECTED BY ' EK-COR-OPERATOR
                      DELIMITED BY SIZE INTO WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-CORRECT-PARA-EXIT
           END-IF

           IF CI-FUNC-DROP
               MOVE SPACE TO CI-NEW-TYPE
               MOVE SPACES TO CI-NEW-VALUE
           ELSE
               PERFORM 3100-VALIDATE-PARA THRU
                       3100-VALIDATE-PARA-EXIT
               IF NOT WS-CHECK-VALID
                   PERFORM 3900-UNLOCK-PARA THRU
                           3900-UNLOCK-PARA-EXIT
                   MOVE SPACES TO WS-RL-TEXT
                   STRING 'REPAIR REFUSED - ' WS-CHECK-REASON
                          DELIMITED BY SIZE INTO WS-RL-TEXT
                   PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                           0280-SEND-RESULT-LINE-PARA-EXIT
                   GO TO 3000-CORRECT-PARA-EXIT
               END-IF
           END-IF

           PERFORM 0160-TIMESTAMP-PARA THRU
                   0160-TIMESTAMP-PARA-EXIT

           MOVE CI-FUNCTION TO CO-ACTION
           MOVE EK-EXCEPT-VALUE TO CO-MATCH-VALUE
           MOVE CI-NEW-TYPE TO CO-NEW-TYPE
           MOVE CI-NEW-VALUE TO CO-NEW-VALUE
           MOVE WS-OPERATOR-ID TO CO-OPERATOR-ID
           MOVE WS-TIMESTAMP TO CO-ENTERED-AT

           EXEC CICS
               WRITEQ TD QUEUE('PLCQ')
                      FROM(WS-CORRECTION-RECORD)
                      LENGTH(LENGTH OF WS-CORRECTION-RECORD)
                      RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3900-UNLOCK-PARA THRU
                       3900-UNLOCK-PARA-EXIT
               MOVE 'CORRECTION QUEUE UNAVAILABLE - TRY LATER' TO
                   WS-RL-TEXT
               PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                       0280-SEND-RESULT-LINE-PARA-EXIT
               GO TO 3000-CORRECT-PARA-EXIT
           END-IF

           MOVE CI-FUNCTION TO EK-COR-ACTION
           MOVE WS-OPERATOR-ID TO EK-COR-OPERATOR
           MOVE WS-TIMESTAMP TO EK-COR-TIMESTAMP

           EXEC CICS
               REWRITE FILE('PALINEXK')
                       FROM(WS-EXCEPT-KEYED-RECORD)
                       RESP(WS-RESP)
           END-EXEC

           IF CI-FUNC-DROP
               MOVE 'DROP' TO WS-QT-ACTION
           ELSE
               MOVE 'REPAIR' TO WS-QT-ACTION
           END-IF
           MOVE EK-SOURCE-SYSTEM TO WS-QT-SOURCE
           MOVE EK-ENTRY-NUMBER TO WS-QT-ENTRY
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE ' - ENTRY NOT MARKED' TO WS-QT-NOTE
           END-IF
           MOVE WS-QUEUED-TEXT TO WS-RL-TEXT
           PERFORM 0280-SEND-RESULT-LINE-PARA THRU
                   0280-SEND-RESULT-LINE-PARA-EXIT.

       3000-CORRECT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * APPLY THE NIGHTLY RUN'S INPUT CHECKS (PALINDROME
      * 1100-VALIDATE-PARA) TO THE TYPE AND VALUE THE REPAIR WILL
      * RECYCLE - A BLANK REPLACEMENT KEEPS THE ENTRY'S OWN.  THE
      * TYPE MUST ALSO BE ONE THE OPERATOR IS AUTHORIZED FOR.
      ******************************************************************
       3100-VALIDATE-PARA.
           MOVE 'Y' TO WS-CHECK-VALID-SW
           MOVE SPACES TO WS-CHECK-REASON

           IF CI-NEW-TYPE = SPACE
               MOVE EK-RECORD-TYPE TO WS-CHECK-TYPE
           ELSE
               MOVE CI-NEW-TYPE TO WS-CHECK-TYPE
           END-IF

           IF CI-NEW-VALUE = SPACES
               MOVE EK-EXCEPT-VALUE TO WS-CHECK-VALUE
           ELSE
               MOVE CI-NEW-VALUE TO WS-CHECK-VALUE
           END-IF

           IF NOT WS-CHECK-TYPE-VALID
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'INVALID RECORD TYPE FLAG' TO WS-CHECK-REASON
               GO TO 3100-VALIDATE-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-TYPE-HIT-COUNT
           INSPECT OP-REC-TYPES TALLYING WS-TYPE-HIT-COUNT
               FOR ALL WS-CHECK-TYPE
           IF WS-TYPE-HIT-COUNT = ZERO
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'RECORD TYPE NOT AUTHORIZED' TO WS-CHECK-REASON
               GO TO 3100-VALIDATE-PARA-EXIT
           END-IF

           IF FUNCTION TRIM(WS-CHECK-VALUE) = SPACES
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'BLANK VALUE' TO WS-CHECK-REASON
               GO TO 3100-VALIDATE-PARA-EXIT
           END-IF

           IF WS-CHECK-VALUE(81:1) NOT = SPACE
               MOVE 'N' TO WS-CHECK-VALID-SW
               MOVE 'VALUE EXCEEDS FIELD LENGTH' TO WS-CHECK-REASON
               GO TO 3100-VALIDATE-PARA-EXIT
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 81
               IF WS-CHECK-VALUE(WS-SUB:1) < SPACE
                   MOVE 'N' TO WS-CHECK-VALID-SW
                   MOVE 'NON-PRINTABLE CHARACTER' TO WS-CHECK-REASON
               END-IF
           END-PERFORM.

       3100-VALIDATE-PARA-EXIT.
           EXIT.

       3900-UNLOCK-PARA.
           EXEC CICS
               UNLOCK FILE('PALINEXK')
                      RESP(WS-RESP)
           END-EXEC.

       3900-UNLOCK-PARA-EXIT.
           EXIT.

       END PROGRAM PALINECT.
