      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINSLR - MONTHLY OPERATOR ACCESS-CHANGE REPORT FOR
      *          THE AUDIT COMMITTEE.  READS THE ACCESS-CHANGE LOG
      *          THAT THE PALINSEC TRANSACTION QUEUES TO, AND LISTS
      *          EVERY CHANGE MADE TO THE OPERATOR AUTHORIZATION
      *          MASTER IN THE REPORT MONTH (PARM YYYY-MM, DEFAULT THE
      *          PREVIOUS CALENDAR MONTH): WHEN, WHICH ADMINISTRATOR,
      *          WHAT ACTION, WHICH OPERATOR, THE FIELDS CHANGED, AND
      *          THE BEFORE AND AFTER IMAGES, WITH TOTALS BY ACTION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINSLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "PALINSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "PALINSLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  AL-TIMESTAMP            PIC X(19).
           05  FILLER                  PIC X(01).
           05  AL-ADMIN-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-ACTION               PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-BEFORE-IMAGE         PIC X(80).
           05  FILLER                  PIC X(01).
           05  AL-AFTER-IMAGE          PIC X(80).

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LOG-STATUS      PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).

       01  WS-LOG-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-LOG-EOF             VALUE 'Y'.

       01  WS-REPORT-MONTH    PIC X(07) VALUE SPACES.
       01  WS-MONTH-CHECK.
           05  WS-MC-YYYY         PIC X(04).
           05  WS-MC-DASH         PIC X(01).
           05  WS-MC-MM           PIC X(02).
       01  WS-MONTH-PARTS.
           05  WS-MP-YYYY         PIC 9(04).
           05  WS-MP-MM           PIC 9(02).

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  FILLER             PIC X(13).

       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-MONTH-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-SUSPEND-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-REINSTATE-COUNT PIC 9(9) VALUE ZERO.
       01  WS-NOTDONE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-OTHER-COUNT     PIC 9(9) VALUE ZERO.

       01  WS-FIELDS-TEXT     PIC X(50) VALUE SPACES.
       01  WS-FIELDS-PTR      PIC 9(4) VALUE 1.

       01  WS-BEFORE-IMAGE.
           05  BI-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  BI-OPERATOR-NAME   PIC X(30).
           05  FILLER             PIC X(01).
           05  BI-STATUS          PIC X(01).
           05  FILLER             PIC X(01).
           05  BI-REC-TYPES       PIC X(05).
           05  BI-TRAN-LKP        PIC X(01).
           05  BI-TRAN-AUQ        PIC X(01).
           05  BI-TRAN-COR        PIC X(01).
           05  BI-TRAN-SEC        PIC X(01).
           05  FILLER             PIC X(29).

       01  WS-AFTER-IMAGE.
           05  AI-OPERATOR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  AI-OPERATOR-NAME   PIC X(30).
           05  FILLER             PIC X(01).
           05  AI-STATUS          PIC X(01).
           05  FILLER             PIC X(01).
           05  AI-REC-TYPES       PIC X(05).
           05  AI-TRAN-LKP        PIC X(01).
           05  AI-TRAN-AUQ        PIC X(01).
           05  AI-TRAN-COR        PIC X(01).
           05  AI-TRAN-SEC        PIC X(01).
           05  FILLER             PIC X(29).

       01  WS-LOG-HEADER-1.
           05  FILLER             PIC X(44) VALUE
               'PALINDROME OPERATOR ACCESS-CHANGE REPORT'.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  WS-LH1-RUN-DATE    PIC X(10).
           05  FILLER             PIC X(13) VALUE '   FOR MONTH '.
           05  WS-LH1-MONTH       PIC X(07).

       01  WS-LOG-HEADER-2.
           05  FILLER             PIC X(20) VALUE 'CHANGED AT'.
           05  FILLER             PIC X(09) VALUE 'ADMIN'.
           05  FILLER             PIC X(09) VALUE 'ACTION'.
           05  FILLER             PIC X(09) VALUE 'OPERATOR'.
           05  FILLER             PIC X(14) VALUE 'FIELDS CHANGED'.

       01  WS-LOG-DETAIL.
           05  WS-LD-TIMESTAMP    PIC X(19).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-LD-ADMIN        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-LD-ACTION       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-LD-OPERATOR     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-LD-FIELDS       PIC X(50).

       01  WS-IMAGE-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  WS-IL-LABEL        PIC X(08).
           05  WS-IL-IMAGE        PIC X(80).

       01  WS-TOT-LINE.
           05  WS-TL-TITLE        PIC X(32).
           05  WS-TL-COUNT        PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           05  LS-REPORT-MONTH    PIC X(07).

       PROCEDURE DIVISION USING LS-PARM-RECORD.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 1000-SCAN-LOG-PARA THRU
                   1000-SCAN-LOG-PARA-EXIT

           PERFORM 8000-REPORT-PARA THRU
                   8000-REPORT-PARA-EXIT

           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE

           PERFORM 0150-REPORT-MONTH-PARA THRU
                   0150-REPORT-MONTH-PARA-EXIT

           OPEN INPUT CHANGE-LOG-FILE
           IF WS-LOG-STATUS NOT = '00' AND WS-LOG-STATUS NOT = '05'
               DISPLAY 'CHANGE-LOG-FILE OPEN FAILED - STATUS '
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHANGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CHANGE-REPORT-FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-LH1-RUN-DATE
           MOVE WS-REPORT-MONTH TO WS-LH1-MONTH
           MOVE WS-LOG-HEADER-1 TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE WS-LOG-HEADER-2 TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE REPORT MONTH IS THE PARM (YYYY-MM) WHEN ONE IS GIVEN AND
      * VALID, OTHERWISE THE CALENDAR MONTH BEFORE TODAY.
      ******************************************************************
       0150-REPORT-MONTH-PARA.
           IF LS-PARM-LEN > ZERO AND LS-REPORT-MONTH NOT = SPACES
               MOVE LS-REPORT-MONTH TO WS-MONTH-CHECK
               IF WS-MC-YYYY IS NUMERIC AND WS-MC-DASH = '-' AND
                       WS-MC-MM IS NUMERIC AND
                       WS-MC-MM > '00' AND WS-MC-MM < '13'
                   MOVE WS-MONTH-CHECK TO WS-REPORT-MONTH
                   GO TO 0150-REPORT-MONTH-PARA-EXIT
               END-IF
               DISPLAY 'INVALID MONTH PARM "' LS-REPORT-MONTH
                   '" - PREVIOUS MONTH USED'
           END-IF

           MOVE WS-CD-YYYY TO WS-MP-YYYY
           MOVE WS-CD-MM TO WS-MP-MM
           IF WS-MP-MM = 1
               MOVE 12 TO WS-MP-MM
               SUBTRACT 1 FROM WS-MP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MP-MM
           END-IF
           STRING WS-MP-YYYY '-' WS-MP-MM
                  DELIMITED BY SIZE INTO WS-REPORT-MONTH.

       0150-REPORT-MONTH-PARA-EXIT.
           EXIT.

       1000-SCAN-LOG-PARA.
           PERFORM UNTIL WS-LOG-EOF
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF AL-TIMESTAMP (1:7) = WS-REPORT-MONTH
                           PERFORM 1100-LIST-CHANGE-PARA THRU
                                   1100-LIST-CHANGE-PARA-EXIT
                       END-IF
               END-READ
           END-PERFORM.

       1000-SCAN-LOG-PARA-EXIT.
           EXIT.

       1100-LIST-CHANGE-PARA.
           ADD 1 TO WS-MONTH-COUNT
           EVALUATE AL-ACTION
               WHEN 'ADD'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'CHANGE'
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN 'SUSPEND'
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN 'REINSTAT'
                   ADD 1 TO WS-REINSTATE-COUNT
               WHEN 'NOTDONE'
                   ADD 1 TO WS-NOTDONE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE

           MOVE AL-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE AL-AFTER-IMAGE TO WS-AFTER-IMAGE
           PERFORM 1200-FIELDS-CHANGED-PARA THRU
                   1200-FIELDS-CHANGED-PARA-EXIT

           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE AL-TIMESTAMP TO WS-LD-TIMESTAMP
           MOVE AL-ADMIN-ID TO WS-LD-ADMIN
           MOVE AL-ACTION TO WS-LD-ACTION
           MOVE AL-OPERATOR-ID TO WS-LD-OPERATOR
           MOVE WS-FIELDS-TEXT TO WS-LD-FIELDS
           MOVE WS-LOG-DETAIL TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD

           MOVE 'BEFORE: ' TO WS-IL-LABEL
           MOVE AL-BEFORE-IMAGE TO WS-IL-IMAGE
           MOVE WS-IMAGE-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'AFTER:  ' TO WS-IL-LABEL
           MOVE AL-AFTER-IMAGE TO WS-IL-IMAGE
           MOVE WS-IMAGE-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.

       1100-LIST-CHANGE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * NAME THE FIELDS THAT DIFFER BETWEEN THE BEFORE AND AFTER
      * IMAGES.  A NOTDONE ENTRY VOIDS THE LOGGED CHANGE BEFORE IT.
      ******************************************************************
       1200-FIELDS-CHANGED-PARA.
           MOVE SPACES TO WS-FIELDS-TEXT
           MOVE 1 TO WS-FIELDS-PTR

           IF AL-ACTION = 'NOTDONE'
               MOVE 'NOT APPLIED - VOIDS THE ENTRY ABOVE' TO
                   WS-FIELDS-TEXT
               GO TO 1200-FIELDS-CHANGED-PARA-EXIT
           END-IF

           IF AL-BEFORE-IMAGE = SPACES
               MOVE 'NEW OPERATOR' TO WS-FIELDS-TEXT
               GO TO 1200-FIELDS-CHANGED-PARA-EXIT
           END-IF

           IF BI-OPERATOR-NAME NOT = AI-OPERATOR-NAME
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF
           IF BI-STATUS NOT = AI-STATUS
               STRING 'STATUS ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF
           IF BI-REC-TYPES NOT = AI-REC-TYPES
               STRING 'TYPES ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF
           IF BI-TRAN-LKP NOT = AI-TRAN-LKP
               STRING 'LKP ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF
           IF BI-TRAN-AUQ NOT = AI-TRAN-AUQ
               STRING 'AUQ ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF
           IF BI-TRAN-COR NOT = AI-TRAN-COR
               STRING 'COR ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF
           IF BI-TRAN-SEC NOT = AI-TRAN-SEC
               STRING 'SEC ' DELIMITED BY SIZE
                   INTO WS-FIELDS-TEXT WITH POINTER WS-FIELDS-PTR
           END-IF.

       1200-FIELDS-CHANGED-PARA-EXIT.
           EXIT.

       8000-REPORT-PARA.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'LOG ENTRIES READ .............. ' TO WS-TL-TITLE
           MOVE WS-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'LOG ENTRIES FOR THE MONTH ..... ' TO WS-TL-TITLE
           MOVE WS-MONTH-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'OPERATORS ADDED ............... ' TO WS-TL-TITLE
           MOVE WS-ADD-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'OPERATORS CHANGED ............. ' TO WS-TL-TITLE
           MOVE WS-CHANGE-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'OPERATORS SUSPENDED ........... ' TO WS-TL-TITLE
           MOVE WS-SUSPEND-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'OPERATORS REINSTATED .......... ' TO WS-TL-TITLE
           MOVE WS-REINSTATE-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE 'CHANGES NOT APPLIED ........... ' TO WS-TL-TITLE
           MOVE WS-NOTDONE-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD

           IF WS-OTHER-COUNT > ZERO
               MOVE 'UNRECOGNIZED ACTIONS .......... ' TO WS-TL-TITLE
               MOVE WS-OTHER-COUNT TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO CHANGE-REPORT-RECORD
               WRITE CHANGE-REPORT-RECORD
           END-IF.

       8000-REPORT-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE CHANGE-LOG-FILE
           CLOSE CHANGE-REPORT-FILE

           IF WS-OTHER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINSLR.
