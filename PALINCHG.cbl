      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINCHG - MONTHLY CHARGEBACK OF CHECK VOLUMES.
      *          COUNTS THE CHECKS EACH SOURCE SYSTEM SENT IN THE
      *          BILLING MONTH (PARM YYYY-MM, DEFAULT THE PREVIOUS
      *          CALENDAR MONTH) BY RECORD TYPE, SPLIT INTO
      *          PALINDROME, NOT-PALINDROME AND EXCEPTION VERDICTS,
      *          WITH THE RECYCLED CHECKS AND THE ONLINE CHECKS (RUN
      *          ID 'ONLINE') SHOWN ALONGSIDE.  THE LIVE AUDIT TRAIL
      *          SUPPLIES THE CHECKS STILL ON FILE; FOR CHECKS PALINARC
      *          HAS ALREADY CUT TO THE ARCHIVE, THE BREAKDOWN RECORDS
      *          IT APPENDS TO THE RUN-SUMMARY FILE ARE ADDED IN.  A
      *          CHECK IS IN ONE OR THE OTHER, NEVER BOTH.  EACH LINE
      *          IS PRICED FROM THE RATE TABLE BY RECORD TYPE.  A
      *          RECYCLED CHECK IS THE RESUBMISSION OF A REPAIRED
      *          EXCEPTION THAT WAS BILLED WHEN IT FIRST ARRIVED, SO IT
      *          IS NOT BILLED AGAIN.  OPERATOR-REJECTION ENTRIES ARE
      *          NOT CHECKS AND ARE NOT COUNTED.  OUTPUT IS THE
      *          PRINTED CHARGEBACK REPORT AND A FIXED-LAYOUT BILLING
      *          FEED (H HEADER, D DETAIL PER SOURCE AND TYPE, T
      *          TRAILER WITH CONTROL TOTALS).
      *          RETURN CODES: 0 COMPLETE, 4 A TYPE HAD NO RATE, A
      *          RATE LINE WAS UNREADABLE, OR A TABLE FILLED UP - SEE
      *          THE REPORT, 16 FILE OPEN FAILURE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PALIN-AUDIT-FILE ASSIGN TO "PALINAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL RUN-SUMMARY-FILE ASSIGN TO "PALINSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "PALINRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CHG-REPORT-FILE ASSIGN TO "PALINCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BILLING-FEED-FILE ASSIGN TO "PALINCHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PALIN-AUDIT-FILE.
       01  PALIN-AUDIT-RECORD.
           05  PA-CHECK-DATE           PIC X(10).
           05  FILLER                  PIC X(09).
           05  FILLER                  PIC X(01).
           05  PA-RUN-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  PA-OPERATOR-ID          PIC X(08).
           05  PA-RECYCLE-FLAG         PIC X(01).
           05  PA-RECORD-TYPE          PIC X(01).
           05  PA-SOURCE-SYSTEM        PIC X(01).
           05  FILLER                  PIC X(01).
           05  PA-INPUT-VALUE          PIC X(81).
           05  FILLER                  PIC X(01).
           05  PA-RESULT-TEXT          PIC X(14).

       FD  RUN-SUMMARY-FILE.
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
               88  RB-KIND-BREAKDOWN        VALUE 'B'.
           05  FILLER                  PIC X(06).

      * RATE TABLE - RECORD TYPE IN COLUMN 1, UNIT RATE PER CHECK IN
      * COLUMNS 3-10 AS 999V99999 (E.G. 00012500 = 0.125), FREE-FORM
      * DESCRIPTION FROM COLUMN 12.  '*' IN COLUMN 1 = COMMENT.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05  RR-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  RR-UNIT-RATE            PIC 9(03)V9(05).
           05  FILLER                  PIC X(01).
           05  RR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(39).

       FD  CHG-REPORT-FILE.
       01  CHG-REPORT-RECORD       PIC X(132).

       FD  BILLING-FEED-FILE.
       01  BILLING-FEED-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS    PIC X(2).
       01  WS-SUMMARY-STATUS  PIC X(2).
       01  WS-RATE-STATUS     PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-FEED-STATUS     PIC X(2).

       01  WS-AUDIT-EOF-SW    PIC X(1) VALUE 'N'.
           88  WS-AUDIT-EOF           VALUE 'Y'.
       01  WS-SUMMARY-EOF-SW  PIC X(1) VALUE 'N'.
           88  WS-SUMMARY-EOF         VALUE 'Y'.
       01  WS-RATE-EOF-SW     PIC X(1) VALUE 'N'.
           88  WS-RATE-EOF            VALUE 'Y'.

       01  WS-REPORT-MONTH    PIC X(07) VALUE SPACES.
       01  WS-MONTH-CHECK.
           05  WS-MC-YYYY         PIC X(04).
           05  WS-MC-DASH         PIC X(01).
           05  WS-MC-MM           PIC X(02).
       01  WS-MONTH-PARTS.
           05  WS-MP-YYYY         PIC 9(04).
           05  WS-MP-MM           PIC 9(02).

       01  WS-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-CREATED-TS      PIC X(19) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YYYY         PIC 9(04).
           05  WS-CD-MM           PIC 9(02).
           05  WS-CD-DD           PIC 9(02).
           05  WS-CD-HH           PIC 9(02).
           05  WS-CD-MIN          PIC 9(02).
           05  WS-CD-SS           PIC 9(02).
           05  FILLER             PIC X(07).

       01  WS-SUB             PIC 9(4) VALUE ZERO.
       01  WS-SUB-2           PIC 9(4) VALUE ZERO.
       01  WS-HIT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-RATE-SUB        PIC 9(4) VALUE ZERO.

       01  WS-AUD-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-AUD-MONTH-COUNT PIC 9(9) VALUE ZERO.
       01  WS-AUD-REJECT-COUNT PIC 9(9) VALUE ZERO.
       01  WS-SUM-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-SUM-MONTH-COUNT PIC 9(9) VALUE ZERO.
       01  WS-RATE-READ-COUNT PIC 9(9) VALUE ZERO.
       01  WS-RATE-BAD-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-RATE-OVERFLOW   PIC 9(9) VALUE ZERO.
       01  WS-NORATE-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-FEED-COUNT      PIC 9(9) VALUE ZERO.

      * THE CHECKS TO BE COUNTED, FROM EITHER SOURCE.
       01  WS-IN-SOURCE       PIC X(01) VALUE SPACE.
       01  WS-IN-TYPE         PIC X(01) VALUE SPACE.
       01  WS-IN-PAL          PIC 9(9) VALUE ZERO.
       01  WS-IN-NOTPAL       PIC 9(9) VALUE ZERO.
       01  WS-IN-EXCEPT       PIC 9(9) VALUE ZERO.
       01  WS-IN-RECYCLED     PIC 9(9) VALUE ZERO.
       01  WS-IN-ONLINE-SW    PIC X(1) VALUE 'N'.
           88  WS-IN-ONLINE           VALUE 'Y'.

       01  WS-RATE-TABLE-AREA.
           05  WS-RATE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-RATE-TYPE       PIC X(01).
               10  WS-RATE-VALUE      PIC 9(03)V9(05).

      * ONE ENTRY PER SOURCE SYSTEM AND RECORD TYPE, KEPT IN SOURCE
      * AND TYPE ORDER FOR THE REPORT.
       01  WS-CHG-TABLE-AREA.
           05  WS-CHG-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CHG-OVERFLOW    PIC 9(9) VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-KEY.
                   15  WS-CHG-SOURCE      PIC X(01).
                   15  WS-CHG-TYPE        PIC X(01).
               10  WS-CHG-PAL         PIC 9(09).
               10  WS-CHG-NOTPAL      PIC 9(09).
               10  WS-CHG-EXCEPT      PIC 9(09).
               10  WS-CHG-RECYCLED    PIC 9(09).
               10  WS-CHG-ONLINE      PIC 9(09).
       01  WS-IN-KEY.
           05  WS-IK-SOURCE       PIC X(01).
           05  WS-IK-TYPE         PIC X(01).

      * LINE, SOURCE AND GRAND TOTALS AS THEY ARE PRICED.
       01  WS-LN-TOTAL        PIC 9(9) VALUE ZERO.
       01  WS-LN-BILLABLE     PIC 9(9) VALUE ZERO.
       01  WS-LN-RATE         PIC 9(03)V9(05) VALUE ZERO.
       01  WS-LN-CHARGE       PIC 9(09)V99 VALUE ZERO.
       01  WS-LN-RATED-SW     PIC X(1) VALUE 'N'.
           88  WS-LN-RATED            VALUE 'Y'.
       01  WS-SRC-CURRENT     PIC X(01) VALUE SPACE.
       01  WS-SRC-TOTALS.
           05  WS-ST-PAL          PIC 9(09).
           05  WS-ST-NOTPAL       PIC 9(09).
           05  WS-ST-EXCEPT       PIC 9(09).
           05  WS-ST-TOTAL        PIC 9(09).
           05  WS-ST-RECYCLED     PIC 9(09).
           05  WS-ST-ONLINE       PIC 9(09).
           05  WS-ST-BILLABLE     PIC 9(09).
           05  WS-ST-CHARGE       PIC 9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-PAL          PIC 9(09).
           05  WS-GT-NOTPAL       PIC 9(09).
           05  WS-GT-EXCEPT       PIC 9(09).
           05  WS-GT-TOTAL        PIC 9(09).
           05  WS-GT-RECYCLED     PIC 9(09).
           05  WS-GT-ONLINE       PIC 9(09).
           05  WS-GT-BILLABLE     PIC 9(09).
           05  WS-GT-CHARGE       PIC 9(11)V99.

       01  WS-CHG-HEADER-1.
           05  FILLER             PIC X(40) VALUE
               'PALINDROME MONTHLY CHARGEBACK REPORT'.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  WS-CH1-RUN-DATE    PIC X(10).
           05  FILLER             PIC X(15) VALUE
               '   FOR MONTH   '.
           05  WS-CH1-MONTH       PIC X(07).

       01  WS-CHG-HEADER-2.
           05  FILLER             PIC X(11) VALUE 'SOURCE TYPE'.
           05  FILLER             PIC X(10) VALUE '       PAL'.
           05  FILLER             PIC X(10) VALUE '    NOTPAL'.
           05  FILLER             PIC X(10) VALUE '    EXCEPT'.
           05  FILLER             PIC X(10) VALUE '     TOTAL'.
           05  FILLER             PIC X(10) VALUE '  RECYCLED'.
           05  FILLER             PIC X(10) VALUE '    ONLINE'.
           05  FILLER             PIC X(10) VALUE '  BILLABLE'.
           05  FILLER             PIC X(10) VALUE ' UNIT RATE'.
           05  FILLER             PIC X(17) VALUE
               '           CHARGE'.

       01  WS-CHG-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-CL-SOURCE       PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-TYPE         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-PAL          PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-NOTPAL       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-EXCEPT       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-TOTAL        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-RECYCLED     PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-ONLINE       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-BILLABLE     PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-RATE         PIC ZZ9.99999.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-NOTE         PIC X(10).

       01  WS-CHG-TOTAL-LINE.
           05  WS-CT-TITLE        PIC X(11).
           05  WS-CT-PAL          PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CT-NOTPAL       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CT-EXCEPT       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CT-TOTAL        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CT-RECYCLED     PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CT-ONLINE       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CT-BILLABLE     PIC ZZZZZZZZ9.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  WS-CT-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TOT-LINE.
           05  WS-TL-TITLE        PIC X(32).
           05  WS-TL-COUNT        PIC ZZZZZZZZ9.

      ******************************************************************
      * BILLING FEED - FIXED-LAYOUT RECORDS FOR THE BILLING SYSTEM.
      * ONE HEADER, ONE DETAIL PER SOURCE SYSTEM AND RECORD TYPE, ONE
      * TRAILER WITH CONTROL TOTALS.  RATES CARRY FIVE DECIMALS AND
      * CHARGES TWO, BOTH UNSIGNED WITH AN IMPLIED DECIMAL POINT.
      ******************************************************************
       01  WS-BIL-HEADER-RECORD.
           05  FILLER             PIC X(01) VALUE 'H'.
           05  WS-BH-BILLING-MONTH PIC X(07).
           05  WS-BH-CREATED-TS   PIC X(19).
           05  FILLER             PIC X(73) VALUE SPACES.

       01  WS-BIL-DETAIL-RECORD.
           05  FILLER             PIC X(01) VALUE 'D'.
           05  WS-BD-SOURCE       PIC X(01).
           05  WS-BD-RECORD-TYPE  PIC X(01).
           05  WS-BD-PAL-COUNT    PIC 9(09).
           05  WS-BD-NOTPAL-COUNT PIC 9(09).
           05  WS-BD-EXCEPT-COUNT PIC 9(09).
           05  WS-BD-RECYCLED-COUNT PIC 9(09).
           05  WS-BD-ONLINE-COUNT PIC 9(09).
           05  WS-BD-TOTAL-COUNT  PIC 9(09).
           05  WS-BD-BILLABLE-COUNT PIC 9(09).
           05  WS-BD-UNIT-RATE    PIC 9(03)V9(05).
           05  WS-BD-CHARGE       PIC 9(09)V99.
           05  WS-BD-RATED        PIC X(01).
           05  FILLER             PIC X(15) VALUE SPACES.

       01  WS-BIL-TRAILER-RECORD.
           05  FILLER             PIC X(01) VALUE 'T'.
           05  WS-BT-REC-COUNT    PIC 9(09).
           05  WS-BT-TOTAL-COUNT  PIC 9(09).
           05  WS-BT-BILLABLE-COUNT PIC 9(09).
           05  WS-BT-CHARGE       PIC 9(11)V99.
           05  FILLER             PIC X(59) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           05  LS-REPORT-MONTH    PIC X(07).

       PROCEDURE DIVISION USING LS-PARM-RECORD.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 0200-LOAD-RATES-PARA THRU
                   0200-LOAD-RATES-PARA-EXIT

           PERFORM 1000-SCAN-AUDIT-PARA THRU
                   1000-SCAN-AUDIT-PARA-EXIT

           PERFORM 2000-SCAN-SUMMARY-PARA THRU
                   2000-SCAN-SUMMARY-PARA-EXIT

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
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-CREATED-TS

           PERFORM 0150-REPORT-MONTH-PARA THRU
                   0150-REPORT-MONTH-PARA-EXIT

           OPEN INPUT PALIN-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'PALIN-AUDIT-FILE OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RUN-SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = '00' AND
                   WS-SUMMARY-STATUS NOT = '05'
               DISPLAY 'RUN-SUMMARY-FILE OPEN FAILED - STATUS '
                   WS-SUMMARY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'RATE-TABLE-FILE OPEN FAILED - STATUS '
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHG-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CHG-REPORT-FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BILLING-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'BILLING-FEED-FILE OPEN FAILED - STATUS '
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * THE BILLING MONTH IS THE PARM (YYYY-MM) WHEN ONE IS GIVEN AND
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

       0200-LOAD-RATES-PARA.
           PERFORM UNTIL WS-RATE-EOF
               READ RATE-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RATE-READ-COUNT
                       PERFORM 0250-TABLE-RATE-PARA THRU
                               0250-TABLE-RATE-PARA-EXIT
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

       0200-LOAD-RATES-PARA-EXIT.
           EXIT.

       0250-TABLE-RATE-PARA.
           IF RR-RECORD-TYPE = '*' OR RATE-TABLE-RECORD = SPACES
               GO TO 0250-TABLE-RATE-PARA-EXIT
           END-IF

           IF RR-RECORD-TYPE = SPACE OR RR-UNIT-RATE IS NOT NUMERIC
               ADD 1 TO WS-RATE-BAD-COUNT
               DISPLAY 'RATE LINE ' WS-RATE-READ-COUNT
                   ' UNREADABLE - IGNORED'
               GO TO 0250-TABLE-RATE-PARA-EXIT
           END-IF

           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT OR WS-HIT-SUB > ZERO
               IF WS-RATE-TYPE (WS-SUB) = RR-RECORD-TYPE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
               IF WS-RATE-COUNT < 20
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-RATE-COUNT TO WS-HIT-SUB
               ELSE
                   ADD 1 TO WS-RATE-OVERFLOW
                   GO TO 0250-TABLE-RATE-PARA-EXIT
               END-IF
           END-IF

           MOVE RR-RECORD-TYPE TO WS-RATE-TYPE (WS-HIT-SUB)
           MOVE RR-UNIT-RATE TO WS-RATE-VALUE (WS-HIT-SUB).

       0250-TABLE-RATE-PARA-EXIT.
           EXIT.

       1000-SCAN-AUDIT-PARA.
           PERFORM UNTIL WS-AUDIT-EOF
               READ PALIN-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-AUD-READ-COUNT
                       PERFORM 1100-COUNT-AUDIT-PARA THRU
                               1100-COUNT-AUDIT-PARA-EXIT
               END-READ
           END-PERFORM.

       1000-SCAN-AUDIT-PARA-EXIT.
           EXIT.

       1100-COUNT-AUDIT-PARA.
           IF PA-CHECK-DATE (1:7) NOT = WS-REPORT-MONTH
               GO TO 1100-COUNT-AUDIT-PARA-EXIT
           END-IF

           IF PA-RESULT-TEXT = 'REJECTED'
               ADD 1 TO WS-AUD-REJECT-COUNT
               GO TO 1100-COUNT-AUDIT-PARA-EXIT
           END-IF

           ADD 1 TO WS-AUD-MONTH-COUNT
           MOVE PA-SOURCE-SYSTEM TO WS-IN-SOURCE
           MOVE PA-RECORD-TYPE TO WS-IN-TYPE
           MOVE ZERO TO WS-IN-PAL
           MOVE ZERO TO WS-IN-NOTPAL
           MOVE ZERO TO WS-IN-EXCEPT
           MOVE ZERO TO WS-IN-RECYCLED
           IF PA-RESULT-TEXT = ' PALINDROME' OR 'REARRANGEABLE'
               MOVE 1 TO WS-IN-PAL
           ELSE
               IF PA-RESULT-TEXT = 'NOT PALINDROME' OR
                       PA-RESULT-TEXT (1:11) = 'BLOCKED BY '
                   MOVE 1 TO WS-IN-NOTPAL
               ELSE
                   MOVE 1 TO WS-IN-EXCEPT
               END-IF
           END-IF
           IF PA-RECYCLE-FLAG = 'R'
               MOVE 1 TO WS-IN-RECYCLED
           END-IF
           IF PA-RUN-ID = 'ONLINE'
               MOVE 'Y' TO WS-IN-ONLINE-SW
           ELSE
               MOVE 'N' TO WS-IN-ONLINE-SW
           END-IF

           PERFORM 3000-ACCUMULATE-PARA THRU
                   3000-ACCUMULATE-PARA-EXIT.

       1100-COUNT-AUDIT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ADD IN THE CHECKS PALINARC HAS ALREADY ARCHIVED FOR THE MONTH.
      * ONLY ITS BREAKDOWN RECORDS COUNT; THE RUN-ID SUMMARY RECORDS
      * ALONGSIDE THEM HAVE NO SOURCE OR TYPE.
      ******************************************************************
       2000-SCAN-SUMMARY-PARA.
           IF WS-SUMMARY-STATUS NOT = '00'
               GO TO 2000-SCAN-SUMMARY-PARA-EXIT
           END-IF

           PERFORM UNTIL WS-SUMMARY-EOF
               READ RUN-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-SUMMARY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SUM-READ-COUNT
                       PERFORM 2100-COUNT-SUMMARY-PARA THRU
                               2100-COUNT-SUMMARY-PARA-EXIT
               END-READ
           END-PERFORM.

       2000-SCAN-SUMMARY-PARA-EXIT.
           EXIT.

       2100-COUNT-SUMMARY-PARA.
           IF NOT RB-KIND-BREAKDOWN OR
                   RB-CHECK-MONTH NOT = WS-REPORT-MONTH
               GO TO 2100-COUNT-SUMMARY-PARA-EXIT
           END-IF

           ADD 1 TO WS-SUM-MONTH-COUNT
           MOVE RB-SOURCE-SYSTEM TO WS-IN-SOURCE
           MOVE RB-RECORD-TYPE TO WS-IN-TYPE
           MOVE RB-PAL-COUNT TO WS-IN-PAL
           MOVE RB-NOTPAL-COUNT TO WS-IN-NOTPAL
           MOVE RB-EXCEPT-COUNT TO WS-IN-EXCEPT
           MOVE RB-RECYCLED-COUNT TO WS-IN-RECYCLED
           IF RB-RUN-ID = 'ONLINE'
               MOVE 'Y' TO WS-IN-ONLINE-SW
           ELSE
               MOVE 'N' TO WS-IN-ONLINE-SW
           END-IF

           PERFORM 3000-ACCUMULATE-PARA THRU
                   3000-ACCUMULATE-PARA-EXIT.

       2100-COUNT-SUMMARY-PARA-EXIT.
           EXIT.

      ******************************************************************
      * FIND THE SOURCE/TYPE ENTRY, OPENING A NEW ONE IN KEY ORDER
      * WHEN IT IS NOT THERE YET, AND ADD THE CHECKS TO IT.
      ******************************************************************
       3000-ACCUMULATE-PARA.
           MOVE WS-IN-SOURCE TO WS-IK-SOURCE
           MOVE WS-IN-TYPE TO WS-IK-TYPE

           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHG-COUNT OR WS-HIT-SUB > ZERO
                   OR WS-CHG-KEY (WS-SUB) > WS-IN-KEY
               IF WS-CHG-KEY (WS-SUB) = WS-IN-KEY
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
               IF WS-CHG-COUNT NOT < 500
                   ADD 1 TO WS-CHG-OVERFLOW
                   GO TO 3000-ACCUMULATE-PARA-EXIT
               END-IF
               PERFORM VARYING WS-SUB-2 FROM WS-CHG-COUNT BY -1
                       UNTIL WS-SUB-2 < WS-SUB
                   MOVE WS-CHG-ENTRY (WS-SUB-2) TO
                       WS-CHG-ENTRY (WS-SUB-2 + 1)
               END-PERFORM
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-SUB TO WS-HIT-SUB
               MOVE WS-IN-KEY TO WS-CHG-KEY (WS-HIT-SUB)
               MOVE ZERO TO WS-CHG-PAL (WS-HIT-SUB)
               MOVE ZERO TO WS-CHG-NOTPAL (WS-HIT-SUB)
               MOVE ZERO TO WS-CHG-EXCEPT (WS-HIT-SUB)
               MOVE ZERO TO WS-CHG-RECYCLED (WS-HIT-SUB)
               MOVE ZERO TO WS-CHG-ONLINE (WS-HIT-SUB)
           END-IF

           ADD WS-IN-PAL TO WS-CHG-PAL (WS-HIT-SUB)
           ADD WS-IN-NOTPAL TO WS-CHG-NOTPAL (WS-HIT-SUB)
           ADD WS-IN-EXCEPT TO WS-CHG-EXCEPT (WS-HIT-SUB)
           ADD WS-IN-RECYCLED TO WS-CHG-RECYCLED (WS-HIT-SUB)
           IF WS-IN-ONLINE
               ADD WS-IN-PAL WS-IN-NOTPAL WS-IN-EXCEPT
                   TO WS-CHG-ONLINE (WS-HIT-SUB)
           END-IF.

       3000-ACCUMULATE-PARA-EXIT.
           EXIT.

       8000-REPORT-PARA.
           MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
           MOVE WS-REPORT-MONTH TO WS-CH1-MONTH
           MOVE WS-CHG-HEADER-1 TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE SPACES TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE WS-CHG-HEADER-2 TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE SPACES TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD

           MOVE WS-REPORT-MONTH TO WS-BH-BILLING-MONTH
           MOVE WS-CREATED-TS TO WS-BH-CREATED-TS
           MOVE WS-BIL-HEADER-RECORD TO BILLING-FEED-RECORD
           WRITE BILLING-FEED-RECORD

           INITIALIZE WS-GRAND-TOTALS
           INITIALIZE WS-SRC-TOTALS
           IF WS-CHG-COUNT > ZERO
               MOVE WS-CHG-SOURCE (1) TO WS-SRC-CURRENT
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHG-COUNT
               IF WS-CHG-SOURCE (WS-SUB) NOT = WS-SRC-CURRENT
                   PERFORM 8200-SOURCE-TOTAL-PARA THRU
                           8200-SOURCE-TOTAL-PARA-EXIT
                   MOVE WS-CHG-SOURCE (WS-SUB) TO WS-SRC-CURRENT
               END-IF
               PERFORM 8100-CHARGE-LINE-PARA THRU
                       8100-CHARGE-LINE-PARA-EXIT
           END-PERFORM

           IF WS-CHG-COUNT > ZERO
               PERFORM 8200-SOURCE-TOTAL-PARA THRU
                       8200-SOURCE-TOTAL-PARA-EXIT
           END-IF

           MOVE 'ALL SOURCES' TO WS-CT-TITLE
           MOVE WS-GT-PAL TO WS-CT-PAL
           MOVE WS-GT-NOTPAL TO WS-CT-NOTPAL
           MOVE WS-GT-EXCEPT TO WS-CT-EXCEPT
           MOVE WS-GT-TOTAL TO WS-CT-TOTAL
           MOVE WS-GT-RECYCLED TO WS-CT-RECYCLED
           MOVE WS-GT-ONLINE TO WS-CT-ONLINE
           MOVE WS-GT-BILLABLE TO WS-CT-BILLABLE
           MOVE WS-GT-CHARGE TO WS-CT-CHARGE
           MOVE WS-CHG-TOTAL-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD

           MOVE WS-FEED-COUNT TO WS-BT-REC-COUNT
           MOVE WS-GT-TOTAL TO WS-BT-TOTAL-COUNT
           MOVE WS-GT-BILLABLE TO WS-BT-BILLABLE-COUNT
           MOVE WS-GT-CHARGE TO WS-BT-CHARGE
           MOVE WS-BIL-TRAILER-RECORD TO BILLING-FEED-RECORD
           WRITE BILLING-FEED-RECORD

           PERFORM 8300-CONTROL-TOTALS-PARA THRU
                   8300-CONTROL-TOTALS-PARA-EXIT.

       8000-REPORT-PARA-EXIT.
           EXIT.

      ******************************************************************
      * PRICE ONE SOURCE/TYPE ENTRY, PRINT IT, AND SEND IT TO BILLING.
      ******************************************************************
       8100-CHARGE-LINE-PARA.
           COMPUTE WS-LN-TOTAL = WS-CHG-PAL (WS-SUB) +
               WS-CHG-NOTPAL (WS-SUB) + WS-CHG-EXCEPT (WS-SUB)
           IF WS-CHG-RECYCLED (WS-SUB) > WS-LN-TOTAL
               MOVE ZERO TO WS-LN-BILLABLE
           ELSE
               COMPUTE WS-LN-BILLABLE = WS-LN-TOTAL -
                   WS-CHG-RECYCLED (WS-SUB)
           END-IF

           MOVE 'N' TO WS-LN-RATED-SW
           MOVE ZERO TO WS-LN-RATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT OR WS-LN-RATED
               IF WS-RATE-TYPE (WS-RATE-SUB) = WS-CHG-TYPE (WS-SUB)
                   MOVE WS-RATE-VALUE (WS-RATE-SUB) TO WS-LN-RATE
                   MOVE 'Y' TO WS-LN-RATED-SW
               END-IF
           END-PERFORM
           COMPUTE WS-LN-CHARGE ROUNDED = WS-LN-BILLABLE * WS-LN-RATE

           MOVE WS-CHG-SOURCE (WS-SUB) TO WS-CL-SOURCE
           MOVE WS-CHG-TYPE (WS-SUB) TO WS-CL-TYPE
           MOVE WS-CHG-PAL (WS-SUB) TO WS-CL-PAL
           MOVE WS-CHG-NOTPAL (WS-SUB) TO WS-CL-NOTPAL
           MOVE WS-CHG-EXCEPT (WS-SUB) TO WS-CL-EXCEPT
           MOVE WS-LN-TOTAL TO WS-CL-TOTAL
           MOVE WS-CHG-RECYCLED (WS-SUB) TO WS-CL-RECYCLED
           MOVE WS-CHG-ONLINE (WS-SUB) TO WS-CL-ONLINE
           MOVE WS-LN-BILLABLE TO WS-CL-BILLABLE
           MOVE WS-LN-RATE TO WS-CL-RATE
           MOVE WS-LN-CHARGE TO WS-CL-CHARGE
           IF WS-LN-RATED
               MOVE SPACES TO WS-CL-NOTE
           ELSE
               MOVE 'NO RATE' TO WS-CL-NOTE
               ADD 1 TO WS-NORATE-COUNT
           END-IF
           MOVE WS-CHG-DETAIL-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD

           MOVE WS-CHG-SOURCE (WS-SUB) TO WS-BD-SOURCE
           MOVE WS-CHG-TYPE (WS-SUB) TO WS-BD-RECORD-TYPE
           MOVE WS-CHG-PAL (WS-SUB) TO WS-BD-PAL-COUNT
           MOVE WS-CHG-NOTPAL (WS-SUB) TO WS-BD-NOTPAL-COUNT
           MOVE WS-CHG-EXCEPT (WS-SUB) TO WS-BD-EXCEPT-COUNT
           MOVE WS-CHG-RECYCLED (WS-SUB) TO WS-BD-RECYCLED-COUNT
           MOVE WS-CHG-ONLINE (WS-SUB) TO WS-BD-ONLINE-COUNT
           MOVE WS-LN-TOTAL TO WS-BD-TOTAL-COUNT
           MOVE WS-LN-BILLABLE TO WS-BD-BILLABLE-COUNT
           MOVE WS-LN-RATE TO WS-BD-UNIT-RATE
           MOVE WS-LN-CHARGE TO WS-BD-CHARGE
           MOVE WS-LN-RATED-SW TO WS-BD-RATED
           MOVE WS-BIL-DETAIL-RECORD TO BILLING-FEED-RECORD
           WRITE BILLING-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT

           ADD WS-CHG-PAL (WS-SUB) TO WS-ST-PAL
           ADD WS-CHG-NOTPAL (WS-SUB) TO WS-ST-NOTPAL
           ADD WS-CHG-EXCEPT (WS-SUB) TO WS-ST-EXCEPT
           ADD WS-LN-TOTAL TO WS-ST-TOTAL
           ADD WS-CHG-RECYCLED (WS-SUB) TO WS-ST-RECYCLED
           ADD WS-CHG-ONLINE (WS-SUB) TO WS-ST-ONLINE
           ADD WS-LN-BILLABLE TO WS-ST-BILLABLE
           ADD WS-LN-CHARGE TO WS-ST-CHARGE.

       8100-CHARGE-LINE-PARA-EXIT.
           EXIT.

       8200-SOURCE-TOTAL-PARA.
           MOVE SPACES TO WS-CT-TITLE
           STRING 'SOURCE ' WS-SRC-CURRENT
                  DELIMITED BY SIZE INTO WS-CT-TITLE
           MOVE WS-ST-PAL TO WS-CT-PAL
           MOVE WS-ST-NOTPAL TO WS-CT-NOTPAL
           MOVE WS-ST-EXCEPT TO WS-CT-EXCEPT
           MOVE WS-ST-TOTAL TO WS-CT-TOTAL
           MOVE WS-ST-RECYCLED TO WS-CT-RECYCLED
           MOVE WS-ST-ONLINE TO WS-CT-ONLINE
           MOVE WS-ST-BILLABLE TO WS-CT-BILLABLE
           MOVE WS-ST-CHARGE TO WS-CT-CHARGE
           MOVE WS-CHG-TOTAL-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE SPACES TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD

           ADD WS-ST-PAL TO WS-GT-PAL
           ADD WS-ST-NOTPAL TO WS-GT-NOTPAL
           ADD WS-ST-EXCEPT TO WS-GT-EXCEPT
           ADD WS-ST-TOTAL TO WS-GT-TOTAL
           ADD WS-ST-RECYCLED TO WS-GT-RECYCLED
           ADD WS-ST-ONLINE TO WS-GT-ONLINE
           ADD WS-ST-BILLABLE TO WS-GT-BILLABLE
           ADD WS-ST-CHARGE TO WS-GT-CHARGE
           INITIALIZE WS-SRC-TOTALS.

       8200-SOURCE-TOTAL-PARA-EXIT.
           EXIT.

       8300-CONTROL-TOTALS-PARA.
           MOVE SPACES TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'AUDIT RECORDS READ ............ ' TO WS-TL-TITLE
           MOVE WS-AUD-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'AUDIT CHECKS IN THE MONTH ..... ' TO WS-TL-TITLE
           MOVE WS-AUD-MONTH-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'OPERATOR REJECTIONS SKIPPED ... ' TO WS-TL-TITLE
           MOVE WS-AUD-REJECT-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'SUMMARY RECORDS READ .......... ' TO WS-TL-TITLE
           MOVE WS-SUM-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'ARCHIVED BREAKDOWNS IN MONTH .. ' TO WS-TL-TITLE
           MOVE WS-SUM-MONTH-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'RATE TABLE LINES READ ......... ' TO WS-TL-TITLE
           MOVE WS-RATE-READ-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD
           MOVE 'BILLING FEED DETAILS WRITTEN .. ' TO WS-TL-TITLE
           MOVE WS-FEED-COUNT TO WS-TL-COUNT
           MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
           WRITE CHG-REPORT-RECORD

           IF WS-NORATE-COUNT > ZERO
               MOVE 'LINES WITH NO RATE - NOT PRICED ' TO WS-TL-TITLE
               MOVE WS-NORATE-COUNT TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
               WRITE CHG-REPORT-RECORD
           END-IF

           IF WS-RATE-BAD-COUNT > ZERO
               MOVE 'UNREADABLE RATE LINES IGNORED . ' TO WS-TL-TITLE
               MOVE WS-RATE-BAD-COUNT TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
               WRITE CHG-REPORT-RECORD
           END-IF

           IF WS-RATE-OVERFLOW > ZERO
               MOVE 'RATE TABLE FULL - LINES IGNORED ' TO WS-TL-TITLE
               MOVE WS-RATE-OVERFLOW TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
               WRITE CHG-REPORT-RECORD
           END-IF

           IF WS-CHG-OVERFLOW > ZERO
               MOVE 'SOURCE/TYPE TABLE FULL - SKIPPED' TO WS-TL-TITLE
               MOVE WS-CHG-OVERFLOW TO WS-TL-COUNT
               MOVE WS-TOT-LINE TO CHG-REPORT-RECORD
               WRITE CHG-REPORT-RECORD
           END-IF.

       8300-CONTROL-TOTALS-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE PALIN-AUDIT-FILE
           IF WS-SUMMARY-STATUS = '00' OR WS-SUMMARY-STATUS = '10'
               CLOSE RUN-SUMMARY-FILE
           END-IF
           CLOSE CHG-REPORT-FILE
           CLOSE BILLING-FEED-FILE

           IF WS-NORATE-COUNT > ZERO OR WS-RATE-BAD-COUNT > ZERO
                   OR WS-RATE-OVERFLOW > ZERO OR WS-CHG-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINCHG.
