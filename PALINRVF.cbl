      *          WHENEVER THE NORMALIZATION RULES CHANGE, AND THE
      *          DUPLICATE LOOKUP SERVES THEM BACK AS-IS.  IN UPDATE
      *          MODE THE CORRECTED VERDICT IS REWRITTEN IN PLACE.
      *          THE RECORD TYPE CARRIED IN THE MASTER KEY SELECTS
      *          THE CHECK: WORD-MODE ('W') ENTRIES ARE RECHECKED AS
      *          A REVERSED WORD SEQUENCE, TEXT AND NUMERIC ('T'/'N')
      *          ENTRIES GET THE CHARACTER-REVERSE CHECK, AND
      *          REARRANGEMENT ('P') ENTRIES GET THE ODD-CHARACTER
      *          COUNT CHECK.  AN ENTRY OF ANY OTHER TYPE IS REPORTED
      *          AND LEFT ALONE.
      *          EVERY VERDICT REWRITTEN IS ALSO SENT TO ACCOUNT
      *          SERVICES ON THE VERDICT CORRECTION EXTRACT (SAME
      *          H/D/T FRAMING AS THE NIGHTLY VERDICT EXTRACT, OLD AND
      *          NEW VERDICT ON EACH DETAIL).  EACH EXTRACT IS NUMBERED
      *          FROM THE CORRECTION-CONTROL LOG, WHICH IT IS LOGGED ON
      *          IN TURN, AND THE NUMBER IS PRINTED ON THIS REPORT.  A
      *          REPORT-ONLY RUN WRITES AN EXTRACT WITH NO DETAILS.
      *          PARM: FUNCTION (R=REPORT ONLY, U=UPDATE).
      * Tectonics: cobc
      ******************************************************************
           SELECT PALIN-MASTER-FILE ASSIGN TO "PALINMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RVF-REPORT-FILE ASSIGN TO "PALINRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CORR-EXTRACT-FILE ASSIGN TO "PALINCXF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXF-STATUS.

           SELECT OPTIONAL CORR-CONTROL-FILE ASSIGN TO "PALINCXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PALIN-MASTER-FILE.
       01  PALIN-MASTER-RECORD.
           05  PM-MASTER-KEY.
               10  PM-RECORD-TYPE      PIC X(01).
                   88  PM-TYPE-TEXT         VALUE 'T'.
                   88  PM-TYPE-NUMERIC      VALUE 'N'.
                   88  PM-TYPE-WORD         VALUE 'W'.
                   88  PM-TYPE-REARRANGE    VALUE 'P'.
               10  PM-VALUE-KEY        PIC X(80).
           05  PM-VERDICT              PIC X(14).
           05  PM-FIRST-SEEN           PIC X(19).
           05  PM-LAST-SEEN            PIC X(19).
       FD  RVF-REPORT-FILE.
       01  RVF-REPORT-RECORD       PIC X(132).

       FD  CORR-EXTRACT-FILE.
       01  CORR-EXTRACT-RECORD     PIC X(150).

       FD  CORR-CONTROL-FILE.
       01  CORR-CONTROL-RECORD.
           05  CC-EXTRACT-SEQ          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CC-ORIGIN               PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-FUNCTION             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CC-DETAIL-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CC-CREATED-TS           PIC X(19).
           05  FILLER                  PIC X(33).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS   PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-CXF-STATUS      PIC X(2).
       01  WS-CXC-STATUS      PIC X(2).

       01  WS-MASTER-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-MASTER-EOF          VALUE 'Y'.
       01  WS-CXC-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-CXC-EOF             VALUE 'Y'.
       01  WS-CXC-LOGGED-SW   PIC X(1) VALUE 'N'.
           88  WS-CXC-LOGGED          VALUE 'Y'.

       01  WS-FUNCTION-SW     PIC X(1) VALUE 'R'.
           88  WS-FUNC-REPORT         VALUE 'R'.
       01  WS-J               PIC 9(4) VALUE ZERO.
       01  WS-CHAR            PIC X(1) VALUE SPACE.
       01  WS-COMPUTED-VERDICT PIC X(14) VALUE SPACES.

       01  WS-WORD-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-WORD-LEN        PIC 9(4) VALUE ZERO.
       01  WS-WORD-TABLE-AREA.
           05  WS-WORD-TEXT OCCURS 40 TIMES PIC X(80).

       01  WS-REARR-ALPHABET  PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-REARR-TALLY-AREA.
           05  WS-REARR-TALLY OCCURS 36 TIMES PIC 9(02).
       01  WS-REARR-SUB       PIC 9(4) VALUE ZERO.
       01  WS-REARR-ODD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REARR-BLOCKED-VERDICT.
           05  FILLER             PIC X(11) VALUE 'BLOCKED BY '.
           05  WS-RBV-BLOCKERS    PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.

       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-CONFIRMED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-STALE-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-CORRECTED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-FAILED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-BADTYPE-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-CXF-SEQ         PIC 9(6) VALUE ZERO.
       01  WS-CXF-DETAIL-COUNT PIC 9(9) VALUE ZERO.
       01  WS-CXF-PAL-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-CXF-NOTPAL-COUNT PIC 9(9) VALUE ZERO.

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

      ******************************************************************
      * VERDICT CORRECTION EXTRACT - FIXED-LAYOUT RECORDS FOR THE
      * ACCOUNT-SERVICES DOWNLOAD, FRAMED LIKE THE NIGHTLY VERDICT
      * EXTRACT.  THE HEADER CARRIES THE EXTRACT SEQUENCE NUMBER; ONE
      * DETAIL PER CHANGED OR PURGED MASTER KEY (A PURGED KEY HAS A
      * BLANK NEW VERDICT); THE TRAILER CARRIES THE CONTROL COUNTS.
      ******************************************************************
       01  WS-CXF-HEADER-RECORD.
           05  FILLER             PIC X(01) VALUE 'H'.
           05  WS-CXH-EXTRACT-SEQ PIC 9(06).
           05  WS-CXH-ORIGIN      PIC X(08).
           05  WS-CXH-RUN-DATE    PIC X(10).
           05  WS-CXH-CREATED-TS  PIC X(19).
           05  FILLER             PIC X(106) VALUE SPACES.

       01  WS-CXF-DETAIL-RECORD.
           05  FILLER             PIC X(01) VALUE 'D'.
           05  WS-CXD-RECORD-TYPE PIC X(01).
           05  WS-CXD-VALUE       PIC X(81).
           05  WS-CXD-OLD-VERDICT PIC X(14).
           05  WS-CXD-NEW-VERDICT PIC X(14).
           05  WS-CXD-REASON      PIC X(20).
           05  WS-CXD-CHANGE-TS   PIC X(19).

       01  WS-CXF-TRAILER-RECORD.
           05  FILLER             PIC X(01) VALUE 'T'.
           05  WS-CXT-REC-COUNT   PIC 9(09).
           05  WS-CXT-REVERIFY-COUNT PIC 9(09).
           05  WS-CXT-PURGE-COUNT PIC 9(09).
           05  WS-CXT-PAL-COUNT   PIC 9(09).
           05  WS-CXT-NOTPAL-COUNT PIC 9(09).
           05  FILLER             PIC X(104) VALUE SPACES.

       01  WS-RVF-HEADER-1.
           05  FILLER             PIC X(40) VALUE
           05  FILLER             PIC X(04) VALUE ' -> '.
           05  WS-RM-COMPUTED     PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RM-RECORD-TYPE  PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RM-VALUE-KEY    PIC X(80).

       01  WS-RVF-BADTYPE-LINE.
           05  FILLER             PIC X(34) VALUE
               'UNKNOWN RECORD TYPE - NOT CHECKED '.
           05  WS-RB-RECORD-TYPE  PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RB-VALUE-KEY    PIC X(80).

       01  WS-RVF-COUNT-LINE.
           05  WS-RC-TITLE        PIC X(24).
           05  WS-RC-COUNT        PIC ZZZZZZZZ9.

       01  WS-RVF-EXTRACT-LINE.
           05  FILLER             PIC X(24) VALUE
               'CORRECTION EXTRACT .... '.
           05  FILLER             PIC X(04) VALUE 'SEQ '.
           05  WS-RX-SEQ          PIC 9(06).
           05  FILLER             PIC X(09) VALUE '  CREATED'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RX-CREATED-TS   PIC X(19).
           05  FILLER             PIC X(10) VALUE '  DETAILS '.
           05  WS-RX-DETAILS      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RX-LOG-NOTE     PIC X(30).

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           PERFORM 1000-WALK-MASTER-PARA THRU
                   1000-WALK-MASTER-PARA-EXIT

           PERFORM 7000-CLOSE-EXTRACT-PARA THRU
                   7000-CLOSE-EXTRACT-PARA-EXIT

           PERFORM 8000-TOTALS-PARA THRU
                   8000-TOTALS-PARA-EXIT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-CREATED-TS

           IF WS-FUNC-UPDATE
               OPEN I-O PALIN-MASTER-FILE
           MOVE WS-RVF-PARM-LINE TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD
           MOVE SPACES TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD

           PERFORM 0150-OPEN-EXTRACT-PARA THRU
                   0150-OPEN-EXTRACT-PARA-EXIT.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

      ******************************************************************
      * NUMBER THIS RUN'S CORRECTION EXTRACT ONE PAST THE HIGHEST
      * SEQUENCE ON THE CORRECTION-CONTROL LOG AND WRITE ITS HEADER.
      ******************************************************************
       0150-OPEN-EXTRACT-PARA.
           OPEN INPUT CORR-CONTROL-FILE
           IF WS-CXC-STATUS NOT = '00' AND
                   WS-CXC-STATUS NOT = '05'
               DISPLAY 'CORR-CONTROL-FILE OPEN FAILED - STATUS '
                   WS-CXC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-CXC-EOF
               READ CORR-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CXC-EOF-SW
                   NOT AT END
                       IF CC-EXTRACT-SEQ IS NUMERIC AND
                               CC-EXTRACT-SEQ > WS-CXF-SEQ
                           MOVE CC-EXTRACT-SEQ TO WS-CXF-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-CONTROL-FILE
           ADD 1 TO WS-CXF-SEQ

           OPEN OUTPUT CORR-EXTRACT-FILE
           IF WS-CXF-STATUS NOT = '00'
               DISPLAY 'CORR-EXTRACT-FILE OPEN FAILED - STATUS '
                   WS-CXF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CXF-SEQ TO WS-CXH-EXTRACT-SEQ
           MOVE 'PALINRVF' TO WS-CXH-ORIGIN
           MOVE WS-RUN-DATE TO WS-CXH-RUN-DATE
           MOVE WS-CREATED-TS TO WS-CXH-CREATED-TS
           MOVE WS-CXF-HEADER-RECORD TO CORR-EXTRACT-RECORD
           WRITE CORR-EXTRACT-RECORD.

       0150-OPEN-EXTRACT-PARA-EXIT.
           EXIT.

       1000-WALK-MASTER-PARA.
           PERFORM UNTIL WS-MASTER-EOF
               READ PALIN-MASTER-FILE

       2000-RECHECK-PARA.
           MOVE PM-VALUE-KEY TO WS-PAL

           IF PM-TYPE-WORD
               PERFORM 2100-WORD-RECHECK-PARA THRU
                       2100-WORD-RECHECK-PARA-EXIT
           ELSE
               IF PM-TYPE-TEXT OR PM-TYPE-NUMERIC
                   PERFORM 2200-CHAR-RECHECK-PARA THRU
                           2200-CHAR-RECHECK-PARA-EXIT
               ELSE
                   IF PM-TYPE-REARRANGE
                       PERFORM 2250-REARRANGE-RECHECK-PARA THRU
                               2250-REARRANGE-RECHECK-PARA-EXIT
                   ELSE
                       ADD 1 TO WS-BADTYPE-COUNT
                       MOVE PM-RECORD-TYPE TO WS-RB-RECORD-TYPE
                       MOVE PM-VALUE-KEY TO WS-RB-VALUE-KEY
                       MOVE WS-RVF-BADTYPE-LINE TO RVF-REPORT-RECORD
                       WRITE RVF-REPORT-RECORD
                       GO TO 2000-RECHECK-PARA-EXIT
                   END-IF
               END-IF
           END-IF

           IF PM-VERDICT = WS-COMPUTED-VERDICT
           ADD 1 TO WS-STALE-COUNT
           MOVE PM-VERDICT TO WS-RM-STORED
           MOVE WS-COMPUTED-VERDICT TO WS-RM-COMPUTED
           MOVE PM-RECORD-TYPE TO WS-RM-RECORD-TYPE
           MOVE PM-VALUE-KEY TO WS-RM-VALUE-KEY
           MOVE WS-RVF-MISMATCH-LINE TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD
                           'STATUS ' WS-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CORRECTED-COUNT
                       PERFORM 2300-WRITE-CORRECTION-PARA THRU
                               2300-WRITE-CORRECTION-PARA-EXIT
               END-REWRITE
           END-IF.

       2200-CHAR-RECHECK-PARA-EXIT.
           EXIT.

      * THE KEY IS ALREADY THE FOLDED VALUE, SO EVERY NON-BLANK
      * CHARACTER IN IT IS COUNTED.
       2250-REARRANGE-RECHECK-PARA.
           MOVE ZERO TO WS-REARR-TALLY-AREA
           MOVE ZERO TO WS-REARR-ODD-COUNT

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 80
               IF WS-PAL (WS-J:1) NOT = SPACE
                   MOVE ZERO TO WS-REARR-SUB
                   INSPECT WS-REARR-ALPHABET TALLYING WS-REARR-SUB
                       FOR CHARACTERS BEFORE INITIAL WS-PAL (WS-J:1)
                   ADD 1 TO WS-REARR-SUB
                   IF WS-REARR-SUB NOT > 36
                       ADD 1 TO WS-REARR-TALLY (WS-REARR-SUB)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-REARR-SUB FROM 1 BY 1
                   UNTIL WS-REARR-SUB > 36
               IF FUNCTION MOD(WS-REARR-TALLY (WS-REARR-SUB), 2) = 1
                   ADD 1 TO WS-REARR-ODD-COUNT
               END-IF
           END-PERFORM

           IF WS-REARR-ODD-COUNT > 1
               COMPUTE WS-RBV-BLOCKERS = WS-REARR-ODD-COUNT - 1
               MOVE WS-REARR-BLOCKED-VERDICT TO WS-COMPUTED-VERDICT
           ELSE
               MOVE 'REARRANGEABLE' TO WS-COMPUTED-VERDICT
           END-IF.

       2250-REARRANGE-RECHECK-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ONE CORRECTION-EXTRACT DETAIL PER VERDICT REWRITTEN IN PLACE.
      ******************************************************************
       2300-WRITE-CORRECTION-PARA.
           MOVE PM-RECORD-TYPE TO WS-CXD-RECORD-TYPE
           MOVE PM-VALUE-KEY TO WS-CXD-VALUE
           MOVE WS-RM-STORED TO WS-CXD-OLD-VERDICT
           MOVE WS-COMPUTED-VERDICT TO WS-CXD-NEW-VERDICT
           MOVE 'RE-VERIFIED' TO WS-CXD-REASON
           MOVE WS-CREATED-TS TO WS-CXD-CHANGE-TS
           MOVE WS-CXF-DETAIL-RECORD TO CORR-EXTRACT-RECORD
           WRITE CORR-EXTRACT-RECORD

           ADD 1 TO WS-CXF-DETAIL-COUNT
           IF WS-COMPUTED-VERDICT = ' PALINDROME' OR 'REARRANGEABLE'
               ADD 1 TO WS-CXF-PAL-COUNT
           ELSE
               ADD 1 TO WS-CXF-NOTPAL-COUNT
           END-IF.

       2300-WRITE-CORRECTION-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE CORRECTION EXTRACT WITH ITS CONTROL TRAILER AND LOG
      * IT ON THE CORRECTION-CONTROL FILE.  AN EXTRACT THAT CANNOT BE
      * LOGGED WOULD LET THE NEXT RUN REUSE ITS SEQUENCE, SO THE RUN
      * ENDS RC 8.
      ******************************************************************
       7000-CLOSE-EXTRACT-PARA.
           MOVE WS-CXF-DETAIL-COUNT TO WS-CXT-REC-COUNT
           MOVE WS-CXF-DETAIL-COUNT TO WS-CXT-REVERIFY-COUNT
           MOVE ZERO TO WS-CXT-PURGE-COUNT
           MOVE WS-CXF-PAL-COUNT TO WS-CXT-PAL-COUNT
           MOVE WS-CXF-NOTPAL-COUNT TO WS-CXT-NOTPAL-COUNT
           MOVE WS-CXF-TRAILER-RECORD TO CORR-EXTRACT-RECORD
           WRITE CORR-EXTRACT-RECORD
           CLOSE CORR-EXTRACT-FILE

           OPEN INPUT CORR-CONTROL-FILE
           IF WS-CXC-STATUS = '00'
               CLOSE CORR-CONTROL-FILE
               OPEN EXTEND CORR-CONTROL-FILE
           ELSE
               CLOSE CORR-CONTROL-FILE
               OPEN OUTPUT CORR-CONTROL-FILE
           END-IF
           IF WS-CXC-STATUS NOT = '00' AND
                   WS-CXC-STATUS NOT = '05'
               DISPLAY 'CORR-CONTROL-FILE OPEN FAILED - STATUS '
                   WS-CXC-STATUS ' - EXTRACT NOT LOGGED'
               GO TO 7000-CLOSE-EXTRACT-PARA-EXIT
           END-IF

           MOVE SPACES TO CORR-CONTROL-RECORD
           MOVE WS-CXF-SEQ TO CC-EXTRACT-SEQ
           MOVE 'PALINRVF' TO CC-ORIGIN
           MOVE WS-FUNCTION-SW TO CC-FUNCTION
           MOVE WS-CXF-DETAIL-COUNT TO CC-DETAIL-COUNT
           MOVE WS-CREATED-TS TO CC-CREATED-TS
           WRITE CORR-CONTROL-RECORD
           CLOSE CORR-CONTROL-FILE
           MOVE 'Y' TO WS-CXC-LOGGED-SW.

       7000-CLOSE-EXTRACT-PARA-EXIT.
           EXIT.

       8000-TOTALS-PARA.
           MOVE SPACES TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD
           MOVE 'CORRECTIONS FAILED .... ' TO WS-RC-TITLE
           MOVE WS-FAILED-COUNT TO WS-RC-COUNT
           MOVE WS-RVF-COUNT-LINE TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD

           MOVE 'UNKNOWN RECORD TYPES .. ' TO WS-RC-TITLE
           MOVE WS-BADTYPE-COUNT TO WS-RC-COUNT
           MOVE WS-RVF-COUNT-LINE TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD

           MOVE SPACES TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD
           MOVE WS-CXF-SEQ TO WS-RX-SEQ
           MOVE WS-CREATED-TS TO WS-RX-CREATED-TS
           MOVE WS-CXF-DETAIL-COUNT TO WS-RX-DETAILS
           IF WS-CXC-LOGGED
               MOVE SPACES TO WS-RX-LOG-NOTE
           ELSE
               MOVE 'NOT LOGGED - SEE JOB LOG' TO WS-RX-LOG-NOTE
           END-IF
           MOVE WS-RVF-EXTRACT-LINE TO RVF-REPORT-RECORD
           WRITE RVF-REPORT-RECORD.

       8000-TOTALS-PARA-EXIT.
           CLOSE PALIN-MASTER-FILE
           CLOSE RVF-REPORT-FILE

           IF WS-FAILED-COUNT > ZERO OR NOT WS-CXC-LOGGED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (WS-FUNC-REPORT AND WS-STALE-COUNT > ZERO)
                       OR WS-BADTYPE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
