      *          ARCHIVE GENERATION, AND DROPS INDIVIDUAL KEYS LISTED
      *          ON THE DELETE-REQUEST FILE, WITH A CONTROL REPORT OF
      *          KEPT, ARCHIVED, AND DELETED COUNTS LIKE THE PALINARC
      *          ARCHIVAL REPORT.  MASTER ENTRIES ARE KEYED ON RECORD
      *          TYPE PLUS VALUE; A DELETE REQUEST CARRIES THE TYPE IN
      *          COLUMN 1 AND THE KEY FROM COLUMN 2, AND A BLANK TYPE
      *          DROPS THE KEY UNDER EVERY TYPE.  EVERY KEY A PURGE RUN
      *          ARCHIVES OR DROPS IS SENT TO ACCOUNT SERVICES ON THE
      *          VERDICT CORRECTION EXTRACT (SAME LAYOUT AND NUMBERING
      *          AS PALINRVF'S, BLANK NEW VERDICT); A REPORT-ONLY RUN
      *          WRITES AN EXTRACT WITH NO DETAILS.
      *          PARM: FUNCTION (R=REPORT ONLY, P=PURGE) FOLLOWED BY
      *          THE CUTOFF DATE AS YYYY-MM-DD.
      * Tectonics: cobc
           SELECT PALIN-MASTER-FILE ASSIGN TO "PALINMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASTER-KEEP-FILE ASSIGN TO "PALINMSO"
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
               10  PM-VALUE-KEY        PIC X(80).
           05  PM-VERDICT              PIC X(14).
           05  PM-FIRST-SEEN           PIC X(19).
           05  PM-LAST-SEEN            PIC X(19).

       FD  MASTER-KEEP-FILE.
       01  MASTER-KEEP-RECORD.
           05  MK-MASTER-KEY.
               10  MK-RECORD-TYPE      PIC X(01).
               10  MK-VALUE-KEY        PIC X(80).
           05  MK-VERDICT              PIC X(14).
           05  MK-FIRST-SEEN           PIC X(19).
           05  MK-LAST-SEEN            PIC X(19).

       FD  MASTER-ARCH-FILE.
       01  MASTER-ARCH-RECORD.
           05  MA-MASTER-KEY.
               10  MA-RECORD-TYPE      PIC X(01).
               10  MA-VALUE-KEY        PIC X(80).
           05  MA-VERDICT              PIC X(14).
           05  MA-FIRST-SEEN           PIC X(19).
           05  MA-LAST-SEEN            PIC X(19).

       FD  DELETE-LIST-FILE.
       01  DELETE-LIST-RECORD.
           05  DL-RECORD-TYPE          PIC X(01).
           05  DL-VALUE-KEY            PIC X(80).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD     PIC X(132).

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
       01  WS-ARCH-STATUS     PIC X(2).
       01  WS-DELETE-STATUS   PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-CXF-STATUS      PIC X(2).
       01  WS-CXC-STATUS      PIC X(2).

       01  WS-MASTER-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-MASTER-EOF          VALUE 'Y'.
       01  WS-DELETE-EOF-SW   PIC X(1) VALUE 'N'.
           88  WS-DELETE-EOF          VALUE 'Y'.
       01  WS-CXC-EOF-SW      PIC X(1) VALUE 'N'.
           88  WS-CXC-EOF             VALUE 'Y'.
       01  WS-CXC-LOGGED-SW   PIC X(1) VALUE 'N'.
           88  WS-CXC-LOGGED          VALUE 'Y'.

       01  WS-FUNCTION-SW     PIC X(1) VALUE 'R'.
           88  WS-FUNC-REPORT         VALUE 'R'.
       01  WS-SEEN-MANY-COUNT PIC 9(9) VALUE ZERO.
       01  WS-SEEN-HEAVY-COUNT PIC 9(9) VALUE ZERO.
       01  WS-OLDEST-LAST-SEEN PIC X(19) VALUE HIGH-VALUES.
       01  WS-CXF-SEQ         PIC 9(6) VALUE ZERO.
       01  WS-CXF-DETAIL-COUNT PIC 9(9) VALUE ZERO.

       01  WS-DEL-TABLE-AREA.
           05  WS-DEL-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-DEL-ENTRY OCCURS 200 TIMES.
               10  WS-DEL-TYPE        PIC X(01).
               10  WS-DEL-KEY         PIC X(80).
               10  WS-DEL-USED        PIC X(01).

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
      * VERDICT CORRECTION EXTRACT - SAME LAYOUT AS PALINRVF'S.  ONE
      * DETAIL PER KEY PURGED FROM THE MASTER, WITH A BLANK NEW
      * VERDICT; THE TRAILER CARRIES THE CONTROL COUNTS.
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

       01  WS-MNT-HEADER-1.
           05  FILLER             PIC X(38) VALUE
               'OLDEST LAST SEEN ...... '.
           05  WS-MO-TIMESTAMP    PIC X(19).

       01  WS-MNT-EXTRACT-LINE.
           05  FILLER             PIC X(24) VALUE
               'CORRECTION EXTRACT .... '.
           05  FILLER             PIC X(04) VALUE 'SEQ '.
           05  WS-MX-SEQ          PIC 9(06).
           05  FILLER             PIC X(09) VALUE '  CREATED'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MX-CREATED-TS   PIC X(19).
           05  FILLER             PIC X(10) VALUE '  DETAILS '.
           05  WS-MX-DETAILS      PIC ZZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-MX-LOG-NOTE     PIC X(30).

       LINKAGE SECTION.
       01  LS-PARM-RECORD.
           05  LS-PARM-LEN        PIC S9(4) COMP.
           PERFORM 2000-WALK-MASTER-PARA THRU
                   2000-WALK-MASTER-PARA-EXIT

           PERFORM 7000-CLOSE-EXTRACT-PARA THRU
                   7000-CLOSE-EXTRACT-PARA-EXIT

           PERFORM 8000-REPORT-PARA THRU
                   8000-REPORT-PARA-EXIT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD ' '
                  WS-CD-HH '.' WS-CD-MIN '.' WS-CD-SS
                  DELIMITED BY SIZE INTO WS-CREATED-TS

           OPEN INPUT PALIN-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

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
           MOVE 'PALINMNT' TO WS-CXH-ORIGIN
           MOVE WS-RUN-DATE TO WS-CXH-RUN-DATE
           MOVE WS-CREATED-TS TO WS-CXH-CREATED-TS
           MOVE WS-CXF-HEADER-RECORD TO CORR-EXTRACT-RECORD
           WRITE CORR-EXTRACT-RECORD.

       0150-OPEN-EXTRACT-PARA-EXIT.
           EXIT.

       1000-LOAD-DELETES-PARA.
           PERFORM UNTIL WS-DELETE-EOF
               READ DELETE-LIST-FILE
           EXIT.

       1100-TABLE-DELETE-PARA.
           IF DL-VALUE-KEY = SPACES OR DL-RECORD-TYPE = '*'
               GO TO 1100-TABLE-DELETE-PARA-EXIT
           END-IF

           IF WS-DEL-COUNT < 200
               ADD 1 TO WS-DEL-COUNT
               MOVE DL-RECORD-TYPE TO WS-DEL-TYPE (WS-DEL-COUNT)
               MOVE DL-VALUE-KEY TO WS-DEL-KEY (WS-DEL-COUNT)
               MOVE 'N' TO WS-DEL-USED (WS-DEL-COUNT)
           ELSE
           EXIT.

       2100-TALLY-STATS-PARA.
           IF PM-VERDICT = ' PALINDROME' OR 'REARRANGEABLE'
               ADD 1 TO WS-PAL-COUNT
           ELSE
               IF PM-VERDICT = 'NOT PALINDROME' OR
                       PM-VERDICT (1:11) = 'BLOCKED BY '
                   ADD 1 TO WS-NOTPAL-COUNT
               ELSE
                   ADD 1 TO WS-OTHER-COUNT
           MOVE ZERO TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEL-COUNT OR WS-HIT-SUB > ZERO
               IF WS-DEL-KEY (WS-SUB) = PM-VALUE-KEY AND
                       (WS-DEL-TYPE (WS-SUB) = PM-RECORD-TYPE OR
                        WS-DEL-TYPE (WS-SUB) = SPACE)
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB > ZERO
               MOVE 'Y' TO WS-DEL-USED (WS-HIT-SUB)
               ADD 1 TO WS-DELETED-COUNT
               IF WS-FUNC-PURGE
                   MOVE 'KEY DELETED' TO WS-CXD-REASON
                   PERFORM 2300-WRITE-CORRECTION-PARA THRU
                           2300-WRITE-CORRECTION-PARA-EXIT
               END-IF
               GO TO 2200-DISPOSE-RECORD-PARA-EXIT
           END-IF

                   MOVE PALIN-MASTER-RECORD TO MASTER-ARCH-RECORD
                   WRITE MASTER-ARCH-RECORD
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE 'AGED OUT - ARCHIVED' TO WS-CXD-REASON
                   PERFORM 2300-WRITE-CORRECTION-PARA THRU
                           2300-WRITE-CORRECTION-PARA-EXIT
               END-IF
               GO TO 2200-DISPOSE-RECORD-PARA-EXIT
           END-IF
       2200-DISPOSE-RECORD-PARA-EXIT.
           EXIT.

      ******************************************************************
      * ONE CORRECTION-EXTRACT DETAIL PER KEY PURGED FROM THE MASTER.
      * THE CALLER SETS THE REASON.
      ******************************************************************
       2300-WRITE-CORRECTION-PARA.
           MOVE PM-RECORD-TYPE TO WS-CXD-RECORD-TYPE
           MOVE PM-VALUE-KEY TO WS-CXD-VALUE
           MOVE PM-VERDICT TO WS-CXD-OLD-VERDICT
           MOVE SPACES TO WS-CXD-NEW-VERDICT
           MOVE WS-CREATED-TS TO WS-CXD-CHANGE-TS
           MOVE WS-CXF-DETAIL-RECORD TO CORR-EXTRACT-RECORD
           WRITE CORR-EXTRACT-RECORD
           ADD 1 TO WS-CXF-DETAIL-COUNT.

       2300-WRITE-CORRECTION-PARA-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE THE CORRECTION EXTRACT WITH ITS CONTROL TRAILER AND LOG
      * IT ON THE CORRECTION-CONTROL FILE.  A PURGE WHOSE EXTRACT
      * CANNOT BE LOGGED STILL COMPLETES BUT ENDS WITH A WARNING.
      ******************************************************************
       7000-CLOSE-EXTRACT-PARA.
           MOVE WS-CXF-DETAIL-COUNT TO WS-CXT-REC-COUNT
           MOVE ZERO TO WS-CXT-REVERIFY-COUNT
           MOVE WS-CXF-DETAIL-COUNT TO WS-CXT-PURGE-COUNT
           MOVE ZERO TO WS-CXT-PAL-COUNT
           MOVE ZERO TO WS-CXT-NOTPAL-COUNT
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
           MOVE 'PALINMNT' TO CC-ORIGIN
           MOVE WS-FUNCTION-SW TO CC-FUNCTION
           MOVE WS-CXF-DETAIL-COUNT TO CC-DETAIL-COUNT
           MOVE WS-CREATED-TS TO CC-CREATED-TS
           WRITE CORR-CONTROL-RECORD
           CLOSE CORR-CONTROL-FILE
           MOVE 'Y' TO WS-CXC-LOGGED-SW.

       7000-CLOSE-EXTRACT-PARA-EXIT.
           EXIT.

       8000-REPORT-PARA.
           MOVE WS-RUN-DATE TO WS-MH1-RUN-DATE
           MOVE WS-MNT-HEADER-1 TO MAINT-REPORT-RECORD
               MOVE WS-DEL-OVERFLOW TO WS-MN-COUNT
               MOVE WS-MNT-NOTE-LINE TO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           END-IF

           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE WS-CXF-SEQ TO WS-MX-SEQ
           MOVE WS-CREATED-TS TO WS-MX-CREATED-TS
           MOVE WS-CXF-DETAIL-COUNT TO WS-MX-DETAILS
           IF WS-CXC-LOGGED
               MOVE SPACES TO WS-MX-LOG-NOTE
           ELSE
               MOVE 'NOT LOGGED - SEE JOB LOG' TO WS-MX-LOG-NOTE
           END-IF
           MOVE WS-MNT-EXTRACT-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       8000-REPORT-PARA-EXIT.
           EXIT.
               MOVE 2 TO RETURN-CODE
           ELSE
               IF WS-DEL-UNUSED-COUNT > ZERO OR WS-DEL-OVERFLOW > ZERO
                       OR NOT WS-CXC-LOGGED
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
