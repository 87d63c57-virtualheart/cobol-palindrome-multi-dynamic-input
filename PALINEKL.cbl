      ******************************************************************
      * Author: VIRTUAL HEART
      * Date: 15-OCT-2026
      * Purpose: PALINEKL - LOADS THE KEYED COPY OF THE CURRENT
      *          EXCEPTION GENERATION THAT BACKS THE ONLINE EXCEPTION
      *          CORRECTION TRANSACTION (PALINECT).  READS THE
      *          CYCLE'S EXCEPTION FILE AND REBUILDS THE KSDS KEYED
      *          ON SOURCE SYSTEM + ENTRY NUMBER.  ENTRY NUMBERS RUN
      *          IN EXCEPTION-FILE ORDER ACROSS THE WHOLE GENERATION,
      *          SO A BROWSE OF ONE SOURCE LISTS ITS ENTRIES IN THE
      *          ORDER THEY APPEAR ON THE EXCEPTION REPORT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALINEKL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PALIN-EXCEPT-FILE ASSIGN TO "PALINEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT EXCEPT-KEYED-FILE ASSIGN TO "PALINEXK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EK-ENTRY-KEY
               FILE STATUS IS WS-KEYED-STATUS.

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

       FD  EXCEPT-KEYED-FILE.
       01  EXCEPT-KEYED-RECORD.
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

       WORKING-STORAGE SECTION.

       01  WS-EXCEPT-STATUS   PIC X(2).
       01  WS-KEYED-STATUS    PIC X(2).

       01  WS-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE         VALUE 'Y'.

       01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-LOAD-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-DUP-COUNT       PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 0100-INITIALIZE-PARA THRU
                   0100-INITIALIZE-PARA-EXIT

           PERFORM 0200-READ-PARA THRU
                   0200-READ-PARA-EXIT

           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 1000-LOAD-PARA THRU
                       1000-LOAD-PARA-EXIT
               PERFORM 0200-READ-PARA THRU
                       0200-READ-PARA-EXIT
           END-PERFORM

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

           OPEN OUTPUT EXCEPT-KEYED-FILE
           IF WS-KEYED-STATUS NOT = '00' AND
                   WS-KEYED-STATUS NOT = '05'
               DISPLAY 'EXCEPT-KEYED-FILE OPEN FAILED - STATUS '
                   WS-KEYED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INITIALIZE-PARA-EXIT.
           EXIT.

       0200-READ-PARA.
           READ PALIN-EXCEPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       0200-READ-PARA-EXIT.
           EXIT.

       1000-LOAD-PARA.
           MOVE SPACES TO EXCEPT-KEYED-RECORD
           MOVE PE-SOURCE-SYSTEM TO EK-SOURCE-SYSTEM
           MOVE WS-READ-COUNT TO EK-ENTRY-NUMBER
           MOVE PE-RECORD-TYPE TO EK-RECORD-TYPE
           MOVE PE-EXCEPT-VALUE TO EK-EXCEPT-VALUE
           MOVE PE-EXCEPT-REASON TO EK-EXCEPT-REASON
           MOVE PE-TIMESTAMP TO EK-TIMESTAMP
           MOVE PE-RUN-ID TO EK-RUN-ID

           WRITE EXCEPT-KEYED-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       1000-LOAD-PARA-EXIT.
           EXIT.

       9000-TERM-PARA.
           CLOSE PALIN-EXCEPT-FILE
           CLOSE EXCEPT-KEYED-FILE

           DISPLAY 'PALINEKL - EXCEPTION RECORDS READ ' WS-READ-COUNT
           DISPLAY 'PALINEKL - KEYED RECORDS LOADED   ' WS-LOAD-COUNT
           DISPLAY 'PALINEKL - DUPLICATE KEYS SKIPPED ' WS-DUP-COUNT

           MOVE 0 TO RETURN-CODE

           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.

       END PROGRAM PALINEKL.
