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
