       01  IRA-DIST-EXCEPTION-LINE.
           05  IDX-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  IDX-REQUEST-ID          PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  IDX-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  IDX-ELECTION            PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  IDX-GROSS-AMOUNT        PIC Z(8)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  IDX-REASON              PIC X(40).
