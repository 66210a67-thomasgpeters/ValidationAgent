       01  STREAM-STATUS-LINE.
           05  SRP-STEP-SEQ            PIC ZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-STATUS              PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-START-DATE          PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-START-TIME          PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-END-TIME            PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-ELAPSED             PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-RETURN-CODE         PIC ZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-ATTEMPTS            PIC Z9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SRP-REMARKS             PIC X(30).
