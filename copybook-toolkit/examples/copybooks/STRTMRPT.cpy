       01  STREET-MATCH-LINE.
           05  SMR-STATUS              PIC X(14).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-BROKER-ID           PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-TRADE-ID            PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-CONTRA-REF          PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-TRADE-TYPE          PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-FIELD               PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-OUR-VALUE           PIC Z(9)9.9(4)-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-THEIR-VALUE         PIC Z(9)9.9(4)-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-DIFFERENCE          PIC Z(9)9.9(4)-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SMR-REMARKS             PIC X(12).
