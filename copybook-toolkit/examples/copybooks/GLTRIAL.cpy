       01  GL-TRIAL-BALANCE-LINE.
           05  GTB-GL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTB-LABEL               PIC X(30).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTB-DEBIT-AMOUNT        PIC Z(12)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTB-CREDIT-AMOUNT       PIC Z(12)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTB-NET-AMOUNT          PIC Z(12)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTB-REMARKS             PIC X(20).
