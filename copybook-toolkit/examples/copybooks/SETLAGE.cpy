           05  SAL-TOTAL-AMOUNT        PIC Z(10)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SAL-BUCKET-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  SAL-AT-RISK             PIC X(7).
