       01  CASH-SUSPENSE-LINE.
           05  CSR-ITEM-REF            PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-VALUE-DATE          PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-CHANNEL             PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-DR-CR               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-AMOUNT              PIC Z(10)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-SUSPENDED-DATE      PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-AGE-DAYS            PIC Z(4)9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-BUCKET              PIC X(9).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-BUCKET-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSR-REASON              PIC X(40).
