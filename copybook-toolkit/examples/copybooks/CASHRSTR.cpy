       01  CASH-RESTRICTION-RECORD.
           05  RST-ACCOUNT-NO          PIC X(12).
           05  RST-START-DATE          PIC X(10).
           05  RST-END-DATE            PIC X(10).
           05  RST-VIOLATION-COUNT     PIC 9(3).
           05  RST-PENDING-BUYS        PIC S9(11)V99.
           05  RST-AS-OF-DATE          PIC X(10).
           05  FILLER                  PIC X(2).
