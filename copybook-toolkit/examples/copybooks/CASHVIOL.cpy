       01  CASH-VIOLATION-RECORD.
           05  VIO-ACCOUNT-NO          PIC X(12).
           05  VIO-SELL-TRADE-ID       PIC X(16).
           05  VIO-BUY-TRADE-ID        PIC X(16).
           05  VIO-TYPE                PIC X(1).
               88  VIO-GOOD-FAITH          VALUE 'G'.
               88  VIO-FREE-RIDING         VALUE 'F'.
           05  VIO-SYMBOL              PIC X(10).
           05  VIO-SELL-DATE           PIC X(10).
           05  VIO-BUY-SETTLE-DATE     PIC X(10).
           05  VIO-AMOUNT              PIC S9(11)V99.
           05  VIO-DETECTED-DATE       PIC X(10).
           05  FILLER                  PIC X(2).
