       01  CASH-VIOLATION-REPORT-LINE.
           05  CVR-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-VIOLATION           PIC X(11).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-SELL-TRADE-ID       PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-SELL-DATE           PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-BUY-TRADE-ID        PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-BUY-SETTLE-DATE     PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-AMOUNT              PIC Z(10)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-12MO-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CVR-REMARKS             PIC X(30).
