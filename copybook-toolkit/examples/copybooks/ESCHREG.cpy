       01  ESCHEAT-REGISTER-LINE.
           05  ERG-STATE               PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-LAST-ACTIVITY-DATE  PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-LETTER-DATE         PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-STAGE               PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-QUANTITY            PIC Z(8)9-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-CLOSE-PRICE         PIC Z(6)9.9(4).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-AMOUNT              PIC Z(10)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  ERG-REMARKS             PIC X(20).
