       01  TRANSFER-EXCEPTION-LINE.
           05  XFX-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-TRANSFER-ID         PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-TRANSFER-TYPE       PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-FROM-ACCOUNT-NO     PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-TO-ACCOUNT-NO       PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-QUANTITY            PIC Z(8)9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-CASH-AMOUNT         PIC Z(8)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  XFX-REASON              PIC X(40).
