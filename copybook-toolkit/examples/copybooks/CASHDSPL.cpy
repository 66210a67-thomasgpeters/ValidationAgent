       01  CASH-DISPOSITION-LINE.
           05  CDL-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-ITEM-REF            PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-ACTION              PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-NEW-ACCOUNT-NO      PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-DR-CR               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-AMOUNT              PIC Z(9)9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-SUSPENDED-DATE      PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-COMMENT             PIC X(30).
