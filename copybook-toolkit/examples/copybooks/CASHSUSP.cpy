       01  CASH-SUSPENSE-RECORD.
           05  CSP-ITEM-REF            PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-VALUE-DATE          PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-CHANNEL             PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-DR-CR               PIC X(1).
               88  CSP-RECEIPT             VALUE 'C'.
               88  CSP-DISBURSEMENT        VALUE 'D'.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-AMOUNT              PIC 9(9)V99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-REMIT-REF.
               10  CSP-REMIT-ACCOUNT-NO PIC X(12).
               10  CSP-REMIT-TEXT      PIC X(18).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-REASON              PIC X(40).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CSP-SUSPENDED-DATE      PIC X(10).
