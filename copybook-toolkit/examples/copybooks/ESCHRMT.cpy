       01  ESCHEAT-REMIT-RECORD.
           05  RMT-RECORD-TYPE         PIC X(1).
               88  RMT-CASH                VALUE 'C'.
               88  RMT-SECURITY            VALUE 'S'.
           05  RMT-STATE               PIC X(2).
           05  RMT-REPORT-DATE         PIC X(10).
           05  RMT-ACCOUNT-NO          PIC X(12).
           05  RMT-OWNER-NAME          PIC X(40).
           05  RMT-ADDRESS-LINE-1      PIC X(30).
           05  RMT-ADDRESS-LINE-2      PIC X(30).
           05  RMT-CITY                PIC X(20).
           05  RMT-ZIP-CODE            PIC X(10).
           05  RMT-LAST-ACTIVITY-DATE  PIC X(10).
           05  RMT-LETTER-DATE         PIC X(10).
           05  RMT-SYMBOL              PIC X(10).
           05  RMT-QUANTITY            PIC S9(9).
           05  RMT-AMOUNT              PIC S9(11)V99.
           05  FILLER                  PIC X(3).
