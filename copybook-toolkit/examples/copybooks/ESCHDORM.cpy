       01  ESCHEAT-DORMANCY-RECORD.
           05  EDM-ACCOUNT-NO          PIC X(12).
           05  EDM-STATE               PIC X(2).
           05  EDM-STATUS              PIC X(1).
               88  EDM-LETTER-SENT         VALUE 'L'.
               88  EDM-ESCHEATED           VALUE 'R'.
           05  EDM-LETTER-DATE         PIC X(10).
           05  EDM-REMIT-DUE-DATE      PIC X(10).
           05  EDM-REPORTED-DATE       PIC X(10).
           05  FILLER                  PIC X(5).
