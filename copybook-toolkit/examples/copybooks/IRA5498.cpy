       01  IRA-5498-EXTRACT.
           05  I98-ACCOUNT-NO          PIC X(12).
           05  I98-CUSTOMER-NAME       PIC X(40).
           05  I98-ADDRESS-LINE-1      PIC X(30).
           05  I98-ADDRESS-LINE-2      PIC X(30).
           05  I98-CITY                PIC X(20).
           05  I98-STATE               PIC X(2).
           05  I98-ZIP-CODE            PIC X(10).
           05  I98-TAX-YEAR            PIC 9(4).
           05  I98-CONTRIBUTIONS       PIC S9(11)V99.
           05  I98-ROLLOVERS           PIC S9(11)V99.
