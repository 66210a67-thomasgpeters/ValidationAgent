       01  IRA-1099R-EXTRACT.
           05  I99-ACCOUNT-NO          PIC X(12).
           05  I99-CUSTOMER-NAME       PIC X(40).
           05  I99-ADDRESS-LINE-1      PIC X(30).
           05  I99-ADDRESS-LINE-2      PIC X(30).
           05  I99-CITY                PIC X(20).
           05  I99-STATE               PIC X(2).
           05  I99-ZIP-CODE            PIC X(10).
           05  I99-TAX-YEAR            PIC 9(4).
           05  I99-GROSS-DISTRIBUTION  PIC S9(11)V99.
           05  I99-FED-WITHHOLDING     PIC S9(11)V99.
