      *****************************************************************
      *  IRA DISTRIBUTION REQUEST - ONE RECORD PER CUSTOMER REQUEST TO
      *  TAKE CASH OUT OF AN IRA.  THE GROSS AMOUNT IS WHAT LEAVES THE
      *  ACCOUNT; THE ELECTION SETS THE FEDERAL WITHHOLDING:
      *    D = DEFAULT RATE FROM THE LIMIT TABLE FOR THE YEAR
      *    N = NO WITHHOLDING (CUSTOMER ELECTED OUT)
      *    P = THE PERCENT GIVEN ON THE REQUEST
      *****************************************************************
       01  IRA-DIST-REQUEST.
           05  IDR-REQUEST-ID          PIC X(10).
           05  IDR-ACCOUNT-NO          PIC X(12).
           05  IDR-GROSS-AMOUNT        PIC 9(9)V99.
           05  IDR-ELECTION            PIC X(1).
               88  IDR-ELECT-DEFAULT       VALUE 'D'.
               88  IDR-ELECT-NONE          VALUE 'N'.
               88  IDR-ELECT-PERCENT       VALUE 'P'.
           05  IDR-WITHHOLD-PCT        PIC 9(3)V99.
           05  FILLER                  PIC X(11).
