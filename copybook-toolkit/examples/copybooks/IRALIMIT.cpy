      *****************************************************************
      *  IRA ANNUAL LIMIT TABLE - ONE RECORD PER TAX YEAR, HOLDING THE
      *  CONTRIBUTION LIMIT AND THE DEFAULT FEDERAL WITHHOLDING RATE
      *  APPLIED TO A DISTRIBUTION WHEN THE CUSTOMER MAKES NO
      *  ELECTION (E.G. '01000' IS 10.00 PERCENT).  A NEW YEAR IS
      *  ADDED BY APPENDING A RECORD - NO PROGRAM CHANGE IS NEEDED.
      *****************************************************************
       01  IRA-LIMIT-RECORD.
           05  ILM-TAX-YEAR            PIC 9(4).
           05  ILM-CONTRIB-LIMIT       PIC 9(7)V99.
           05  ILM-FED-WITHHOLD-PCT    PIC 9(3)V99.
           05  FILLER                  PIC X(12).
