               88  TRAN-TYPE-TRANSFER-IN   VALUE 'I'.
           05  TRAN-AMOUNT             PIC S9(9)V99.
           05  TRAN-RELATED-ACCT-NO    PIC X(12).
      *    IRA ACCOUNTS ONLY - BLANK ON AN ORDINARY CONTRIBUTION.
      *    R = ROLLOVER DEPOSIT, NOT COUNTED AGAINST THE ANNUAL LIMIT.
      *    N / F = NET PAYMENT AND FEDERAL WITHHOLDING LEGS OF A
      *    DISTRIBUTION GENERATED BY IRADIST.  X = CASH TRANSFER
      *    BETWEEN TWO IRAS (ACCTXFER), NEITHER A CONTRIBUTION NOR A
      *    DISTRIBUTION.  TAX YEAR IS SET FOR A PRIOR-YEAR
      *    CONTRIBUTION AND ON EVERY IRADIST DISTRIBUTION LEG; BLANK =
      *    YEAR OF TRAN-DATE.
           05  TRAN-IRA-CODE           PIC X(1).
               88  TRAN-IRA-ROLLOVER       VALUE 'R'.
               88  TRAN-IRA-DISTRIBUTION   VALUE 'N'.
               88  TRAN-IRA-WITHHOLDING    VALUE 'F'.
               88  TRAN-IRA-TRANSFER       VALUE 'X'.
           05  TRAN-TAX-YEAR           PIC X(4).
