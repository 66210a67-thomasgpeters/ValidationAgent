      *****************************************************************
      *  IRA CONTRIBUTIONS MASTER - ONE RECORD PER IRA ACCOUNT AND
      *  TAX YEAR, KEPT BY ACCTUPDT AS IRA CASH POSTS.  CONTRIBUTIONS
      *  ARE CHECKED AGAINST THE ANNUAL LIMIT (IRALIMIT); ROLLOVERS
      *  ARE NOT.  DISTRIBUTIONS ARE GROSS - THE NET PAID PLUS THE
      *  FEDERAL TAX WITHHELD, WHICH IS ALSO CARRIED ON ITS OWN.
      *  READ AT YEAR END BY IRATAXRP FOR THE 5498 AND 1099-R FEEDS.
      *****************************************************************
       01  IRA-CONTRIB-RECORD.
           05  IRC-KEY.
               10  IRC-ACCOUNT-NO      PIC X(12).
               10  IRC-TAX-YEAR        PIC 9(4).
           05  IRC-CONTRIBUTIONS       PIC S9(9)V99.
           05  IRC-ROLLOVERS           PIC S9(9)V99.
           05  IRC-DISTRIBUTIONS       PIC S9(9)V99.
           05  IRC-FED-WITHHOLDING     PIC S9(9)V99.
           05  IRC-LAST-ACTIVITY-DATE  PIC X(10).
           05  FILLER                  PIC X(10).
