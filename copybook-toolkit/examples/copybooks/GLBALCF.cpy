      *****************************************************************
      *  GL TRIAL-BALANCE CARRY-FORWARD - ONE RECORD, REWRITTEN EACH
      *  RUN.  HOLDS THE ACCOUNT MASTER BALANCE TOTAL AS PROVED AT THE
      *  LAST TWO BUSINESS DATES, SO A RERUN OF THE SAME DATE STILL
      *  PROVES AGAINST THE PRIOR DAY RATHER THAN AGAINST ITSELF.
      *****************************************************************
       01  GL-BALANCE-CONTROL-RECORD.
           05  GBC-PRIOR-DATE          PIC X(10).
           05  GBC-PRIOR-TOTAL         PIC S9(13)V99.
           05  GBC-CURRENT-DATE        PIC X(10).
           05  GBC-CURRENT-TOTAL       PIC S9(13)V99.
           05  GBC-ACCOUNT-COUNT       PIC 9(9).
           05  GBC-TIMESTAMP           PIC X(26).
