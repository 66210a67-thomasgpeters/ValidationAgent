      *****************************************************************
      *  ACCOUNT-TO-ACCOUNT TRANSFER LOG - ONE RECORD PER POSITION
      *  ACCTXFER MOVES, WITH THE QUANTITY AND THE COST BASIS TAKEN
      *  OFF THE FROM-ACCOUNT AND PUT ON THE TO-ACCOUNT.  POSVERIF
      *  REPLAYS THESE SO A PROPER TRANSFER DOES NOT SHOW AS A BREAK
      *  AGAINST THE SETTLED-TRADE HISTORY.
      *****************************************************************
       01  TRANSFER-LOG-RECORD.
           05  XFL-RUN-DATE            PIC X(10).
           05  XFL-TRANSFER-ID         PIC X(10).
           05  XFL-FROM-ACCOUNT-NO     PIC X(12).
           05  XFL-TO-ACCOUNT-NO       PIC X(12).
           05  XFL-SYMBOL              PIC X(10).
           05  XFL-QUANTITY            PIC S9(9).
           05  XFL-TOTAL-COST          PIC S9(11)V99.
           05  XFL-AVG-COST            PIC 9(7)V9(4).
           05  XFL-OPEN-DATE           PIC X(10).
