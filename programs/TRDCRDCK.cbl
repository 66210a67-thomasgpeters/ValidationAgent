      *  FILE, OR ONE THAT IS HALTED OR DELISTED, GOES TO THE REVIEW
      *  QUEUE WITH A REASON INSTEAD OF FLOWING THROUGH TO THE BLOTTER
      *  AND THE TAX FEED.
      *  A CASH ACCOUNT THAT CASHSURV HAS PLACED ON A SETTLED-CASH-
      *  ONLY RESTRICTION (CASHRSTR, IN FORCE THROUGH ITS END DATE)
      *  MAY ONLY BUY WITH SETTLED CASH: THE BALANCE LESS THE OPEN
      *  BUYS CARRIED ON THE RESTRICTION AND THE BUYS ALREADY ACCEPTED
      *  THIS RUN.  A BUY COSTING MORE (COMMISSION INCLUDED) GOES TO
      *  THE REVIEW QUEUE WITH ITS OWN REASON.  WITHOUT A CASHRSTR
      *  FILE NO ACCOUNT IS TREATED AS RESTRICTED.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT RESTRICT-FILE ASSIGN TO "CASHRSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RST-ACCOUNT-NO
               FILE STATUS IS WS-RSTR-FILE-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO "TRDACCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-FILE-STATUS.
           RECORD CONTAINS 60 CHARACTERS.
           COPY SECURITY.

       FD  RESTRICT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CASHRSTR.

       FD  ACCEPTED-FILE
           RECORD CONTAINS 192 CHARACTERS.
       01  ACCEPTED-TRADE-RECORD       PIC X(192).
       01  WS-CAPTURE-FILE-STATUS      PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-RSTR-FILE-STATUS         PIC X(2).
           88  WS-RSTR-NOT-FOUND           VALUE '35'.
       01  WS-ACCEPTED-FILE-STATUS     PIC X(2).
       01  WS-REVIEW-FILE-STATUS       PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).
           88  TRADE-ON-CREDIT-HOLD        VALUE 'Y'.
       01  WS-HOLD-REASON              PIC X(40).

       01  WS-CASH-ACCOUNT-TYPE        PIC X(2)    VALUE 'CA'.
       01  WS-BUY-COST                 PIC S9(11)V99.
       01  WS-SETTLED-CASH             PIC S9(11)V99.

      *    BUYS ACCEPTED THIS RUN FOR RESTRICTED ACCOUNTS.
       01  WS-RESTRICTED-BUYS.
           05  WS-RB-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-RB-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RB-COUNT
                   INDEXED BY WS-RB-IDX.
               10  WS-RB-ACCOUNT-NO    PIC X(12).
               10  WS-RB-AMOUNT        PIC S9(11)V99.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
                OUTPUT ACCEPTED-FILE
                OUTPUT REVIEW-FILE

           OPEN INPUT RESTRICT-FILE

           PERFORM 0210-READ-CAPTURED-TRADE.

       0200-CHECK-CAPTURED-TRADES.
                       STRING
                           'PROJECTED BALANCE EXCEEDS CREDIT LIMIT'
                           DELIMITED BY SIZE INTO WS-HOLD-REASON
                   ELSE IF NOT TRADE-TYPE-SELL
                       AND ACCOUNT-TYPE = WS-CASH-ACCOUNT-TYPE
                       AND NOT WS-RSTR-NOT-FOUND
                       PERFORM 0350-SETTLED-CASH-CHECK
                   END-IF
           END-READ.

       0350-SETTLED-CASH-CHECK.
           MOVE ACCOUNT-NO TO RST-ACCOUNT-NO
           READ RESTRICT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-END-DATE NOT < WS-RUN-DATE
                       PERFORM 0360-MEASURE-SETTLED-CASH
                   END-IF
           END-READ.

       0360-MEASURE-SETTLED-CASH.
           COMPUTE WS-BUY-COST = TOTAL-AMOUNT + COMMISSION
           COMPUTE WS-SETTLED-CASH = BALANCE - RST-PENDING-BUYS

           IF WS-RB-COUNT > ZERO
               SET WS-RB-IDX TO 1
               SEARCH WS-RB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RB-ACCOUNT-NO (WS-RB-IDX) = ACCOUNT-NO
                       SUBTRACT WS-RB-AMOUNT (WS-RB-IDX)
                           FROM WS-SETTLED-CASH
               END-SEARCH
           END-IF

           IF WS-BUY-COST > WS-SETTLED-CASH
               SET TRADE-ON-CREDIT-HOLD TO TRUE
               STRING 'SETTLED CASH ONLY - BUY EXCEEDS SETTLED'
                   DELIMITED BY SIZE INTO WS-HOLD-REASON
           ELSE
               PERFORM 0370-ADD-RESTRICTED-BUY
           END-IF.

       0370-ADD-RESTRICTED-BUY.
           IF WS-RB-COUNT > ZERO
               SET WS-RB-IDX TO 1
               SEARCH WS-RB-ENTRY
                   AT END
                       PERFORM 0380-NEW-RESTRICTED-ENTRY
                   WHEN WS-RB-ACCOUNT-NO (WS-RB-IDX) = ACCOUNT-NO
                       ADD WS-BUY-COST TO WS-RB-AMOUNT (WS-RB-IDX)
               END-SEARCH
           ELSE
               PERFORM 0380-NEW-RESTRICTED-ENTRY
           END-IF.

       0380-NEW-RESTRICTED-ENTRY.
           IF WS-RB-COUNT < 500
               ADD 1 TO WS-RB-COUNT
               MOVE ACCOUNT-NO  TO WS-RB-ACCOUNT-NO (WS-RB-COUNT)
               MOVE WS-BUY-COST TO WS-RB-AMOUNT (WS-RB-COUNT)
           ELSE
               DISPLAY 'TRDCRDCK - RESTRICTED BUY TABLE FULL AT '
                   ACCOUNT-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0400-WRITE-REVIEW.
           ADD 1 TO WS-TRADES-ON-HOLD
           ADD TOTAL-AMOUNT TO WS-AMT-ON-HOLD
                 SECURITY-FILE
                 ACCEPTED-FILE
                 REVIEW-FILE
           IF NOT WS-RSTR-NOT-FOUND
               CLOSE RESTRICT-FILE
           END-IF

           DISPLAY 'TRDCRDCK - TRADES READ    : ' WS-TRADES-READ
           DISPLAY 'TRDCRDCK - TRADES ACCEPTED: ' WS-TRADES-ACCEPTED
