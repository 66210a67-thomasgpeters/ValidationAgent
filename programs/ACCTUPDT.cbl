      *  EXTRACT THAT ACCUMULATES OVER THE MONTH AND FEEDS THE
      *  ACCTSTMT STATEMENT RUN - REFUSED TRANSACTIONS NEVER REACH
      *  IT, SO STATEMENTS SHOW ONLY ACTIVITY THAT ACTUALLY POSTED.
      *  IRA ('IR') ACCOUNTS ARE ALSO TRACKED ON THE IRA CONTRIBUTIONS
      *  MASTER (IRACONT) BY TAX YEAR.  A CUSTOMER DEPOSIT IS A
      *  CONTRIBUTION AND IS REFUSED WHEN IT WOULD TAKE THE YEAR OVER
      *  THE LIMIT ON THE IRA LIMIT TABLE (IRALIMIT), OR WHEN ITS TAX
      *  YEAR IS NEITHER THIS YEAR NOR LAST YEAR BEFORE THE PRIOR-YEAR
      *  DEADLINE.  A DEPOSIT CODED AS A ROLLOVER IS RECORDED BUT NOT
      *  LIMIT-CHECKED.  CASH OUT OF AN IRA MUST COME THROUGH IRADIST,
      *  WHOSE NET AND WITHHOLDING LEGS ARE RECORDED AS A GROSS
      *  DISTRIBUTION AND THE TAX WITHHELD; ANY OTHER WITHDRAWAL OR
      *  TRANSFER-OUT IS REFUSED, AND A TRANSFER-IN IS A CONTRIBUTION.
      *  CASH MOVED BETWEEN TWO IRAS (IRA CODE X) IS NEITHER, AND IS
      *  NOT RECORDED.  TRADE SETTLEMENT CASH (TRAN-ID ON TRDMSTR FOR
      *  THE ACCOUNT), DIVIDENDS (DV) AND MARGIN INTEREST (MI) ARE
      *  MOVEMENTS INSIDE THE IRA AND ARE NEITHER CHECKED NOR
      *  RECORDED.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT IRA-MASTER ASSIGN TO "IRACONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRC-KEY
               FILE STATUS IS WS-IRA-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "IRALIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT TRADE-MASTER ASSIGN TO "TRDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRADE-ID
               FILE STATUS IS WS-TRADE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  POSTED-TRAN-RECORD          PIC X(67).

       FD  IRA-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY IRACONT.

       FD  LIMIT-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY IRALIMIT.

       FD  TRADE-MASTER
           RECORD CONTAINS 192 CHARACTERS.
           COPY TRADE-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS         PIC X(2).
           88  WS-ACCT-OK                  VALUE '00'.
       01  WS-JRNL-FILE-STATUS         PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).
       01  WS-POSTED-FILE-STATUS       PIC X(2).
       01  WS-IRA-FILE-STATUS          PIC X(2).
       01  WS-LIMIT-FILE-STATUS        PIC X(2).
       01  WS-TRADE-FILE-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW          PIC X(1)    VALUE 'N'.
               88  NO-MORE-TRANS               VALUE 'Y'.
           05  WS-POSTED-SW            PIC X(1)    VALUE 'N'.
               88  TRAN-WAS-POSTED             VALUE 'Y'.
           05  WS-LIMIT-EOF-SW         PIC X(1)    VALUE 'N'.
               88  NO-MORE-LIMITS              VALUE 'Y'.
           05  WS-IRA-REC-SW           PIC X(1)    VALUE 'N'.
               88  IRA-RECORD-ON-FILE          VALUE 'Y'.
           05  WS-INTERNAL-CASH-SW     PIC X(1)    VALUE 'N'.
               88  INTERNAL-IRA-CASH           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(7)    VALUE ZERO.
           05  WS-TRANS-POSTED         PIC 9(7)    VALUE ZERO.
           05  WS-TRANS-EXCEPTION      PIC 9(7)    VALUE ZERO.
           05  WS-IRA-RECORDED         PIC 9(7)    VALUE ZERO.
           05  WS-IRA-REFUSED          PIC 9(7)    VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-AMT-READ             PIC S9(13)V99 VALUE ZERO.

       01  WS-EXCEPTION-REASON         PIC X(40).

       01  WS-IRA-ACCOUNT-TYPE         PIC X(2)    VALUE 'IR'.
      *    LAST MONTH-DAY A CONTRIBUTION FOR LAST YEAR IS ACCEPTED.
       01  WS-PRIOR-YEAR-DEADLINE      PIC X(5)    VALUE '04-15'.

       01  WS-IRA-ACTIVITY             PIC X(1).
           88  IRA-NO-ACTIVITY             VALUE SPACE.
           88  IRA-CONTRIBUTION            VALUE 'C'.
           88  IRA-ROLLOVER-IN             VALUE 'R'.
           88  IRA-DIST-NET                VALUE 'N'.
           88  IRA-DIST-WITHHELD           VALUE 'F'.
       01  WS-IRA-REASON               PIC X(40).
       01  WS-IRA-TAX-YEAR             PIC 9(4).
       01  WS-PRIOR-TAX-YEAR           PIC 9(4).
       01  WS-IRA-CONTRIB-TOTAL        PIC S9(11)V99.
       01  WS-TRAN-ID-PREFIX           PIC X(2).
           88  INTERNAL-CASH-PREFIX        VALUE 'DV' 'MI'.

       01  WS-LIM-COUNT                PIC 9(3)    VALUE ZERO.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY            OCCURS 1 TO 100 TIMES
                                       DEPENDING ON WS-LIM-COUNT
                                       INDEXED BY WS-LIM-IDX.
               10  WS-LIM-TAX-YEAR     PIC 9(4).
               10  WS-LIM-CONTRIB-LIMIT PIC 9(7)V99.

       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS        PIC X(1).
           05  WS-BEFORE-BALANCE       PIC S9(9)V99.
                  INTO WS-RUN-DATE
           END-STRING

           OPEN INPUT LIMIT-FILE
           PERFORM 0120-READ-LIMIT
           PERFORM 0110-LOAD-ONE-LIMIT
               UNTIL NO-MORE-LIMITS
           CLOSE LIMIT-FILE

           OPEN INPUT  TRAN-FILE
                I-O    ACCOUNT-FILE
                OUTPUT EXCEPTION-RPT
                EXTEND JOURNAL-FILE
                EXTEND POSTED-FILE
                I-O    IRA-MASTER
                INPUT  TRADE-MASTER

           PERFORM 0210-READ-TRAN.

       0110-LOAD-ONE-LIMIT.
           IF WS-LIM-COUNT < 100
               ADD 1 TO WS-LIM-COUNT
               SET WS-LIM-IDX TO WS-LIM-COUNT
               MOVE ILM-TAX-YEAR    TO WS-LIM-TAX-YEAR (WS-LIM-IDX)
               MOVE ILM-CONTRIB-LIMIT
                   TO WS-LIM-CONTRIB-LIMIT (WS-LIM-IDX)
           ELSE
               DISPLAY 'ACCTUPDT - IRA LIMIT TABLE FULL, '
                   ILM-TAX-YEAR ' IGNORED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0120-READ-LIMIT.

       0120-READ-LIMIT.
           READ LIMIT-FILE
               AT END
                   SET NO-MORE-LIMITS TO TRUE
           END-READ.

       0200-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           ADD TRAN-AMOUNT TO WS-AMT-READ
                   MOVE BALANCE             TO WS-BEFORE-BALANCE
                   MOVE CREDIT-LIMIT        TO WS-BEFORE-CREDIT-LIMIT
                   MOVE LAST-ACTIVITY-DATE  TO WS-BEFORE-ACTIVITY-DATE
                   PERFORM 0340-CLASSIFY-IRA-CASH
                   PERFORM 0310-APPLY-POSTING
           END-READ

               PERFORM 0330-WRITE-JOURNAL
               MOVE ACCT-TRAN-RECORD TO POSTED-TRAN-RECORD
               WRITE POSTED-TRAN-RECORD
               IF NOT IRA-NO-ACTIVITY
                   PERFORM 0350-RECORD-IRA-ACTIVITY
               END-IF
           ELSE
               PERFORM 0320-WRITE-EXCEPTION
           END-IF.
                    ELSE IF ACCT-STATUS-FROZEN
                        STRING 'CREDIT REFUSED - ACCOUNT FROZEN'
                            DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                    ELSE IF WS-IRA-REASON NOT = SPACES
                        MOVE WS-IRA-REASON TO WS-EXCEPTION-REASON
                        ADD 1 TO WS-IRA-REFUSED
                    ELSE
                        ADD TRAN-AMOUNT TO BALANCE
                        SET TRAN-WAS-POSTED TO TRUE
                    ELSE IF ACCT-STATUS-FROZEN
                        STRING 'CREDIT REFUSED - ACCOUNT FROZEN'
                            DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                    ELSE IF WS-IRA-REASON NOT = SPACES
                        MOVE WS-IRA-REASON TO WS-EXCEPTION-REASON
                        ADD 1 TO WS-IRA-REFUSED
                    ELSE
                        ADD TRAN-AMOUNT TO BALANCE
                        SET TRAN-WAS-POSTED TO TRUE
                    ELSE IF ACCT-STATUS-SUSPENDED
                        STRING 'DEBIT REFUSED - ACCOUNT SUSPENDED'
                            DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                    ELSE IF WS-IRA-REASON NOT = SPACES
                        MOVE WS-IRA-REASON TO WS-EXCEPTION-REASON
                        ADD 1 TO WS-IRA-REFUSED
                    ELSE
                        SUBTRACT TRAN-AMOUNT FROM BALANCE
                        SET TRAN-WAS-POSTED TO TRUE
           MOVE LAST-ACTIVITY-DATE   TO JRN-AFTER-ACTIVITY-DATE
           WRITE ACCT-JOURNAL-RECORD.

      *----------------------------------------------------------------
      *    IRA CASH - DECIDE WHAT A DEPOSIT OR WITHDRAWAL ON AN IRA IS
      *    FOR THE CONTRIBUTIONS MASTER, AND WHETHER IT MAY POST.  A
      *    REFUSAL IS LEFT IN WS-IRA-REASON FOR 0310 TO APPLY AFTER
      *    THE ACCOUNT STATUS CHECKS.
      *----------------------------------------------------------------
       0340-CLASSIFY-IRA-CASH.
           MOVE SPACE  TO WS-IRA-ACTIVITY
           MOVE SPACES TO WS-IRA-REASON
           IF ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE
               AND (TRAN-TYPE-DEPOSIT OR TRAN-TYPE-WITHDRAWAL
                    OR TRAN-TYPE-TRANSFER-OUT OR TRAN-TYPE-TRANSFER-IN)
               PERFORM 0341-SET-IRA-TAX-YEAR
               EVALUATE TRUE
                   WHEN TRAN-IRA-TRANSFER
                        AND (TRAN-TYPE-TRANSFER-OUT
                             OR TRAN-TYPE-TRANSFER-IN)
                        CONTINUE
                   WHEN TRAN-TYPE-DEPOSIT AND TRAN-IRA-ROLLOVER
                        SET IRA-ROLLOVER-IN TO TRUE
                   WHEN TRAN-TYPE-WITHDRAWAL AND TRAN-IRA-DISTRIBUTION
                        SET IRA-DIST-NET TO TRUE
                   WHEN TRAN-TYPE-WITHDRAWAL AND TRAN-IRA-WITHHOLDING
                        SET IRA-DIST-WITHHELD TO TRUE
                   WHEN OTHER
                        PERFORM 0342-CLASSIFY-CUSTOMER-CASH
               END-EVALUATE
           END-IF.

       0341-SET-IRA-TAX-YEAR.
           IF TRAN-TAX-YEAR IS NUMERIC
               MOVE TRAN-TAX-YEAR TO WS-IRA-TAX-YEAR
           ELSE IF TRAN-DATE (1:4) IS NUMERIC
               MOVE TRAN-DATE (1:4) TO WS-IRA-TAX-YEAR
           ELSE
               MOVE WS-CD-YYYY TO WS-IRA-TAX-YEAR
           END-IF.

      *    SETTLEMENT, DIVIDEND AND INTEREST CASH STAYS INSIDE THE IRA.
      *    ANY OTHER DEPOSIT IS A CONTRIBUTION; ANY OTHER WITHDRAWAL
      *    DID NOT COME THROUGH A DISTRIBUTION REQUEST.
       0342-CLASSIFY-CUSTOMER-CASH.
           MOVE 'N' TO WS-INTERNAL-CASH-SW
           MOVE TRAN-ID (1:2) TO WS-TRAN-ID-PREFIX
           IF INTERNAL-CASH-PREFIX
               SET INTERNAL-IRA-CASH TO TRUE
           ELSE
               MOVE TRAN-ID TO TRADE-ID
               READ TRADE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTOMER-ID = TRAN-ACCOUNT-NO
                           SET INTERNAL-IRA-CASH TO TRUE
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN INTERNAL-IRA-CASH
                    CONTINUE
               WHEN TRAN-TYPE-DEPOSIT OR TRAN-TYPE-TRANSFER-IN
                    SET IRA-CONTRIBUTION TO TRUE
                    PERFORM 0343-CHECK-CONTRIBUTION
               WHEN OTHER
                    STRING 'DEBIT REFUSED - IRA NEEDS DISTRIBUTION'
                        DELIMITED BY SIZE INTO WS-IRA-REASON
           END-EVALUATE.

       0343-CHECK-CONTRIBUTION.
           COMPUTE WS-PRIOR-TAX-YEAR = WS-CD-YYYY - 1
           IF WS-IRA-TAX-YEAR > WS-CD-YYYY
               OR WS-IRA-TAX-YEAR < WS-PRIOR-TAX-YEAR
               OR (WS-IRA-TAX-YEAR = WS-PRIOR-TAX-YEAR
                   AND WS-RUN-DATE (6:5) > WS-PRIOR-YEAR-DEADLINE)
               STRING 'CREDIT REFUSED - IRA TAX YEAR CLOSED'
                   DELIMITED BY SIZE INTO WS-IRA-REASON
           ELSE
               PERFORM 0344-CHECK-ANNUAL-LIMIT
           END-IF.

       0344-CHECK-ANNUAL-LIMIT.
           IF WS-LIM-COUNT = ZERO
               STRING 'CREDIT REFUSED - NO IRA LIMIT FOR YEAR'
                   DELIMITED BY SIZE INTO WS-IRA-REASON
           ELSE
               SET WS-LIM-IDX TO 1
               SEARCH WS-LIM-ENTRY
                   AT END
                       STRING 'CREDIT REFUSED - NO IRA LIMIT FOR YEAR'
                           DELIMITED BY SIZE INTO WS-IRA-REASON
                   WHEN WS-LIM-TAX-YEAR (WS-LIM-IDX) = WS-IRA-TAX-YEAR
                       PERFORM 0345-READ-IRA-RECORD
                       COMPUTE WS-IRA-CONTRIB-TOTAL =
                           IRC-CONTRIBUTIONS + TRAN-AMOUNT
                       IF WS-IRA-CONTRIB-TOTAL >
                               WS-LIM-CONTRIB-LIMIT (WS-LIM-IDX)
                           STRING 'CREDIT REFUSED - IRA LIMIT EXCEEDED'
                               DELIMITED BY SIZE INTO WS-IRA-REASON
                       END-IF
               END-SEARCH
           END-IF.

       0345-READ-IRA-RECORD.
           MOVE TRAN-ACCOUNT-NO TO IRC-ACCOUNT-NO
           MOVE WS-IRA-TAX-YEAR TO IRC-TAX-YEAR
           READ IRA-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-IRA-REC-SW
                   MOVE SPACES          TO IRA-CONTRIB-RECORD
                   MOVE TRAN-ACCOUNT-NO TO IRC-ACCOUNT-NO
                   MOVE WS-IRA-TAX-YEAR TO IRC-TAX-YEAR
                   MOVE ZERO TO IRC-CONTRIBUTIONS
                                IRC-ROLLOVERS
                                IRC-DISTRIBUTIONS
                                IRC-FED-WITHHOLDING
               NOT INVALID KEY
                   SET IRA-RECORD-ON-FILE TO TRUE
           END-READ.

      *    A DISTRIBUTION IS CARRIED GROSS - THE NET LEG AND THE
      *    WITHHOLDING LEG BOTH ADD TO IT.
       0350-RECORD-IRA-ACTIVITY.
           PERFORM 0345-READ-IRA-RECORD
           EVALUATE TRUE
               WHEN IRA-CONTRIBUTION
                    ADD TRAN-AMOUNT TO IRC-CONTRIBUTIONS
               WHEN IRA-ROLLOVER-IN
                    ADD TRAN-AMOUNT TO IRC-ROLLOVERS
               WHEN IRA-DIST-NET
                    ADD TRAN-AMOUNT TO IRC-DISTRIBUTIONS
               WHEN IRA-DIST-WITHHELD
                    ADD TRAN-AMOUNT TO IRC-DISTRIBUTIONS
                    ADD TRAN-AMOUNT TO IRC-FED-WITHHOLDING
           END-EVALUATE
           MOVE WS-RUN-DATE TO IRC-LAST-ACTIVITY-DATE
           IF IRA-RECORD-ON-FILE
               REWRITE IRA-CONTRIB-RECORD
           ELSE
               WRITE IRA-CONTRIB-RECORD
           END-IF
           ADD 1 TO WS-IRA-RECORDED.

       0800-WRITE-CONTROLS.
           OPEN EXTEND CONTROL-FILE

                 EXCEPTION-RPT
                 JOURNAL-FILE
                 POSTED-FILE
                 IRA-MASTER
                 TRADE-MASTER

           DISPLAY 'ACCTUPDT - TRANS READ  : ' WS-TRANS-READ
           DISPLAY 'ACCTUPDT - TRANS POSTED: ' WS-TRANS-POSTED
           DISPLAY 'ACCTUPDT - TRANS EXCEPT: ' WS-TRANS-EXCEPTION
           DISPLAY 'ACCTUPDT - IRA RECORDED: ' WS-IRA-RECORDED
           DISPLAY 'ACCTUPDT - IRA REFUSED : ' WS-IRA-REFUSED.
