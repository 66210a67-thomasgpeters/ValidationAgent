       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHSURV.
       AUTHOR.      TRADE-DESK-SUPPORT.
      *****************************************************************
      *  CASH-ACCOUNT FREE-RIDING / GOOD-FAITH VIOLATION SURVEILLANCE
      *  NIGHTLY SCAN OF CASH ('CA') ACCOUNT TRADING.  THE SETTLED
      *  TRADES OF THE LAST 30 DAYS ARE TAKEN FROM THE TRDHIST
      *  HISTORY (THE CONCATENATED TRDSETLD EXTRACTS) AND THE STILL
      *  OPEN ONES - PENDING OR FAILED - FROM THE TRADE MASTER.  THEY
      *  ARE SORTED BY ACCOUNT AND TRADE DATE/TIME AND EACH SELL IS
      *  MATCHED BACK TO AN EARLIER BUY OF THE SAME SYMBOL THAT HAD
      *  NOT YET SETTLED ON THE SELL DATE (BUSINESS DAYS FROM THE
      *  SELL'S TRADE-DATE TO THE BUY'S SETTLEMENT-DATE, VIA
      *  BDAYCALC).  SUCH A SELL IS A VIOLATION WHEN THE BUY WAS NOT
      *  PAID FOR WITH SETTLED CASH:
      *    GOOD-FAITH  - THE BUY WAS MADE WHILE THE PROCEEDS OF AN
      *                  EARLIER SELL WERE STILL UNSETTLED, SO IT WAS
      *                  FUNDED FROM THOSE UNSETTLED PROCEEDS.
      *    FREE-RIDING - NO UNSETTLED PROCEEDS STOOD BEHIND THE BUY
      *                  AND THE ACCOUNT'S SETTLED CASH (BALANCE LESS
      *                  THE OPEN BUYS AHEAD OF IT) DID NOT COVER IT,
      *                  SO ONLY THE SALE ITSELF CAN PAY FOR IT.  THE
      *                  BALANCE IS TODAY'S, SO THIS TEST IS ONLY MADE
      *                  WHILE THE BUY IS STILL PENDING.
      *  EACH VIOLATION IS APPENDED TO THE CASHVIOL HISTORY (ONE PER
      *  SELL - A SELL ALREADY ON THE HISTORY IS NOT RE-JUDGED) AND
      *  PRINTED ON THE CASHVRPT COMPLIANCE REPORT WITH THE ACCOUNT'S
      *  ROLLING 12-MONTH VIOLATION COUNT.  WHEN THAT COUNT REACHES
      *  THE THRESHOLD, OR ON ANY FREE-RIDING, THE ACCOUNT IS PUT ON
      *  A 90-DAY SETTLED-CASH-ONLY RESTRICTION IN THE CASHRSTR
      *  MASTER.  THE MASTER ALSO CARRIES EACH RESTRICTED ACCOUNT'S
      *  OPEN BUYS SO TRDCRDCK CAN MEASURE A NEW BUY AGAINST SETTLED
      *  CASH; EXPIRED RESTRICTIONS ARE DROPPED AT THE END OF THE RUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TRDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TRADE-FILE ASSIGN TO "TRDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRADE-ID
               FILE STATUS IS WS-TRADE-FILE-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO "CASHVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-FILE-STATUS.

           SELECT RESTRICT-FILE ASSIGN TO "CASHRSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-ACCOUNT-NO
               FILE STATUS IS WS-RSTR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CSRVSORT".

           SELECT VIOLATION-RPT ASSIGN TO "CASHVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  HISTORY-FILE
           RECORD CONTAINS 192 CHARACTERS.
       01  HISTORY-TRADE-RECORD        PIC X(192).

       FD  TRADE-FILE
           RECORD CONTAINS 192 CHARACTERS.
           COPY TRADE-RECORD.

       FD  VIOLATION-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CASHVIOL.

       FD  RESTRICT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CASHRSTR.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  SV-SURV-RECORD.
           05  SV-ACCOUNT-NO           PIC X(12).
           05  SV-TRADE-DATE           PIC X(10).
           05  SV-TRADE-TIME           PIC X(8).
           05  SV-TRADE-ID             PIC X(16).
           05  SV-TRADE-TYPE           PIC X(4).
           05  SV-SYMBOL               PIC X(10).
           05  SV-AMOUNT               PIC S9(11)V99.
           05  SV-SETTLE-DATE          PIC X(10).
           05  SV-STATUS               PIC X(2).

       FD  VIOLATION-RPT
           RECORD CONTAINS 153 CHARACTERS.
           COPY CASHVRPT.

       WORKING-STORAGE SECTION.
           COPY BDAYPARM.

       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-HIST-FILE-STATUS         PIC X(2).
       01  WS-TRADE-FILE-STATUS        PIC X(2).
       01  WS-VIOL-FILE-STATUS         PIC X(2).
           88  WS-VIOL-NOT-FOUND           VALUE '35'.
       01  WS-RSTR-FILE-STATUS         PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-HIST-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-HISTORY             VALUE 'Y'.
       01  WS-TRADE-EOF-SW             PIC X(1)    VALUE 'N'.
           88  NO-MORE-TRADES              VALUE 'Y'.
       01  WS-VIOL-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-VIOLATIONS          VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-SORTED-TRADES       VALUE 'Y'.
       01  WS-RSTR-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-RESTRICTIONS        VALUE 'Y'.

       01  WS-RECORDED-SW              PIC X(1).
           88  SELL-ALREADY-RECORDED       VALUE 'Y'.
       01  WS-VIOLATION-SW             PIC X(1).
           88  VIOLATION-FOUND             VALUE 'Y'.
       01  WS-FUNDING-SW               PIC X(1).
           88  FUNDED-BY-UNSETTLED         VALUE 'Y'.
       01  WS-FREE-RIDE-SW             PIC X(1).
           88  FREE-RIDING-FOUND           VALUE 'Y'.
       01  WS-RESTRICT-SW              PIC X(1).
           88  RESTRICT-ACCOUNT            VALUE 'Y'.
       01  WS-RSTR-ON-FILE-SW          PIC X(1).
           88  RESTRICTION-ON-FILE         VALUE 'Y'.

      *    SURVEILLANCE PARAMETERS - A FREE-RIDING VIOLATION
      *    RESTRICTS ON ITS OWN; GOOD-FAITH VIOLATIONS RESTRICT WHEN
      *    THE ROLLING 12-MONTH COUNT REACHES THE THRESHOLD.
       01  WS-VIOLATION-THRESHOLD      PIC 9(3)    VALUE 3.
       01  WS-RESTRICTION-DAYS         PIC 9(3)    VALUE 90.
       01  WS-LOOKBACK-DAYS            PIC 9(3)    VALUE 30.
       01  WS-CASH-ACCOUNT-TYPE        PIC X(2)    VALUE 'CA'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
       01  WS-RUN-DATE-INT             PIC 9(7).
       01  WS-WORK-DATE-INT            PIC 9(7).
       01  WS-WORK-DATE.
           05  WS-WD-YYYY              PIC 9(4).
           05  WS-WD-MM                PIC 9(2).
           05  WS-WD-DD                PIC 9(2).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                       PIC 9(8).
       01  WS-WORK-DATE-TEXT           PIC X(10).
       01  WS-WINDOW-START-DATE        PIC X(10).
       01  WS-YEAR-AGO-DATE            PIC X(10).
       01  WS-RESTRICT-END-DATE        PIC X(10).

       01  WS-LAST-ACCOUNT-NO          PIC X(12)   VALUE SPACES.
       01  WS-LAST-ACCOUNT-TYPE        PIC X(2)    VALUE SPACES.
       01  WS-GROUP-ACCOUNT-NO         PIC X(12).
       01  WS-SETTLED-CASH             PIC S9(11)V99.
       01  WS-CASH-AT-BUY              PIC S9(11)V99.
       01  WS-OPEN-BUYS                PIC S9(11)V99.
       01  WS-12MO-COUNT               PIC 9(3).
       01  WS-NEW-VIOLATIONS           PIC 9(3).
       01  WS-SEARCH-TRADE-ID          PIC X(16).

       01  WS-FOUND-VIOLATION.
           05  WS-FV-TYPE              PIC X(1).
           05  WS-FV-BUY-TRADE-ID      PIC X(16).
           05  WS-FV-BUY-SETTLE-DATE   PIC X(10).
           05  WS-FV-BUY-AMOUNT        PIC S9(11)V99.

      *    VIOLATIONS OF THE LAST 12 MONTHS, FROM THE HISTORY PLUS
      *    THOSE FOUND THIS RUN.
       01  WS-VIOLATION-TABLE.
           05  WS-VT-COUNT             PIC 9(5)    VALUE ZERO.
           05  WS-VT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VT-COUNT
                   INDEXED BY WS-VT-IDX.
               10  WS-VT-ACCOUNT-NO    PIC X(12).
               10  WS-VT-SELL-TRADE-ID PIC X(16).
               10  WS-VT-SELL-DATE     PIC X(10).

      *    ONE ACCOUNT'S TRADES, IN TRADE DATE/TIME ORDER.
       01  WS-ACCOUNT-TRADES.
           05  WS-AT-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-AT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-AT-COUNT
                   INDEXED BY WS-AT-IDX WS-AT-BUY-IDX WS-AT-FUND-IDX.
               10  WS-AT-TRADE-ID      PIC X(16).
               10  WS-AT-TRADE-DATE    PIC X(10).
               10  WS-AT-TRADE-TYPE    PIC X(4).
               10  WS-AT-SYMBOL        PIC X(10).
               10  WS-AT-AMOUNT        PIC S9(11)V99.
               10  WS-AT-SETTLE-DATE   PIC X(10).
               10  WS-AT-STATUS        PIC X(2).

       01  WS-COUNTERS.
           05  WS-HISTORY-RELEASED     PIC 9(7)    VALUE ZERO.
           05  WS-OPEN-RELEASED        PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-REVIEWED    PIC 9(7)    VALUE ZERO.
           05  WS-GOOD-FAITH-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-FREE-RIDING-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-RESTRICTIONS-SET     PIC 9(7)    VALUE ZERO.
           05  WS-RESTRICTIONS-EXPIRED PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-VIOLATIONS

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SV-ACCOUNT-NO
                                SV-TRADE-DATE
                                SV-TRADE-TIME
               INPUT PROCEDURE IS 0200-RELEASE-TRADES
               OUTPUT PROCEDURE IS 0400-SURVEIL-ACCOUNTS

           PERFORM 0700-SWEEP-RESTRICTIONS
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           STRING WS-CD-YYYY DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-CD-MM   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-CD-DD   DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)

           COMPUTE WS-WORK-DATE-INT = WS-RUN-DATE-INT - WS-LOOKBACK-DAYS
           PERFORM 0130-FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-TEXT TO WS-WINDOW-START-DATE

           COMPUTE WS-WORK-DATE-INT = WS-RUN-DATE-INT - 365
           PERFORM 0130-FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-TEXT TO WS-YEAR-AGO-DATE

           COMPUTE WS-WORK-DATE-INT =
               WS-RUN-DATE-INT + WS-RESTRICTION-DAYS
           PERFORM 0130-FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-TEXT TO WS-RESTRICT-END-DATE

           OPEN INPUT  ACCOUNT-FILE
                INPUT  TRADE-FILE
                I-O    RESTRICT-FILE
                OUTPUT VIOLATION-RPT.

       0130-FORMAT-WORK-DATE.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT)
           MOVE SPACES TO WS-WORK-DATE-TEXT
           STRING WS-WD-YYYY DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-WD-MM   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-WD-DD   DELIMITED BY SIZE
                  INTO WS-WORK-DATE-TEXT
           END-STRING.

      *----------------------------------------------------------------
      *  LOAD THE LAST 12 MONTHS OF THE VIOLATION HISTORY, THEN REOPEN
      *  IT TO APPEND THIS RUN'S VIOLATIONS
      *----------------------------------------------------------------
       0150-LOAD-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOL-NOT-FOUND
               SET NO-MORE-VIOLATIONS TO TRUE
           ELSE
               PERFORM 0160-READ-VIOLATION
           END-IF
           PERFORM 0170-LOAD-ONE-VIOLATION
               UNTIL NO-MORE-VIOLATIONS
           IF WS-VIOL-NOT-FOUND
               OPEN OUTPUT VIOLATION-FILE
           ELSE
               CLOSE VIOLATION-FILE
               OPEN EXTEND VIOLATION-FILE
           END-IF.

       0160-READ-VIOLATION.
           READ VIOLATION-FILE
               AT END
                   SET NO-MORE-VIOLATIONS TO TRUE
           END-READ.

       0170-LOAD-ONE-VIOLATION.
           IF VIO-SELL-DATE NOT < WS-YEAR-AGO-DATE
               PERFORM 0180-ADD-VIOLATION-ENTRY
           END-IF
           PERFORM 0160-READ-VIOLATION.

       0180-ADD-VIOLATION-ENTRY.
           IF WS-VT-COUNT < 5000
               ADD 1 TO WS-VT-COUNT
               MOVE VIO-ACCOUNT-NO    TO WS-VT-ACCOUNT-NO (WS-VT-COUNT)
               MOVE VIO-SELL-TRADE-ID
                   TO WS-VT-SELL-TRADE-ID (WS-VT-COUNT)
               MOVE VIO-SELL-DATE     TO WS-VT-SELL-DATE (WS-VT-COUNT)
           ELSE
               DISPLAY 'CASHSURV - VIOLATION TABLE FULL AT '
                   VIO-SELL-TRADE-ID
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      *  INPUT SIDE - RELEASE CASH-ACCOUNT TRADES: SETTLED HISTORY
      *  INSIDE THE LOOKBACK WINDOW, AND OPEN TRADES FROM THE MASTER
      *----------------------------------------------------------------
       0200-RELEASE-TRADES.
           OPEN INPUT HISTORY-FILE
           PERFORM 0210-READ-HISTORY
           PERFORM 0220-RELEASE-HISTORY-TRADE
               UNTIL NO-MORE-HISTORY
           CLOSE HISTORY-FILE

           PERFORM 0230-READ-TRADE
           PERFORM 0240-RELEASE-OPEN-TRADE
               UNTIL NO-MORE-TRADES.

       0210-READ-HISTORY.
           READ HISTORY-FILE INTO TRADE-RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.

       0220-RELEASE-HISTORY-TRADE.
           IF TRADE-STATUS-SETTLED
               AND TRADE-DATE NOT < WS-WINDOW-START-DATE
               PERFORM 0250-RELEASE-IF-CASH-ACCOUNT
               IF WS-LAST-ACCOUNT-TYPE = WS-CASH-ACCOUNT-TYPE
                   ADD 1 TO WS-HISTORY-RELEASED
               END-IF
           END-IF
           PERFORM 0210-READ-HISTORY.

       0230-READ-TRADE.
           READ TRADE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRADES TO TRUE
           END-READ.

       0240-RELEASE-OPEN-TRADE.
           IF TRADE-STATUS-PENDING OR TRADE-STATUS-FAILED
               PERFORM 0250-RELEASE-IF-CASH-ACCOUNT
               IF WS-LAST-ACCOUNT-TYPE = WS-CASH-ACCOUNT-TYPE
                   ADD 1 TO WS-OPEN-RELEASED
               END-IF
           END-IF
           PERFORM 0230-READ-TRADE.

      *    A BUY IS CARRIED AT WHAT IT COSTS IN CASH, COMMISSION
      *    INCLUDED; A SELL AT ITS PROCEEDS.
       0250-RELEASE-IF-CASH-ACCOUNT.
           IF CUSTOMER-ID NOT = WS-LAST-ACCOUNT-NO
               MOVE CUSTOMER-ID TO WS-LAST-ACCOUNT-NO
               MOVE CUSTOMER-ID TO ACCOUNT-NO
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-LAST-ACCOUNT-TYPE
                   NOT INVALID KEY
                       MOVE ACCOUNT-TYPE TO WS-LAST-ACCOUNT-TYPE
               END-READ
           END-IF

           IF WS-LAST-ACCOUNT-TYPE = WS-CASH-ACCOUNT-TYPE
               MOVE CUSTOMER-ID     TO SV-ACCOUNT-NO
               MOVE TRADE-DATE      TO SV-TRADE-DATE
               MOVE TRADE-TIME      TO SV-TRADE-TIME
               MOVE TRADE-ID        TO SV-TRADE-ID
               MOVE TRADE-TYPE      TO SV-TRADE-TYPE
               MOVE TRADE-SYMBOL    TO SV-SYMBOL
               IF TRADE-TYPE-BUY
                   COMPUTE SV-AMOUNT = TOTAL-AMOUNT + COMMISSION
               ELSE
                   MOVE TOTAL-AMOUNT TO SV-AMOUNT
               END-IF
               MOVE SETTLEMENT-DATE TO SV-SETTLE-DATE
               MOVE TRADE-STATUS    TO SV-STATUS
               RELEASE SV-SURV-RECORD
           END-IF.

      *----------------------------------------------------------------
      *  OUTPUT SIDE - ONE CASH ACCOUNT AT A TIME
      *----------------------------------------------------------------
       0400-SURVEIL-ACCOUNTS.
           PERFORM 0410-RETURN-SORTED-TRADE
           PERFORM 0500-SURVEIL-ONE-ACCOUNT
               UNTIL NO-MORE-SORTED-TRADES.

       0410-RETURN-SORTED-TRADE.
           RETURN SORT-WORK-FILE
               AT END
                   SET NO-MORE-SORTED-TRADES TO TRUE
           END-RETURN.

       0500-SURVEIL-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           MOVE SV-ACCOUNT-NO TO WS-GROUP-ACCOUNT-NO
           MOVE ZERO TO WS-AT-COUNT
           MOVE ZERO TO WS-NEW-VIOLATIONS
           MOVE 'N'  TO WS-FREE-RIDE-SW
           MOVE 'N'  TO WS-RESTRICT-SW
           PERFORM 0510-LOAD-ONE-TRADE
               UNTIL NO-MORE-SORTED-TRADES
                 OR SV-ACCOUNT-NO NOT = WS-GROUP-ACCOUNT-NO

           MOVE WS-GROUP-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SETTLED-CASH
               NOT INVALID KEY
                   MOVE BALANCE TO WS-SETTLED-CASH
           END-READ

           IF WS-AT-COUNT > ZERO
               PERFORM 0520-CHECK-ONE-SELL
                   VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
           END-IF

           IF WS-NEW-VIOLATIONS > ZERO
               PERFORM 0580-COUNT-12-MONTHS
               IF WS-12MO-COUNT NOT < WS-VIOLATION-THRESHOLD
                   OR FREE-RIDING-FOUND
                   SET RESTRICT-ACCOUNT TO TRUE
               END-IF
           END-IF

           PERFORM 0600-UPDATE-RESTRICTION.

       0510-LOAD-ONE-TRADE.
           IF WS-AT-COUNT < 500
               ADD 1 TO WS-AT-COUNT
               MOVE SV-TRADE-ID    TO WS-AT-TRADE-ID (WS-AT-COUNT)
               MOVE SV-TRADE-DATE  TO WS-AT-TRADE-DATE (WS-AT-COUNT)
               MOVE SV-TRADE-TYPE  TO WS-AT-TRADE-TYPE (WS-AT-COUNT)
               MOVE SV-SYMBOL      TO WS-AT-SYMBOL (WS-AT-COUNT)
               MOVE SV-AMOUNT      TO WS-AT-AMOUNT (WS-AT-COUNT)
               MOVE SV-SETTLE-DATE TO WS-AT-SETTLE-DATE (WS-AT-COUNT)
               MOVE SV-STATUS      TO WS-AT-STATUS (WS-AT-COUNT)
           ELSE
               DISPLAY 'CASHSURV - ACCOUNT TRADE TABLE FULL AT '
                   SV-ACCOUNT-NO ' ' SV-TRADE-ID
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0410-RETURN-SORTED-TRADE.

      *    EACH SELL NOT ALREADY ON THE HISTORY IS MATCHED AGAINST THE
      *    BUYS AHEAD OF IT; THE FIRST VIOLATING BUY IS REPORTED.
       0520-CHECK-ONE-SELL.
           IF WS-AT-TRADE-TYPE (WS-AT-IDX) = 'SELL'
               MOVE WS-AT-TRADE-ID (WS-AT-IDX) TO WS-SEARCH-TRADE-ID
               PERFORM 0530-FIND-RECORDED-SELL
               IF NOT SELL-ALREADY-RECORDED
                   MOVE 'N' TO WS-VIOLATION-SW
                   PERFORM 0540-CHECK-ONE-BUY
                       VARYING WS-AT-BUY-IDX FROM 1 BY 1
                       UNTIL WS-AT-BUY-IDX NOT < WS-AT-IDX
                          OR VIOLATION-FOUND
                   IF VIOLATION-FOUND
                       PERFORM 0570-RECORD-VIOLATION
                   END-IF
               END-IF
           END-IF.

       0530-FIND-RECORDED-SELL.
           MOVE 'N' TO WS-RECORDED-SW
           IF WS-VT-COUNT > ZERO
               SET WS-VT-IDX TO 1
               SEARCH WS-VT-ENTRY
                   AT END
                       MOVE 'N' TO WS-RECORDED-SW
                   WHEN WS-VT-SELL-TRADE-ID (WS-VT-IDX)
                           = WS-SEARCH-TRADE-ID
                       SET SELL-ALREADY-RECORDED TO TRUE
               END-SEARCH
           END-IF.

       0540-CHECK-ONE-BUY.
           IF WS-AT-TRADE-TYPE (WS-AT-BUY-IDX) = 'BUY '
               AND WS-AT-SYMBOL (WS-AT-BUY-IDX)
                   = WS-AT-SYMBOL (WS-AT-IDX)
               SET BDP-FUNC-DIFF TO TRUE
               MOVE WS-AT-TRADE-DATE (WS-AT-IDX)      TO BDP-DATE-1
               MOVE WS-AT-SETTLE-DATE (WS-AT-BUY-IDX) TO BDP-DATE-2
               CALL 'BDAYCALC' USING BDAY-PARM-AREA
               IF BDP-STATUS-OK AND BDP-DAYS > ZERO
                   PERFORM 0550-CLASSIFY-BUY
               END-IF
           END-IF.

       0550-CLASSIFY-BUY.
           MOVE 'N' TO WS-FUNDING-SW
           IF WS-AT-BUY-IDX > 1
               PERFORM 0555-CHECK-FUNDING-SELL
                   VARYING WS-AT-FUND-IDX FROM 1 BY 1
                   UNTIL WS-AT-FUND-IDX NOT < WS-AT-BUY-IDX
                      OR FUNDED-BY-UNSETTLED
           END-IF

           IF FUNDED-BY-UNSETTLED
               SET VIOLATION-FOUND TO TRUE
               MOVE 'G' TO WS-FV-TYPE
           ELSE
               IF WS-AT-STATUS (WS-AT-BUY-IDX) = 'PN'
                   PERFORM 0565-TEST-FREE-RIDING
               END-IF
           END-IF

           IF VIOLATION-FOUND
               MOVE WS-AT-TRADE-ID (WS-AT-BUY-IDX)
                   TO WS-FV-BUY-TRADE-ID
               MOVE WS-AT-SETTLE-DATE (WS-AT-BUY-IDX)
                   TO WS-FV-BUY-SETTLE-DATE
               MOVE WS-AT-AMOUNT (WS-AT-BUY-IDX) TO WS-FV-BUY-AMOUNT
           END-IF.

      *    A SELL TRADED BY THE BUY DATE BUT SETTLING AFTER IT LEFT
      *    ONLY UNSETTLED PROCEEDS IN THE ACCOUNT WHEN THE BUY WAS MADE.
       0555-CHECK-FUNDING-SELL.
           IF WS-AT-TRADE-TYPE (WS-AT-FUND-IDX) = 'SELL'
               AND WS-AT-SETTLE-DATE (WS-AT-FUND-IDX)
                   > WS-AT-TRADE-DATE (WS-AT-BUY-IDX)
               SET FUNDED-BY-UNSETTLED TO TRUE
           END-IF.

       0560-ADD-OPEN-BUY.
           IF WS-AT-TRADE-TYPE (WS-AT-FUND-IDX) = 'BUY '
               AND (WS-AT-STATUS (WS-AT-FUND-IDX) = 'PN'
                 OR WS-AT-STATUS (WS-AT-FUND-IDX) = 'FL')
               ADD WS-AT-AMOUNT (WS-AT-FUND-IDX) TO WS-OPEN-BUYS
           END-IF.

      *    A STILL-PENDING BUY WITH NO UNSETTLED PROCEEDS BEHIND IT IS
      *    FREE-RIDING WHEN SETTLED CASH, LESS THE OPEN BUYS AHEAD OF
      *    IT, DOES NOT COVER IT.
       0565-TEST-FREE-RIDING.
           MOVE ZERO TO WS-OPEN-BUYS
           IF WS-AT-BUY-IDX > 1
               PERFORM 0560-ADD-OPEN-BUY
                   VARYING WS-AT-FUND-IDX FROM 1 BY 1
                   UNTIL WS-AT-FUND-IDX NOT < WS-AT-BUY-IDX
           END-IF
           COMPUTE WS-CASH-AT-BUY = WS-SETTLED-CASH - WS-OPEN-BUYS
           IF WS-AT-AMOUNT (WS-AT-BUY-IDX) > WS-CASH-AT-BUY
               SET VIOLATION-FOUND TO TRUE
               MOVE 'F' TO WS-FV-TYPE
           END-IF.

       0570-RECORD-VIOLATION.
           ADD 1 TO WS-NEW-VIOLATIONS
           MOVE SPACES TO CASH-VIOLATION-RECORD
           MOVE WS-GROUP-ACCOUNT-NO        TO VIO-ACCOUNT-NO
           MOVE WS-AT-TRADE-ID (WS-AT-IDX) TO VIO-SELL-TRADE-ID
           MOVE WS-FV-BUY-TRADE-ID         TO VIO-BUY-TRADE-ID
           MOVE WS-FV-TYPE                 TO VIO-TYPE
           MOVE WS-AT-SYMBOL (WS-AT-IDX)   TO VIO-SYMBOL
           MOVE WS-AT-TRADE-DATE (WS-AT-IDX) TO VIO-SELL-DATE
           MOVE WS-FV-BUY-SETTLE-DATE      TO VIO-BUY-SETTLE-DATE
           MOVE WS-FV-BUY-AMOUNT           TO VIO-AMOUNT
           MOVE WS-RUN-DATE                TO VIO-DETECTED-DATE
           WRITE CASH-VIOLATION-RECORD
           PERFORM 0180-ADD-VIOLATION-ENTRY

           MOVE SPACES TO CASH-VIOLATION-REPORT-LINE
           IF VIO-FREE-RIDING
               ADD 1 TO WS-FREE-RIDING-COUNT
               SET FREE-RIDING-FOUND TO TRUE
               MOVE 'FREE-RIDING' TO CVR-VIOLATION
           ELSE
               ADD 1 TO WS-GOOD-FAITH-COUNT
               MOVE 'GOOD-FAITH'  TO CVR-VIOLATION
           END-IF
           PERFORM 0580-COUNT-12-MONTHS
           MOVE WS-RUN-DATE         TO CVR-RUN-DATE
           MOVE VIO-ACCOUNT-NO      TO CVR-ACCOUNT-NO
           MOVE VIO-SYMBOL          TO CVR-SYMBOL
           MOVE VIO-SELL-TRADE-ID   TO CVR-SELL-TRADE-ID
           MOVE VIO-SELL-DATE       TO CVR-SELL-DATE
           MOVE VIO-BUY-TRADE-ID    TO CVR-BUY-TRADE-ID
           MOVE VIO-BUY-SETTLE-DATE TO CVR-BUY-SETTLE-DATE
           MOVE VIO-AMOUNT          TO CVR-AMOUNT
           MOVE WS-12MO-COUNT       TO CVR-12MO-COUNT
           IF VIO-FREE-RIDING
               MOVE 'SOLD BEFORE BUY WAS PAID FOR' TO CVR-REMARKS
           ELSE
               MOVE 'BOUGHT WITH UNSETTLED PROCEEDS' TO CVR-REMARKS
           END-IF
           WRITE CASH-VIOLATION-REPORT-LINE.

       0580-COUNT-12-MONTHS.
           MOVE ZERO TO WS-12MO-COUNT
           IF WS-VT-COUNT > ZERO
               PERFORM 0585-COUNT-ONE-ENTRY
                   VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
           END-IF.

       0585-COUNT-ONE-ENTRY.
           IF WS-VT-ACCOUNT-NO (WS-VT-IDX) = WS-GROUP-ACCOUNT-NO
               AND WS-VT-SELL-DATE (WS-VT-IDX) NOT < WS-YEAR-AGO-DATE
               ADD 1 TO WS-12MO-COUNT
           END-IF.

      *----------------------------------------------------------------
      *  SET A NEW RESTRICTION, AND REFRESH THE OPEN BUYS CARRIED ON
      *  ANY RESTRICTION ALREADY IN FORCE FOR THE ACCOUNT
      *----------------------------------------------------------------
       0600-UPDATE-RESTRICTION.
           MOVE WS-GROUP-ACCOUNT-NO TO RST-ACCOUNT-NO
           READ RESTRICT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RSTR-ON-FILE-SW
               NOT INVALID KEY
                   SET RESTRICTION-ON-FILE TO TRUE
           END-READ

           IF RESTRICTION-ON-FILE OR RESTRICT-ACCOUNT
               MOVE ZERO TO WS-OPEN-BUYS
               IF WS-AT-COUNT > ZERO
                   PERFORM 0560-ADD-OPEN-BUY
                       VARYING WS-AT-FUND-IDX FROM 1 BY 1
                       UNTIL WS-AT-FUND-IDX > WS-AT-COUNT
               END-IF
               IF NOT RESTRICTION-ON-FILE
                   MOVE SPACES TO CASH-RESTRICTION-RECORD
                   MOVE WS-GROUP-ACCOUNT-NO TO RST-ACCOUNT-NO
               END-IF
               IF RESTRICT-ACCOUNT
                   MOVE WS-RUN-DATE          TO RST-START-DATE
                   MOVE WS-RESTRICT-END-DATE TO RST-END-DATE
                   MOVE WS-12MO-COUNT        TO RST-VIOLATION-COUNT
                   PERFORM 0610-REPORT-RESTRICTION
               END-IF
               MOVE WS-OPEN-BUYS TO RST-PENDING-BUYS
               MOVE WS-RUN-DATE  TO RST-AS-OF-DATE
               IF RESTRICTION-ON-FILE
                   REWRITE CASH-RESTRICTION-RECORD
               ELSE
                   WRITE CASH-RESTRICTION-RECORD
               END-IF
           END-IF.

       0610-REPORT-RESTRICTION.
           ADD 1 TO WS-RESTRICTIONS-SET
           MOVE SPACES TO CASH-VIOLATION-REPORT-LINE
           MOVE WS-RUN-DATE         TO CVR-RUN-DATE
           MOVE WS-GROUP-ACCOUNT-NO TO CVR-ACCOUNT-NO
           MOVE 'RESTRICTED'        TO CVR-VIOLATION
           MOVE WS-12MO-COUNT       TO CVR-12MO-COUNT
           STRING 'SETTLED CASH ONLY THRU ' DELIMITED BY SIZE
                  WS-RESTRICT-END-DATE      DELIMITED BY SIZE
                  INTO CVR-REMARKS
           END-STRING
           WRITE CASH-VIOLATION-REPORT-LINE.

      *----------------------------------------------------------------
      *  DROP EXPIRED RESTRICTIONS; A RESTRICTED ACCOUNT WITH NO OPEN
      *  TRADES TONIGHT HAS NO OPEN BUYS TO CARRY
      *----------------------------------------------------------------
       0700-SWEEP-RESTRICTIONS.
           MOVE LOW-VALUES TO RST-ACCOUNT-NO
           START RESTRICT-FILE KEY IS NOT LESS THAN RST-ACCOUNT-NO
               INVALID KEY
                   SET NO-MORE-RESTRICTIONS TO TRUE
           END-START
           IF NOT NO-MORE-RESTRICTIONS
               PERFORM 0710-READ-RESTRICTION
           END-IF
           PERFORM 0720-SWEEP-ONE-RESTRICTION
               UNTIL NO-MORE-RESTRICTIONS.

       0710-READ-RESTRICTION.
           READ RESTRICT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESTRICTIONS TO TRUE
           END-READ.

       0720-SWEEP-ONE-RESTRICTION.
           IF RST-END-DATE < WS-RUN-DATE
               ADD 1 TO WS-RESTRICTIONS-EXPIRED
               DELETE RESTRICT-FILE RECORD
           ELSE
               IF RST-AS-OF-DATE NOT = WS-RUN-DATE
                   MOVE ZERO        TO RST-PENDING-BUYS
                   MOVE WS-RUN-DATE TO RST-AS-OF-DATE
                   REWRITE CASH-RESTRICTION-RECORD
               END-IF
           END-IF
           PERFORM 0710-READ-RESTRICTION.

       0900-TERMINATE.
           CLOSE ACCOUNT-FILE
                 TRADE-FILE
                 VIOLATION-FILE
                 RESTRICT-FILE
                 VIOLATION-RPT

           DISPLAY 'CASHSURV - HISTORY TRADES    : ' WS-HISTORY-RELEASED
           DISPLAY 'CASHSURV - OPEN TRADES       : ' WS-OPEN-RELEASED
           DISPLAY 'CASHSURV - ACCOUNTS REVIEWED : '
               WS-ACCOUNTS-REVIEWED
           DISPLAY 'CASHSURV - GOOD-FAITH        : '
               WS-GOOD-FAITH-COUNT
           DISPLAY 'CASHSURV - FREE-RIDING       : '
               WS-FREE-RIDING-COUNT
           DISPLAY 'CASHSURV - RESTRICTIONS SET  : '
               WS-RESTRICTIONS-SET
           DISPLAY 'CASHSURV - RESTRICTIONS ENDED: '
               WS-RESTRICTIONS-EXPIRED.
