      *  DATE THAT FALLS ON A WEEKEND OR MARKET HOLIDAY IS FLAGGED
      *  WITH A CONSOLE WARNING SO THE DESK CAN RE-PAPER IT BEFORE
      *  IT AGES INTO THE FAIL BUCKET.
      *  A PENDING TRADE THAT STRTMTCH HAS FLAGGED AT RISK (STILL NOT
      *  MATCHED STREET-SIDE BY THE DAY BEFORE SETTLEMENT) IS CALLED
      *  OUT THE SAME WAY, WITH THE REASON, SO THE DESK CAN CHASE THE
      *  BROKER BEFORE THE TRADE FAILS.  THE FLAG IS INFORMATIONAL -
      *  IT DOES NOT STOP THE TRADE SETTLING.
      *
      *  THE RUN IS SAFELY RERUNNABLE AFTER AN ABEND.  EACH DUE TRADE
      *  IS A COMMIT UNIT BRACKETED BY THE TRDSCKPT CHECKPOINT: THE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT AT-RISK-FILE ASSIGN TO "TRDATRSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRADE-MASTER
           RECORD CONTAINS 60 CHARACTERS.
           COPY SETLCKPT.

       FD  AT-RISK-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY TRDATRSK.

       WORKING-STORAGE SECTION.
       COPY BDAYPARM.

           88  WS-SETTLED-NOT-FOUND        VALUE '35'.
       01  WS-CKPT-FILE-STATUS         PIC X(2).
           88  WS-CKPT-NOT-FOUND           VALUE '35'.
       01  WS-RISK-FILE-STATUS         PIC X(2).
           88  WS-RISK-NOT-FOUND           VALUE '35'.

       01  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
           88  NO-MORE-TRADES              VALUE 'Y'.
           88  NO-MORE-SCAN                VALUE 'Y'.
       01  WS-TRADE-FOUND-SW           PIC X(1).
           88  IN-FLIGHT-TRADE-ON-FILE     VALUE 'Y'.
       01  WS-RISK-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-RISKS               VALUE 'Y'.

       01  WS-RISK-COUNT               PIC 9(5)    VALUE ZERO.
       01  WS-RISK-TABLE.
           05  WS-RSK-ENTRY            OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-RISK-COUNT
                                       INDEXED BY WS-RSK-IDX.
               10  WS-RSK-TRADE-ID     PIC X(16).
               10  WS-RSK-REASON       PIC X(30).

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-TRANS-GENERATED      PIC 9(7)    VALUE ZERO.
           05  WS-NONBUS-WARNINGS      PIC 9(7)    VALUE ZERO.
           05  WS-TRADES-REPAIRED      PIC 9(7)    VALUE ZERO.
           05  WS-AT-RISK-WARNINGS     PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                  INTO WS-RUN-DATE
           END-STRING

           PERFORM 0120-LOAD-AT-RISK

           PERFORM 0150-READ-CHECKPOINT
           IF PRIOR-RUN-IN-FLIGHT
               PERFORM 0160-SCAN-FOR-IN-FLIGHT-LEGS

           PERFORM 0210-READ-TRADE.

       0120-LOAD-AT-RISK.
           OPEN INPUT AT-RISK-FILE
           IF WS-RISK-NOT-FOUND
               SET NO-MORE-RISKS TO TRUE
           ELSE
               PERFORM 0130-READ-AT-RISK
               PERFORM 0125-LOAD-ONE-AT-RISK
                   UNTIL NO-MORE-RISKS
               CLOSE AT-RISK-FILE
           END-IF.

       0125-LOAD-ONE-AT-RISK.
           IF WS-RISK-COUNT < 20000
               ADD 1 TO WS-RISK-COUNT
               SET WS-RSK-IDX TO WS-RISK-COUNT
               MOVE ATR-TRADE-ID TO WS-RSK-TRADE-ID (WS-RSK-IDX)
               MOVE ATR-REASON   TO WS-RSK-REASON (WS-RSK-IDX)
           ELSE
               DISPLAY 'TRDSETL - AT-RISK TABLE FULL, TRADE '
                   ATR-TRADE-ID ' NOT CALLED OUT'
           END-IF
           PERFORM 0130-READ-AT-RISK.

       0130-READ-AT-RISK.
           READ AT-RISK-FILE
               AT END
                   SET NO-MORE-RISKS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  RESTART DETECTION AND REPAIR
      *----------------------------------------------------------------
           ADD 1 TO WS-TRADES-READ
           IF TRADE-STATUS-PENDING
               PERFORM 0250-CHECK-SETTLE-DATE
               PERFORM 0260-CHECK-AT-RISK
               IF SETTLEMENT-DATE NOT > WS-RUN-DATE
                   ADD 1 TO WS-TRADES-DUE
                   PERFORM 0300-SETTLE-TRADE
                   ' SETTLES ON NON-BUSINESS DAY ' SETTLEMENT-DATE
           END-IF.

       0260-CHECK-AT-RISK.
           IF WS-RISK-COUNT > ZERO
               SET WS-RSK-IDX TO 1
               SEARCH WS-RSK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RSK-TRADE-ID (WS-RSK-IDX) = TRADE-ID
                       ADD 1 TO WS-AT-RISK-WARNINGS
                       DISPLAY 'TRDSETL - AT RISK: TRADE ' TRADE-ID
                           ' SETTLING ' SETTLEMENT-DATE ' - '
                           WS-RSK-REASON (WS-RSK-IDX)
               END-SEARCH
           END-IF.

       0210-READ-TRADE.
           IF NOT NO-MORE-TRADES
               READ TRADE-MASTER NEXT RECORD
           DISPLAY 'TRDSETL - NON-BUS WARNINGS: '
               WS-NONBUS-WARNINGS
           DISPLAY 'TRDSETL - TRADES REPAIRED : '
               WS-TRADES-REPAIRED
           DISPLAY 'TRDSETL - AT-RISK WARNINGS: '
               WS-AT-RISK-WARNINGS.
