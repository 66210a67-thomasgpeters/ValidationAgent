      *  AND THE CALMAINT HOLIDAY CALENDAR, SO A GOOD TRADE IS NOT
      *  AGED INTO THE FAIL BUCKET ACROSS A WEEKEND OR MARKET HOLIDAY.
      *  A TRADE WITH A MALFORMED SETTLEMENT-DATE AGES AS A FAIL.
      *  A TRADE ON THE STRTMTCH AT-RISK FILE (STILL NOT MATCHED
      *  STREET-SIDE BY THE DAY BEFORE SETTLEMENT) IS MARKED AT-RISK
      *  ON ITS DETAIL LINE WHATEVER ITS BUCKET, AND THE AT-RISK
      *  TRADES ARE TOTALLED ON A LINE OF THEIR OWN AFTER THE BUCKETS.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT AT-RISK-FILE ASSIGN TO "TRDATRSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRADE-FILE
           COPY TRADE-RECORD.

       FD  AGING-RPT
           RECORD CONTAINS 93 CHARACTERS.
           COPY SETLAGE.

       FD  AT-RISK-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY TRDATRSK.

       WORKING-STORAGE SECTION.
       COPY BDAYPARM.

       01  WS-TRADE-FILE-STATUS        PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-RISK-FILE-STATUS         PIC X(2).
           88  WS-RISK-NOT-FOUND           VALUE '35'.

       01  WS-TRADE-EOF-SW             PIC X(1)    VALUE 'N'.
           88  NO-MORE-TRADES              VALUE 'Y'.
       01  WS-RISK-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-RISKS               VALUE 'Y'.
       01  WS-AT-RISK-SW               PIC X(1).
           88  TRADE-IS-AT-RISK            VALUE 'Y'.

       01  WS-RISK-COUNT               PIC 9(5)    VALUE ZERO.
       01  WS-RISK-TABLE.
           05  WS-RSK-ENTRY            OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-RISK-COUNT
                                       INDEXED BY WS-RSK-IDX.
               10  WS-RSK-TRADE-ID     PIC X(16).

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-T2-AMOUNT            PIC S9(11)V99 VALUE ZERO.
           05  WS-FAIL-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-FAIL-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-RISK-TOTAL-COUNT     PIC 9(7)     VALUE ZERO.
           05  WS-RISK-TOTAL-AMOUNT    PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                  INTO WS-RUN-DATE
           END-STRING

           OPEN INPUT AT-RISK-FILE
           IF WS-RISK-NOT-FOUND
               SET NO-MORE-RISKS TO TRUE
           ELSE
               PERFORM 0130-READ-AT-RISK
               PERFORM 0120-LOAD-ONE-AT-RISK
                   UNTIL NO-MORE-RISKS
               CLOSE AT-RISK-FILE
           END-IF

           OPEN INPUT  TRADE-FILE
                OUTPUT AGING-RPT

           PERFORM 0210-READ-TRADE.

       0120-LOAD-ONE-AT-RISK.
           IF WS-RISK-COUNT < 20000
               ADD 1 TO WS-RISK-COUNT
               SET WS-RSK-IDX TO WS-RISK-COUNT
               MOVE ATR-TRADE-ID TO WS-RSK-TRADE-ID (WS-RSK-IDX)
           ELSE
               DISPLAY 'SETLAGER - AT-RISK TABLE FULL, TRADE '
                   ATR-TRADE-ID ' NOT MARKED'
           END-IF
           PERFORM 0130-READ-AT-RISK.

       0130-READ-AT-RISK.
           READ AT-RISK-FILE
               AT END
                   SET NO-MORE-RISKS TO TRUE
           END-READ.

       0200-AGE-TRADES.
           IF NOT TRADE-STATUS-SETTLED AND NOT TRADE-STATUS-CANCELLED
               PERFORM 0300-BUCKET-TRADE
               PERFORM 0350-CHECK-AT-RISK
               PERFORM 0400-PRINT-DETAIL
           END-IF
           PERFORM 0210-READ-TRADE.
               END-IF
           END-IF.

       0350-CHECK-AT-RISK.
           MOVE 'N' TO WS-AT-RISK-SW
           IF WS-RISK-COUNT > ZERO
               SET WS-RSK-IDX TO 1
               SEARCH WS-RSK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RSK-TRADE-ID (WS-RSK-IDX) = TRADE-ID
                       SET TRADE-IS-AT-RISK TO TRUE
               END-SEARCH
           END-IF.

       0400-PRINT-DETAIL.
           MOVE SPACES           TO SETL-AGE-LINE
           MOVE TRADE-ID          TO SAL-TRADE-ID
           MOVE SETTLEMENT-DATE   TO SAL-SETTLEMENT-DATE
           MOVE WS-BUCKET         TO SAL-BUCKET
           MOVE TOTAL-AMOUNT      TO SAL-TOTAL-AMOUNT
           IF TRADE-IS-AT-RISK
               MOVE 'AT-RISK'     TO SAL-AT-RISK
               ADD 1 TO WS-RISK-TOTAL-COUNT
               ADD TOTAL-AMOUNT TO WS-RISK-TOTAL-AMOUNT
           END-IF
           WRITE SETL-AGE-LINE

           EVALUATE WS-BUCKET
           MOVE 'FAIL'          TO SAL-BUCKET
           MOVE WS-FAIL-COUNT   TO SAL-BUCKET-COUNT
           MOVE WS-FAIL-AMOUNT  TO SAL-TOTAL-AMOUNT
           WRITE SETL-AGE-LINE

           MOVE SPACES         TO SETL-AGE-LINE
           MOVE 'AT-RISK'       TO SAL-BUCKET
           MOVE WS-RISK-TOTAL-COUNT  TO SAL-BUCKET-COUNT
           MOVE WS-RISK-TOTAL-AMOUNT TO SAL-TOTAL-AMOUNT
           WRITE SETL-AGE-LINE.

       0900-TERMINATE.
