       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTXFER.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  ACCOUNT-TO-ACCOUNT TRANSFER OF POSITIONS AND CASH
      *  APPLIES A DESK-ENTERED FILE OF TRANSFER INSTRUCTIONS (FULL
      *  OR PARTIAL, ACAT STYLE) SO A CUSTOMER MOVING HOLDINGS BETWEEN
      *  OWN ACCOUNTS, OR A HOUSEHOLD CONSOLIDATING, NO LONGER HAS ITS
      *  POSITIONS RE-KEYED BY HAND:
      *    FULL    - EVERY POSITION WITH QUANTITY IN THE FROM-ACCOUNT
      *              MOVES TO THE TO-ACCOUNT.
      *    PARTIAL - THE NAMED SYMBOL MOVES, FOR THE QUANTITY GIVEN OR
      *              THE WHOLE POSITION WHEN THE QUANTITY IS ZERO; A
      *              BLANK SYMBOL MOVES CASH ONLY.
      *  EACH MOVED POSITION TAKES ITS COST BASIS WITH IT: A PARTIAL
      *  QUANTITY RELIEVES COST AT THE RUNNING AVERAGE AS POSUPDT DOES
      *  ON A SELL, AND THE RECEIVING POSITION IS CREATED AT THE
      *  SOURCE POS-AVG-COST AND POS-OPEN-DATE, OR, WHEN ONE IS
      *  ALREADY HELD, HAS THE COST ADDED, THE AVERAGE RE-DERIVED AND
      *  THE EARLIER OPEN DATE KEPT.  EVERY MOVE IS APPENDED TO THE
      *  XFERLOG TRANSFER LOG, WHICH THE POSVERIF INTEGRITY CHECK
      *  REPLAYS SO A PROPER TRANSFER DOES NOT REPORT AS A BREAK.
      *  AN OPTIONAL CASH AMOUNT IS APPENDED TO THE DAY'S TRANSACTION
      *  FILE AS A PAIRED TRANSFER-OUT / TRANSFER-IN, EACH CARRYING THE
      *  OTHER ACCOUNT IN TRAN-RELATED-ACCT-NO, AND POSTS THROUGH THE
      *  EXISTING ACCTUPDT RUN.
      *  AN INSTRUCTION IS REFUSED WHOLE, AND WRITTEN TO THE XFEREXCP
      *  EXCEPTION REPORT, WHEN EITHER ACCOUNT IS NOT ON FILE OR IS
      *  CLOSED OR FROZEN, THE ACCOUNTS ARE THE SAME, A NAMED POSITION
      *  IS NOT HELD OR IS SMALLER THAN THE QUANTITY ASKED, ANY
      *  POSITION TO BE MOVED HAS A PENDING SELL AGAINST IT ON THE
      *  TRADE MASTER, OR THE CASH ASKED FOR EXCEEDS THE BALANCE OR
      *  COMES FROM A SUSPENDED ACCOUNT (ACCTUPDT WOULD REFUSE THE
      *  DEBIT).  A TRANSFER BETWEEN AN IRA ('IR') AND ANY OTHER TYPE
      *  OF ACCOUNT IS ALSO REFUSED - MONEY LEAVES AN IRA ONLY BY AN
      *  IRADIST DISTRIBUTION AND ENTERS ONLY AS A CONTRIBUTION.  CASH
      *  MOVED BETWEEN TWO IRAS IS MARKED AS AN IRA-TO-IRA TRANSFER SO
      *  ACCTUPDT POSTS IT WITHOUT COUNTING IT AS EITHER.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE ASSIGN TO "XFERINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-POSITION-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT TRADE-MASTER ASSIGN TO "TRDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRADE-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TRANSFER-LOG ASSIGN TO "XFERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-FILE-STATUS.

           SELECT EXCEPTION-RPT ASSIGN TO "XFEREXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTION-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY XFERINST.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  POSITION-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY POSITION.

       FD  TRADE-MASTER
           RECORD CONTAINS 192 CHARACTERS.
           COPY TRADE-RECORD.

       FD  TRAN-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY ACCTTRAN.

       FD  TRANSFER-LOG
           RECORD CONTAINS 97 CHARACTERS.
           COPY XFERLOG.

       FD  EXCEPTION-RPT
           RECORD CONTAINS 124 CHARACTERS.
           COPY XFEREXCP.

       WORKING-STORAGE SECTION.
       01  WS-INST-FILE-STATUS         PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-POS-FILE-STATUS          PIC X(2).
       01  WS-MASTER-FILE-STATUS       PIC X(2).
       01  WS-TRAN-FILE-STATUS         PIC X(2).
       01  WS-XLOG-FILE-STATUS         PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-INST-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-INSTRUCTIONS        VALUE 'Y'.
       01  WS-TRADE-EOF-SW             PIC X(1)    VALUE 'N'.
           88  NO-MORE-TRADES              VALUE 'Y'.
       01  WS-POS-EOF-SW               PIC X(1).
           88  NO-MORE-POSITIONS           VALUE 'Y'.
       01  WS-POS-EXISTS-SW            PIC X(1).
           88  POSITION-EXISTS             VALUE 'Y'.
       01  WS-PENDING-SELL-SW          PIC X(1).
           88  PENDING-SELL-FOUND          VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

       01  WS-EXCEPTION-REASON         PIC X(40).
       01  WS-IRA-ACCOUNT-TYPE         PIC X(2)    VALUE 'IR'.
       01  WS-TO-ACCOUNT-TYPE          PIC X(2).
       01  WS-FROM-ACCOUNT-TYPE        PIC X(2).
       01  WS-MOVED-QUANTITY           PIC S9(9).
       01  WS-MOVED-COST               PIC S9(11)V99.
       01  WS-MOVED-AVG-COST           PIC 9(7)V9(4).
       01  WS-MOVED-OPEN-DATE          PIC X(10).
       01  WS-MOVED-LAST-TRADE-DATE    PIC X(10).

      *    OPEN SELLS ON THE TRADE MASTER, BY ACCOUNT AND SYMBOL.
       01  WS-PENDING-SELL-TABLE.
           05  WS-PS-COUNT             PIC 9(5)    VALUE ZERO.
           05  WS-PS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PS-COUNT
                   INDEXED BY WS-PS-IDX.
               10  WS-PS-ACCOUNT-NO    PIC X(12).
               10  WS-PS-SYMBOL        PIC X(10).

      *    THE POSITIONS ONE INSTRUCTION WILL MOVE.
       01  WS-MOVE-TABLE.
           05  WS-MV-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-MV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MV-COUNT
                   INDEXED BY WS-MV-IDX.
               10  WS-MV-SYMBOL        PIC X(10).
               10  WS-MV-QUANTITY      PIC S9(9).

       01  WS-COUNTERS.
           05  WS-INSTRUCTIONS-READ    PIC 9(7)    VALUE ZERO.
           05  WS-INSTRUCTIONS-APPLIED PIC 9(7)    VALUE ZERO.
           05  WS-INSTRUCTIONS-EXCEPT  PIC 9(7)    VALUE ZERO.
           05  WS-POSITIONS-MOVED      PIC 9(7)    VALUE ZERO.
           05  WS-POSITIONS-CREATED    PIC 9(7)    VALUE ZERO.
           05  WS-CASH-TRANSFERS       PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-INSTRUCTIONS
               UNTIL NO-MORE-INSTRUCTIONS
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

           OPEN INPUT  INSTRUCTION-FILE
                INPUT  ACCOUNT-FILE
                I-O    POSITION-FILE
                INPUT  TRADE-MASTER
                EXTEND TRAN-FILE
                EXTEND TRANSFER-LOG
                OUTPUT EXCEPTION-RPT

           PERFORM 0110-LOAD-PENDING-SELLS
           CLOSE TRADE-MASTER

           PERFORM 0210-READ-INSTRUCTION.

      *----------------------------------------------------------------
      *  LOAD EVERY PENDING SELL FROM THE TRADE MASTER
      *----------------------------------------------------------------
       0110-LOAD-PENDING-SELLS.
           PERFORM 0120-READ-TRADE
           PERFORM 0130-LOAD-ONE-TRADE
               UNTIL NO-MORE-TRADES.

       0120-READ-TRADE.
           READ TRADE-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-TRADES TO TRUE
           END-READ.

       0130-LOAD-ONE-TRADE.
           IF TRADE-STATUS-PENDING AND TRADE-TYPE-SELL
               IF WS-PS-COUNT < 5000
                   ADD 1 TO WS-PS-COUNT
                   MOVE CUSTOMER-ID  TO WS-PS-ACCOUNT-NO (WS-PS-COUNT)
                   MOVE TRADE-SYMBOL TO WS-PS-SYMBOL (WS-PS-COUNT)
               ELSE
                   DISPLAY 'ACCTXFER - PENDING SELL TABLE FULL AT '
                       TRADE-ID
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0120-READ-TRADE.

       0200-PROCESS-INSTRUCTIONS.
           ADD 1 TO WS-INSTRUCTIONS-READ
           MOVE SPACES TO WS-EXCEPTION-REASON
           PERFORM 0300-EDIT-INSTRUCTION
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 0400-BUILD-MOVE-TABLE
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 0500-APPLY-INSTRUCTION
               ADD 1 TO WS-INSTRUCTIONS-APPLIED
           ELSE
               PERFORM 0800-WRITE-EXCEPTION
           END-IF
           PERFORM 0210-READ-INSTRUCTION.

       0210-READ-INSTRUCTION.
           READ INSTRUCTION-FILE
               AT END
                   SET NO-MORE-INSTRUCTIONS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  INSTRUCTION AND ACCOUNT EDITS.  THE TO-ACCOUNT IS READ FIRST
      *  SO THE FROM-ACCOUNT'S STATUS AND BALANCE ARE KEPT AFTER IT.
      *----------------------------------------------------------------
       0300-EDIT-INSTRUCTION.
           IF NOT XFI-TYPE-FULL AND NOT XFI-TYPE-PARTIAL
               STRING 'UNKNOWN TRANSFER TYPE'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF XFI-QUANTITY NOT NUMERIC
               OR XFI-CASH-AMOUNT NOT NUMERIC
               STRING 'QUANTITY OR CASH AMOUNT NOT NUMERIC'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF XFI-FROM-ACCOUNT-NO = XFI-TO-ACCOUNT-NO
               STRING 'FROM AND TO ACCOUNT ARE THE SAME'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF XFI-TYPE-PARTIAL AND XFI-SYMBOL = SPACES
               AND XFI-CASH-AMOUNT = ZERO
               STRING 'NOTHING TO TRANSFER'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE
               PERFORM 0310-EDIT-TO-ACCOUNT
               IF WS-EXCEPTION-REASON = SPACES
                   PERFORM 0320-EDIT-FROM-ACCOUNT
               END-IF
           END-IF.

       0310-EDIT-TO-ACCOUNT.
           MOVE XFI-TO-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   STRING 'TO ACCOUNT NOT ON FILE'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   MOVE ACCOUNT-TYPE TO WS-TO-ACCOUNT-TYPE
                   IF ACCT-STATUS-CLOSED
                       STRING 'TO ACCOUNT IS CLOSED'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF ACCT-STATUS-FROZEN
                       STRING 'TO ACCOUNT IS FROZEN'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   END-IF
           END-READ.

       0320-EDIT-FROM-ACCOUNT.
           MOVE XFI-FROM-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   STRING 'FROM ACCOUNT NOT ON FILE'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   MOVE ACCOUNT-TYPE TO WS-FROM-ACCOUNT-TYPE
                   IF ACCT-STATUS-CLOSED
                       STRING 'FROM ACCOUNT IS CLOSED'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF ACCT-STATUS-FROZEN
                       STRING 'FROM ACCOUNT IS FROZEN'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF (WS-FROM-ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE
                         OR WS-TO-ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE)
                       AND WS-FROM-ACCOUNT-TYPE NOT = WS-TO-ACCOUNT-TYPE
                       STRING 'IRA - USE DISTRIBUTION OR CONTRIBUTION'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF XFI-CASH-AMOUNT > ZERO
                       AND ACCT-STATUS-SUSPENDED
                       STRING 'CASH FROM A SUSPENDED ACCOUNT'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF XFI-CASH-AMOUNT > BALANCE
                       STRING 'CASH EXCEEDS ACCOUNT BALANCE'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  LIST THE POSITIONS TO MOVE AND REFUSE THE INSTRUCTION IF ANY
      *  ONE OF THEM HAS A PENDING SELL AGAINST IT
      *----------------------------------------------------------------
       0400-BUILD-MOVE-TABLE.
           MOVE ZERO TO WS-MV-COUNT
           IF XFI-TYPE-FULL
               PERFORM 0410-START-ACCOUNT-POSITIONS
               PERFORM 0430-LIST-ONE-POSITION
                   UNTIL NO-MORE-POSITIONS
           ELSE
               IF XFI-SYMBOL NOT = SPACES
                   PERFORM 0440-LIST-NAMED-POSITION
               END-IF
           END-IF

           IF WS-EXCEPTION-REASON = SPACES
               AND WS-MV-COUNT = ZERO
               AND XFI-CASH-AMOUNT = ZERO
               STRING 'NOTHING TO TRANSFER'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           END-IF

           IF WS-EXCEPTION-REASON = SPACES
               AND WS-MV-COUNT > ZERO
               MOVE 'N' TO WS-PENDING-SELL-SW
               PERFORM 0450-CHECK-PENDING-SELL
                   VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
                      OR PENDING-SELL-FOUND
           END-IF.

       0410-START-ACCOUNT-POSITIONS.
           MOVE 'N' TO WS-POS-EOF-SW
           MOVE XFI-FROM-ACCOUNT-NO TO POS-CUSTOMER-ID
           MOVE LOW-VALUES          TO POS-SYMBOL
           START POSITION-FILE KEY IS NOT LESS THAN POS-POSITION-KEY
               INVALID KEY
                   SET NO-MORE-POSITIONS TO TRUE
           END-START
           PERFORM 0420-READ-NEXT-POSITION.

       0420-READ-NEXT-POSITION.
           IF NOT NO-MORE-POSITIONS
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-POSITIONS TO TRUE
               END-READ
           END-IF
           IF NOT NO-MORE-POSITIONS
               AND POS-CUSTOMER-ID NOT = XFI-FROM-ACCOUNT-NO
               SET NO-MORE-POSITIONS TO TRUE
           END-IF.

       0430-LIST-ONE-POSITION.
           IF POS-QUANTITY > ZERO
               IF WS-MV-COUNT < 500
                   ADD 1 TO WS-MV-COUNT
                   MOVE POS-SYMBOL   TO WS-MV-SYMBOL (WS-MV-COUNT)
                   MOVE POS-QUANTITY TO WS-MV-QUANTITY (WS-MV-COUNT)
               ELSE
                   STRING 'TOO MANY POSITIONS FOR ONE TRANSFER'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   SET NO-MORE-POSITIONS TO TRUE
               END-IF
           END-IF
           PERFORM 0420-READ-NEXT-POSITION.

       0440-LIST-NAMED-POSITION.
           PERFORM 0460-READ-FROM-POSITION
           IF NOT POSITION-EXISTS OR POS-QUANTITY NOT > ZERO
               STRING 'POSITION NOT HELD IN FROM ACCOUNT'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF XFI-QUANTITY > POS-QUANTITY
               STRING 'QUANTITY EXCEEDS POSITION HELD'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE
               MOVE 1 TO WS-MV-COUNT
               MOVE XFI-SYMBOL TO WS-MV-SYMBOL (1)
               IF XFI-QUANTITY = ZERO
                   MOVE POS-QUANTITY TO WS-MV-QUANTITY (1)
               ELSE
                   MOVE XFI-QUANTITY TO WS-MV-QUANTITY (1)
               END-IF
           END-IF.

       0450-CHECK-PENDING-SELL.
           IF WS-PS-COUNT > ZERO
               SET WS-PS-IDX TO 1
               SEARCH WS-PS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PS-ACCOUNT-NO (WS-PS-IDX)
                           = XFI-FROM-ACCOUNT-NO
                       AND WS-PS-SYMBOL (WS-PS-IDX)
                           = WS-MV-SYMBOL (WS-MV-IDX)
                       SET PENDING-SELL-FOUND TO TRUE
                       STRING 'PENDING SELL OPEN IN '
                                                DELIMITED BY SIZE
                              WS-MV-SYMBOL (WS-MV-IDX)
                                                DELIMITED BY SPACE
                              INTO WS-EXCEPTION-REASON
                       END-STRING
               END-SEARCH
           END-IF.

       0460-READ-FROM-POSITION.
           MOVE 'Y' TO WS-POS-EXISTS-SW
           MOVE XFI-FROM-ACCOUNT-NO TO POS-CUSTOMER-ID
           MOVE XFI-SYMBOL          TO POS-SYMBOL
           READ POSITION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POS-EXISTS-SW
           END-READ.

      *----------------------------------------------------------------
      *  MOVE THE POSITIONS, THEN THE CASH
      *----------------------------------------------------------------
       0500-APPLY-INSTRUCTION.
           IF WS-MV-COUNT > ZERO
               PERFORM 0510-MOVE-ONE-POSITION
                   VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
           END-IF
           IF XFI-CASH-AMOUNT > ZERO
               PERFORM 0600-WRITE-CASH-TRANSFER
           END-IF.

      *    THE WHOLE POSITION TAKES ITS WHOLE COST; PART OF IT TAKES
      *    COST AT THE RUNNING AVERAGE, AS POSUPDT RELIEVES A SELL.
       0510-MOVE-ONE-POSITION.
           MOVE 'Y' TO WS-POS-EXISTS-SW
           MOVE XFI-FROM-ACCOUNT-NO      TO POS-CUSTOMER-ID
           MOVE WS-MV-SYMBOL (WS-MV-IDX) TO POS-SYMBOL
           READ POSITION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POS-EXISTS-SW
           END-READ

           IF POSITION-EXISTS
               MOVE WS-MV-QUANTITY (WS-MV-IDX) TO WS-MOVED-QUANTITY
               MOVE POS-AVG-COST        TO WS-MOVED-AVG-COST
               MOVE POS-OPEN-DATE       TO WS-MOVED-OPEN-DATE
               MOVE POS-LAST-TRADE-DATE TO WS-MOVED-LAST-TRADE-DATE
               IF WS-MOVED-QUANTITY = POS-QUANTITY
                   MOVE POS-TOTAL-COST TO WS-MOVED-COST
               ELSE
                   COMPUTE WS-MOVED-COST ROUNDED =
                       WS-MOVED-QUANTITY * POS-AVG-COST
               END-IF
               SUBTRACT WS-MOVED-QUANTITY FROM POS-QUANTITY
               SUBTRACT WS-MOVED-COST     FROM POS-TOTAL-COST
               IF POS-QUANTITY = ZERO
                   MOVE ZERO TO POS-AVG-COST
                   MOVE ZERO TO POS-TOTAL-COST
               END-IF
               REWRITE POSITION-RECORD
               PERFORM 0520-RECEIVE-POSITION
               PERFORM 0700-WRITE-TRANSFER-LOG
               ADD 1 TO WS-POSITIONS-MOVED
           END-IF.

       0520-RECEIVE-POSITION.
           MOVE 'Y' TO WS-POS-EXISTS-SW
           MOVE XFI-TO-ACCOUNT-NO        TO POS-CUSTOMER-ID
           MOVE WS-MV-SYMBOL (WS-MV-IDX) TO POS-SYMBOL
           READ POSITION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POS-EXISTS-SW
           END-READ

           IF POSITION-EXISTS
               ADD WS-MOVED-QUANTITY TO POS-QUANTITY
               ADD WS-MOVED-COST     TO POS-TOTAL-COST
               IF POS-QUANTITY > ZERO
                   COMPUTE POS-AVG-COST ROUNDED =
                       POS-TOTAL-COST / POS-QUANTITY
               ELSE
                   MOVE ZERO TO POS-AVG-COST
               END-IF
               IF POS-OPEN-DATE = SPACES
                   OR WS-MOVED-OPEN-DATE < POS-OPEN-DATE
                   MOVE WS-MOVED-OPEN-DATE TO POS-OPEN-DATE
               END-IF
               REWRITE POSITION-RECORD
           ELSE
               MOVE SPACES                   TO POSITION-RECORD
               MOVE XFI-TO-ACCOUNT-NO        TO POS-CUSTOMER-ID
               MOVE WS-MV-SYMBOL (WS-MV-IDX) TO POS-SYMBOL
               MOVE WS-MOVED-QUANTITY        TO POS-QUANTITY
               MOVE WS-MOVED-AVG-COST        TO POS-AVG-COST
               MOVE WS-MOVED-COST            TO POS-TOTAL-COST
               MOVE WS-MOVED-LAST-TRADE-DATE TO POS-LAST-TRADE-DATE
               MOVE WS-MOVED-OPEN-DATE       TO POS-OPEN-DATE
               WRITE POSITION-RECORD
               ADD 1 TO WS-POSITIONS-CREATED
           END-IF.

       0600-WRITE-CASH-TRANSFER.
           ADD 1 TO WS-CASH-TRANSFERS
           MOVE SPACES          TO ACCT-TRAN-RECORD
           STRING 'XF'            DELIMITED BY SIZE
                  XFI-TRANSFER-ID DELIMITED BY SIZE
                  'T'             DELIMITED BY SIZE
                  INTO TRAN-ID
           END-STRING
           MOVE XFI-FROM-ACCOUNT-NO TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE         TO TRAN-DATE
           SET TRAN-TYPE-TRANSFER-OUT TO TRUE
           MOVE XFI-CASH-AMOUNT     TO TRAN-AMOUNT
           MOVE XFI-TO-ACCOUNT-NO   TO TRAN-RELATED-ACCT-NO
           IF WS-FROM-ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE
               SET TRAN-IRA-TRANSFER TO TRUE
           END-IF
           WRITE ACCT-TRAN-RECORD

           MOVE SPACES          TO ACCT-TRAN-RECORD
           STRING 'XF'            DELIMITED BY SIZE
                  XFI-TRANSFER-ID DELIMITED BY SIZE
                  'I'             DELIMITED BY SIZE
                  INTO TRAN-ID
           END-STRING
           MOVE XFI-TO-ACCOUNT-NO   TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE         TO TRAN-DATE
           SET TRAN-TYPE-TRANSFER-IN TO TRUE
           MOVE XFI-CASH-AMOUNT     TO TRAN-AMOUNT
           MOVE XFI-FROM-ACCOUNT-NO TO TRAN-RELATED-ACCT-NO
           IF WS-TO-ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE
               SET TRAN-IRA-TRANSFER TO TRUE
           END-IF
           WRITE ACCT-TRAN-RECORD.

       0700-WRITE-TRANSFER-LOG.
           MOVE SPACES                   TO TRANSFER-LOG-RECORD
           MOVE WS-RUN-DATE              TO XFL-RUN-DATE
           MOVE XFI-TRANSFER-ID          TO XFL-TRANSFER-ID
           MOVE XFI-FROM-ACCOUNT-NO      TO XFL-FROM-ACCOUNT-NO
           MOVE XFI-TO-ACCOUNT-NO        TO XFL-TO-ACCOUNT-NO
           MOVE WS-MV-SYMBOL (WS-MV-IDX) TO XFL-SYMBOL
           MOVE WS-MOVED-QUANTITY        TO XFL-QUANTITY
           MOVE WS-MOVED-COST            TO XFL-TOTAL-COST
           MOVE WS-MOVED-AVG-COST        TO XFL-AVG-COST
           MOVE WS-MOVED-OPEN-DATE       TO XFL-OPEN-DATE
           WRITE TRANSFER-LOG-RECORD.

       0800-WRITE-EXCEPTION.
           ADD 1 TO WS-INSTRUCTIONS-EXCEPT
           MOVE SPACES              TO TRANSFER-EXCEPTION-LINE
           MOVE WS-RUN-DATE          TO XFX-RUN-DATE
           MOVE XFI-TRANSFER-ID      TO XFX-TRANSFER-ID
           MOVE XFI-TRANSFER-TYPE    TO XFX-TRANSFER-TYPE
           MOVE XFI-FROM-ACCOUNT-NO  TO XFX-FROM-ACCOUNT-NO
           MOVE XFI-TO-ACCOUNT-NO    TO XFX-TO-ACCOUNT-NO
           MOVE XFI-SYMBOL           TO XFX-SYMBOL
           IF XFI-QUANTITY NUMERIC
               MOVE XFI-QUANTITY     TO XFX-QUANTITY
           END-IF
           IF XFI-CASH-AMOUNT NUMERIC
               MOVE XFI-CASH-AMOUNT  TO XFX-CASH-AMOUNT
           END-IF
           MOVE WS-EXCEPTION-REASON  TO XFX-REASON
           WRITE TRANSFER-EXCEPTION-LINE.

       0900-TERMINATE.
           CLOSE INSTRUCTION-FILE
                 ACCOUNT-FILE
                 POSITION-FILE
                 TRAN-FILE
                 TRANSFER-LOG
                 EXCEPTION-RPT

           DISPLAY 'ACCTXFER - INSTRUCTIONS READ: '
               WS-INSTRUCTIONS-READ
           DISPLAY 'ACCTXFER - APPLIED          : '
               WS-INSTRUCTIONS-APPLIED
           DISPLAY 'ACCTXFER - EXCEPTIONS       : '
               WS-INSTRUCTIONS-EXCEPT
           DISPLAY 'ACCTXFER - POSITIONS MOVED  : ' WS-POSITIONS-MOVED
           DISPLAY 'ACCTXFER - POSITIONS CREATED: '
               WS-POSITIONS-CREATED
           DISPLAY 'ACCTXFER - CASH TRANSFERS   : ' WS-CASH-TRANSFERS.
