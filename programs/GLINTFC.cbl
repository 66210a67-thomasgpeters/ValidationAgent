       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLINTFC.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  NIGHTLY GENERAL-LEDGER INTERFACE AND FIRM TRIAL BALANCE
      *  RUNS AFTER ACCTUPDT HAS POSTED THE DAY.  EVERY CUSTOMER CASH
      *  MOVEMENT THAT REACHED THE ACCOUNT MASTER PASSES THROUGH THE
      *  POSTED-TRANSACTION EXTRACT (ACCTPSTD), SO THAT EXTRACT - THE
      *  RECORDS CARRYING TODAY'S TRAN-DATE - IS THE SOURCE OF THE
      *  JOURNAL.  EACH POSTING IS CLASSIFIED BY WHERE IT CAME FROM:
      *    - A TRAN-ID ON TODAY'S TRDCANCL LOG, MOVING CASH IN THE
      *      REVERSING DIRECTION, IS A SETTLED-TRADE REVERSAL (THE
      *      LOGGED COMMISSION SPLITS PRINCIPAL FROM COMMISSION).
      *    - A TRAN-ID ON THE TRADE MASTER FOR THE SAME CUSTOMER IS
      *      TRDSETL SETTLEMENT CASH (THE TRADE'S COMMISSION SPLITS
      *      PRINCIPAL FROM COMMISSION).
      *    - AN 'MI' WITHDRAWAL IS MRGNACCR MARGIN INTEREST; A 'DV'
      *      DEPOSIT IS A CORPACT CASH DIVIDEND.
      *    - ANYTHING ELSE IS A CUSTOMER DEPOSIT, WITHDRAWAL OR
      *      TRANSFER BY ITS TRAN-TYPE.
      *  BROKER COMMISSION PAYABLE IS TAKEN FROM THE BRKCOMMP
      *  REMITTANCE RECORDS CARRYING TODAY'S RUN DATE - THE SAME
      *  PAYABLE FIGURES AS THE BRKLEDG LEDGER, WITH THE DATE THAT
      *  LETS THEM BE JOURNALED EXACTLY ONCE.
      *  THE GL ACCOUNTS AND DEBIT/CREDIT SIDES COME FROM THE
      *  MAINTAINABLE CHART-OF-ACCOUNTS MAPPING FILE (GLMAP), SO A NEW
      *  ACCOUNT OR A RE-MAPPING NEEDS NO PROGRAM CHANGE.  A MOVEMENT
      *  WITH NO MAPPING, OR WHOSE MAPPED LEGS DO NOT BALANCE, IS NOT
      *  JOURNALED; IT PRINTS ON THE TRIAL BALANCE AS UNMAPPED.
      *  THE TRIAL BALANCE TOTALS EVERY GL ACCOUNT, PROVES DEBITS
      *  EQUAL CREDITS, AND PROVES THE SUM OF BALANCE OVER THE WHOLE
      *  ACCOUNT MASTER MOVED FROM THE LAST BUSINESS DATE TO TODAY BY
      *  EXACTLY THE NET CUSTOMER CASH JOURNALED.  THE PRIOR TOTAL IS
      *  CARRIED IN THE ONE-RECORD GLBALCF FILE, WHICH KEEPS THE LAST
      *  TWO DATES SO A RERUN OF THE SAME NIGHT STILL PROVES AGAINST
      *  THE DAY BEFORE.  EITHER PROOF FAILING SETS A NON-ZERO RETURN
      *  CODE, AS BATBALNC DOES, SO THE SCHEDULER STOPS THE NIGHT.
      *  THE JOURNAL FEED IS WRITTEN FRESH EACH RUN FOR THE GL SYSTEM
      *  TO COLLECT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE ASSIGN TO "ACCTPSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CANCEL-LOG ASSIGN TO "TRDCXLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT TRADE-MASTER ASSIGN TO "TRDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRADE-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN TO "BRKREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT BALANCE-CTL-FILE ASSIGN TO "GLBALCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCF-FILE-STATUS.

           SELECT JOURNAL-FEED ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT TRIAL-RPT ASSIGN TO "GLTRIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY ACCTTRAN.

       FD  MAP-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY GLMAP.

       FD  CANCEL-LOG
           RECORD CONTAINS 122 CHARACTERS.
           COPY TRDCXLG.

       FD  TRADE-MASTER
           RECORD CONTAINS 192 CHARACTERS.
           COPY TRADE-RECORD.

       FD  REMIT-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY BRKREMIT.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  BALANCE-CTL-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY GLBALCF.

       FD  JOURNAL-FEED
           RECORD CONTAINS 109 CHARACTERS.
           COPY GLJRNL.

       FD  TRIAL-RPT
           RECORD CONTAINS 116 CHARACTERS.
           COPY GLTRIAL.

       FD  CONTROL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY BATCTL.

       WORKING-STORAGE SECTION.
       01  WS-POSTED-FILE-STATUS       PIC X(2).
       01  WS-MAP-FILE-STATUS          PIC X(2).
       01  WS-LOG-FILE-STATUS          PIC X(2).
           88  WS-LOG-NOT-FOUND            VALUE '35'.
       01  WS-MASTER-FILE-STATUS       PIC X(2).
       01  WS-REMIT-FILE-STATUS        PIC X(2).
           88  WS-REMIT-NOT-FOUND          VALUE '35'.
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-BALCF-FILE-STATUS        PIC X(2).
           88  WS-BALCF-NOT-FOUND          VALUE '35'.
       01  WS-FEED-FILE-STATUS         PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).

       01  WS-POSTED-EOF-SW            PIC X(1)    VALUE 'N'.
           88  NO-MORE-POSTINGS            VALUE 'Y'.
       01  WS-MAP-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-MAPPINGS            VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-LOG                 VALUE 'Y'.
       01  WS-REMIT-EOF-SW             PIC X(1)    VALUE 'N'.
           88  NO-MORE-REMITS              VALUE 'Y'.
       01  WS-ACCT-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-ACCOUNTS            VALUE 'Y'.
       01  WS-PRIOR-FOUND-SW           PIC X(1)    VALUE 'N'.
           88  PRIOR-BALANCE-ON-FILE       VALUE 'Y'.
       01  WS-CXL-FOUND-SW             PIC X(1).
           88  REVERSAL-ON-LOG             VALUE 'Y'.
       01  WS-TRADE-FOUND-SW           PIC X(1).
           88  SETTLEMENT-TRADE-FOUND      VALUE 'Y'.
       01  WS-GLA-FOUND-SW             PIC X(1).
           88  GL-ACCOUNT-IN-TABLE         VALUE 'Y'.
       01  WS-ENTRY-OK-SW              PIC X(1).
           88  ENTRY-IS-BALANCED           VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

      *    THE MOVEMENT BEING JOURNALED AND ITS COMPONENT AMOUNTS
       01  WS-MOVEMENT-CODE            PIC X(8).
       01  WS-SOURCE-REF               PIC X(16).
       01  WS-SOURCE-ACCOUNT-NO        PIC X(12).
       01  WS-MOVEMENT-AMOUNT          PIC S9(11)V99.
       01  WS-MOVEMENT-PRINCIPAL       PIC S9(11)V99.
       01  WS-MOVEMENT-COMMISSION      PIC S9(11)V99.
       01  WS-CUSTOMER-NET             PIC S9(11)V99.
       01  WS-LEG-AMOUNT               PIC S9(11)V99.
       01  WS-LEG-DR-CR                PIC X(1).
       01  WS-ENTRY-DEBITS             PIC S9(13)V99.
       01  WS-ENTRY-CREDITS            PIC S9(13)V99.
       01  WS-UNMAPPED-REASON          PIC X(20).
       01  WS-GL-ACCOUNT-KEY           PIC X(10).

       01  WS-ENTRY-NO                 PIC 9(7)    VALUE ZERO.
       01  WS-LINE-NO                  PIC 9(2)    VALUE ZERO.
       01  WS-LEG-COUNT                PIC 9(2)    VALUE ZERO.
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY            OCCURS 1 TO 20 TIMES
                                       DEPENDING ON WS-LEG-COUNT
                                       INDEXED BY WS-LEG-IDX.
               10  WS-LEG-GL-ACCOUNT   PIC X(10).
               10  WS-LEG-SIDE         PIC X(1).
               10  WS-LEG-VALUE        PIC 9(11)V99.
               10  WS-LEG-DESCRIPTION  PIC X(30).

       01  WS-MAP-COUNT                PIC 9(3)    VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY            OCCURS 1 TO 300 TIMES
                                       DEPENDING ON WS-MAP-COUNT
                                       INDEXED BY WS-MAP-IDX.
               10  WS-MAP-MOVEMENT-CODE PIC X(8).
               10  WS-MAP-COMPONENT    PIC X(4).
               10  WS-MAP-DR-CR        PIC X(1).
               10  WS-MAP-GL-ACCOUNT   PIC X(10).
               10  WS-MAP-DESCRIPTION  PIC X(30).

       01  WS-CXL-COUNT                PIC 9(4)    VALUE ZERO.
       01  WS-CXL-TABLE.
           05  WS-CXL-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-CXL-COUNT
                                       INDEXED BY WS-CXL-IDX.
               10  WS-CXL-TRADE-ID     PIC X(16).
               10  WS-CXL-CUSTOMER-ID  PIC X(12).
               10  WS-CXL-TRADE-TYPE   PIC X(4).
               10  WS-CXL-COMMISSION   PIC 9(7)V99.

       01  WS-GLA-COUNT                PIC 9(3)    VALUE ZERO.
       01  WS-GL-ACCOUNT-TABLE.
           05  WS-GLA-ENTRY            OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-GLA-COUNT
                                       INDEXED BY WS-GLA-IDX.
               10  WS-GLA-GL-ACCOUNT   PIC X(10).
               10  WS-GLA-DESCRIPTION  PIC X(30).
               10  WS-GLA-DEBITS       PIC S9(13)V99.
               10  WS-GLA-CREDITS      PIC S9(13)V99.

       01  WS-PROOF-AMOUNTS.
           05  WS-OPENING-DATE         PIC X(10)     VALUE SPACES.
           05  WS-OPENING-TOTAL        PIC S9(13)V99 VALUE ZERO.
           05  WS-CLOSING-TOTAL        PIC S9(13)V99 VALUE ZERO.
           05  WS-MASTER-MOVEMENT      PIC S9(13)V99 VALUE ZERO.
           05  WS-JOURNALED-NET        PIC S9(13)V99 VALUE ZERO.
           05  WS-PROOF-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC S9(13)V99 VALUE ZERO.
           05  WS-GLA-NET              PIC S9(13)V99 VALUE ZERO.

       01  WS-SAVED-BALANCE-CONTROL.
           05  WS-SAVED-PRIOR-DATE     PIC X(10)     VALUE SPACES.
           05  WS-SAVED-PRIOR-TOTAL    PIC S9(13)V99 VALUE ZERO.
           05  WS-SAVED-CURRENT-DATE   PIC X(10)     VALUE SPACES.
           05  WS-SAVED-CURRENT-TOTAL  PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-POSTINGS-READ        PIC 9(7)    VALUE ZERO.
           05  WS-POSTINGS-OTHER-DATE  PIC 9(7)    VALUE ZERO.
           05  WS-POSTINGS-SELECTED    PIC 9(7)    VALUE ZERO.
           05  WS-REMITS-SELECTED      PIC 9(7)    VALUE ZERO.
           05  WS-MOVEMENTS-JOURNALED  PIC 9(7)    VALUE ZERO.
           05  WS-MOVEMENTS-UNMAPPED   PIC 9(7)    VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-TOTALLED    PIC 9(9)    VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-AMT-POSTINGS         PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-REMITS           PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-JOURNALED        PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-UNMAPPED         PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-JOURNAL-POSTINGS
               UNTIL NO-MORE-POSTINGS
           PERFORM 0500-JOURNAL-BROKER-REMITS
           PERFORM 0600-TOTAL-ACCOUNT-MASTER
           PERFORM 0700-PRINT-TRIAL-BALANCE
           PERFORM 0750-WRITE-BALANCE-CONTROL
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

           OPEN INPUT MAP-FILE
           PERFORM 0120-READ-MAPPING
           PERFORM 0110-LOAD-ONE-MAPPING
               UNTIL NO-MORE-MAPPINGS
           CLOSE MAP-FILE

           OPEN INPUT CANCEL-LOG
           IF WS-LOG-NOT-FOUND
               SET NO-MORE-LOG TO TRUE
           ELSE
               PERFORM 0140-READ-LOG
               PERFORM 0130-LOAD-ONE-REVERSAL
                   UNTIL NO-MORE-LOG
               CLOSE CANCEL-LOG
           END-IF

           PERFORM 0150-READ-BALANCE-CONTROL

           OPEN INPUT  POSTED-FILE
                INPUT  TRADE-MASTER
                OUTPUT JOURNAL-FEED
                OUTPUT TRIAL-RPT

           PERFORM 0210-READ-POSTING.

      *----------------------------------------------------------------
      *  REFERENCE LOADS - MAPPING FILE, TODAY'S REVERSALS AND THE
      *  BALANCE CARRIED FORWARD FROM THE LAST RUN
      *----------------------------------------------------------------
       0110-LOAD-ONE-MAPPING.
           IF WS-MAP-COUNT < 300
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE GLM-MOVEMENT-CODE
                   TO WS-MAP-MOVEMENT-CODE (WS-MAP-IDX)
               MOVE GLM-COMPONENT  TO WS-MAP-COMPONENT (WS-MAP-IDX)
               MOVE GLM-DR-CR      TO WS-MAP-DR-CR (WS-MAP-IDX)
               MOVE GLM-GL-ACCOUNT TO WS-MAP-GL-ACCOUNT (WS-MAP-IDX)
               MOVE GLM-DESCRIPTION
                   TO WS-MAP-DESCRIPTION (WS-MAP-IDX)
               PERFORM 0115-REGISTER-GL-ACCOUNT
           ELSE
               DISPLAY 'GLINTFC - MAPPING TABLE FULL, '
                   GLM-MOVEMENT-CODE ' ' GLM-GL-ACCOUNT ' IGNORED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0120-READ-MAPPING.

      *    EVERY MAPPED GL ACCOUNT PRINTS ON THE TRIAL BALANCE, EVEN
      *    ON A NIGHT NOTHING MOVED THROUGH IT.
       0115-REGISTER-GL-ACCOUNT.
           MOVE GLM-GL-ACCOUNT TO WS-GL-ACCOUNT-KEY
           PERFORM 0450-FIND-GL-ACCOUNT
           IF NOT GL-ACCOUNT-IN-TABLE
               IF WS-GLA-COUNT < 200
                   ADD 1 TO WS-GLA-COUNT
                   SET WS-GLA-IDX TO WS-GLA-COUNT
                   MOVE GLM-GL-ACCOUNT
                       TO WS-GLA-GL-ACCOUNT (WS-GLA-IDX)
                   MOVE GLM-DESCRIPTION
                       TO WS-GLA-DESCRIPTION (WS-GLA-IDX)
                   MOVE ZERO TO WS-GLA-DEBITS (WS-GLA-IDX)
                   MOVE ZERO TO WS-GLA-CREDITS (WS-GLA-IDX)
               ELSE
                   DISPLAY 'GLINTFC - GL ACCOUNT TABLE FULL, '
                       GLM-GL-ACCOUNT ' NOT TOTALLED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0120-READ-MAPPING.
           READ MAP-FILE
               AT END
                   SET NO-MORE-MAPPINGS TO TRUE
           END-READ.

      *    ONLY TODAY'S REVERSALS OF SETTLED TRADES MOVED CASH.
       0130-LOAD-ONE-REVERSAL.
           IF CXL-RUN-DATE = WS-RUN-DATE
               AND CXL-PRIOR-STATUS = 'ST'
               IF WS-CXL-COUNT < 2000
                   ADD 1 TO WS-CXL-COUNT
                   SET WS-CXL-IDX TO WS-CXL-COUNT
                   MOVE CXL-TRADE-ID    TO WS-CXL-TRADE-ID (WS-CXL-IDX)
                   MOVE CXL-CUSTOMER-ID
                       TO WS-CXL-CUSTOMER-ID (WS-CXL-IDX)
                   MOVE CXL-TRADE-TYPE
                       TO WS-CXL-TRADE-TYPE (WS-CXL-IDX)
                   MOVE CXL-COMMISSION
                       TO WS-CXL-COMMISSION (WS-CXL-IDX)
               ELSE
                   DISPLAY 'GLINTFC - REVERSAL TABLE FULL, '
                       CXL-TRADE-ID ' NOT LOADED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0140-READ-LOG.

       0140-READ-LOG.
           READ CANCEL-LOG
               AT END
                   SET NO-MORE-LOG TO TRUE
           END-READ.

      *    A CARRY-FORWARD ALREADY DATED TODAY MEANS THIS IS A RERUN -
      *    PROVE AGAINST THE DATE BEFORE IT, NOT AGAINST ITSELF.
       0150-READ-BALANCE-CONTROL.
           OPEN INPUT BALANCE-CTL-FILE
           IF WS-BALCF-NOT-FOUND
               DISPLAY 'GLINTFC - NO BALANCE CARRY-FORWARD ON FILE'
           ELSE
               READ BALANCE-CTL-FILE
                   AT END
                       DISPLAY 'GLINTFC - BALANCE CARRY-FORWARD EMPTY'
                   NOT AT END
                       MOVE GBC-PRIOR-DATE    TO WS-SAVED-PRIOR-DATE
                       MOVE GBC-PRIOR-TOTAL   TO WS-SAVED-PRIOR-TOTAL
                       MOVE GBC-CURRENT-DATE  TO WS-SAVED-CURRENT-DATE
                       MOVE GBC-CURRENT-TOTAL
                           TO WS-SAVED-CURRENT-TOTAL
               END-READ
               CLOSE BALANCE-CTL-FILE
           END-IF

           IF WS-SAVED-CURRENT-DATE = WS-RUN-DATE
               IF WS-SAVED-PRIOR-DATE NOT = SPACES
                   SET PRIOR-BALANCE-ON-FILE TO TRUE
                   MOVE WS-SAVED-PRIOR-DATE  TO WS-OPENING-DATE
                   MOVE WS-SAVED-PRIOR-TOTAL TO WS-OPENING-TOTAL
               END-IF
           ELSE IF WS-SAVED-CURRENT-DATE NOT = SPACES
               SET PRIOR-BALANCE-ON-FILE TO TRUE
               MOVE WS-SAVED-CURRENT-DATE  TO WS-OPENING-DATE
               MOVE WS-SAVED-CURRENT-TOTAL TO WS-OPENING-TOTAL
           END-IF.

      *----------------------------------------------------------------
      *  POSTED CUSTOMER CASH - CLASSIFY AND JOURNAL EACH POSTING
      *----------------------------------------------------------------
       0200-JOURNAL-POSTINGS.
           ADD 1 TO WS-POSTINGS-READ
           IF TRAN-DATE = WS-RUN-DATE
               ADD 1 TO WS-POSTINGS-SELECTED
               PERFORM 0300-CLASSIFY-POSTING
               ADD WS-CUSTOMER-NET TO WS-AMT-POSTINGS
               MOVE TRAN-ID         TO WS-SOURCE-REF
               MOVE TRAN-ACCOUNT-NO TO WS-SOURCE-ACCOUNT-NO
               PERFORM 0400-JOURNAL-MOVEMENT
               IF ENTRY-IS-BALANCED
                   ADD WS-CUSTOMER-NET TO WS-JOURNALED-NET
                   ADD WS-CUSTOMER-NET TO WS-AMT-JOURNALED
               ELSE
                   ADD WS-CUSTOMER-NET TO WS-AMT-UNMAPPED
               END-IF
           ELSE
               ADD 1 TO WS-POSTINGS-OTHER-DATE
           END-IF
           PERFORM 0210-READ-POSTING.

       0210-READ-POSTING.
           READ POSTED-FILE
               AT END
                   SET NO-MORE-POSTINGS TO TRUE
           END-READ.

       0300-CLASSIFY-POSTING.
           MOVE TRAN-AMOUNT TO WS-MOVEMENT-AMOUNT
           MOVE TRAN-AMOUNT TO WS-MOVEMENT-PRINCIPAL
           MOVE ZERO        TO WS-MOVEMENT-COMMISSION
           IF TRAN-TYPE-DEPOSIT OR TRAN-TYPE-TRANSFER-IN
               MOVE TRAN-AMOUNT TO WS-CUSTOMER-NET
           ELSE
               COMPUTE WS-CUSTOMER-NET = ZERO - TRAN-AMOUNT
           END-IF

           PERFORM 0310-FIND-REVERSAL
           IF REVERSAL-ON-LOG
               MOVE WS-CXL-COMMISSION (WS-CXL-IDX)
                   TO WS-MOVEMENT-COMMISSION
               IF TRAN-TYPE-DEPOSIT
                   MOVE 'CXL-BUY ' TO WS-MOVEMENT-CODE
                   COMPUTE WS-MOVEMENT-PRINCIPAL =
                       TRAN-AMOUNT - WS-MOVEMENT-COMMISSION
               ELSE
                   MOVE 'CXL-SELL' TO WS-MOVEMENT-CODE
                   COMPUTE WS-MOVEMENT-PRINCIPAL =
                       TRAN-AMOUNT + WS-MOVEMENT-COMMISSION
               END-IF
           ELSE
               PERFORM 0320-FIND-SETTLED-TRADE
               IF SETTLEMENT-TRADE-FOUND
                   MOVE COMMISSION TO WS-MOVEMENT-COMMISSION
                   IF TRAN-TYPE-WITHDRAWAL
                       MOVE 'SETL-BUY' TO WS-MOVEMENT-CODE
                       COMPUTE WS-MOVEMENT-PRINCIPAL =
                           TRAN-AMOUNT - WS-MOVEMENT-COMMISSION
                   ELSE
                       MOVE 'SETL-SEL' TO WS-MOVEMENT-CODE
                       COMPUTE WS-MOVEMENT-PRINCIPAL =
                           TRAN-AMOUNT + WS-MOVEMENT-COMMISSION
                   END-IF
               ELSE
                   PERFORM 0330-CLASSIFY-CASH-MOVEMENT
               END-IF
           END-IF.

      *    A REVERSED BUY GIVES CASH BACK (DEPOSIT); A REVERSED SELL
      *    TAKES IT BACK (WITHDRAWAL).  THE SAME TRADE'S ORIGINAL
      *    SETTLEMENT MOVED THE OTHER WAY, SO DIRECTION TELLS THEM
      *    APART WHEN BOTH POST THE SAME NIGHT.
       0310-FIND-REVERSAL.
           MOVE 'N' TO WS-CXL-FOUND-SW
           IF WS-CXL-COUNT > ZERO
               SET WS-CXL-IDX TO 1
               SEARCH WS-CXL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CXL-TRADE-ID (WS-CXL-IDX) = TRAN-ID
                       AND WS-CXL-CUSTOMER-ID (WS-CXL-IDX)
                           = TRAN-ACCOUNT-NO
                       AND ((WS-CXL-TRADE-TYPE (WS-CXL-IDX) = 'SELL'
                             AND TRAN-TYPE-WITHDRAWAL)
                         OR (WS-CXL-TRADE-TYPE (WS-CXL-IDX) NOT = 'SELL'
                             AND TRAN-TYPE-DEPOSIT))
                       MOVE 'Y' TO WS-CXL-FOUND-SW
               END-SEARCH
           END-IF.

      *    SETTLEMENT CASH CARRIES THE TRADE-ID AS ITS TRAN-ID: A BUY
      *    SETTLES AS A WITHDRAWAL, A SELL AS A DEPOSIT.
       0320-FIND-SETTLED-TRADE.
           MOVE 'N' TO WS-TRADE-FOUND-SW
           IF TRAN-TYPE-DEPOSIT OR TRAN-TYPE-WITHDRAWAL
               MOVE TRAN-ID TO TRADE-ID
               READ TRADE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTOMER-ID = TRAN-ACCOUNT-NO
                           AND ((TRADE-TYPE-SELL AND TRAN-TYPE-DEPOSIT)
                             OR (NOT TRADE-TYPE-SELL
                                 AND TRAN-TYPE-WITHDRAWAL))
                           MOVE 'Y' TO WS-TRADE-FOUND-SW
                       END-IF
               END-READ
           END-IF.

       0330-CLASSIFY-CASH-MOVEMENT.
           EVALUATE TRUE
               WHEN TRAN-ID (1:2) = 'MI' AND TRAN-TYPE-WITHDRAWAL
                   MOVE 'MRGN-INT' TO WS-MOVEMENT-CODE
               WHEN TRAN-ID (1:2) = 'DV' AND TRAN-TYPE-DEPOSIT
                   MOVE 'DIVIDEND' TO WS-MOVEMENT-CODE
               WHEN TRAN-TYPE-DEPOSIT
                   MOVE 'DEPOSIT ' TO WS-MOVEMENT-CODE
               WHEN TRAN-TYPE-WITHDRAWAL
                   MOVE 'WITHDRAW' TO WS-MOVEMENT-CODE
               WHEN TRAN-TYPE-TRANSFER-OUT
                   MOVE 'XFER-OUT' TO WS-MOVEMENT-CODE
               WHEN TRAN-TYPE-TRANSFER-IN
                   MOVE 'XFER-IN ' TO WS-MOVEMENT-CODE
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO WS-MOVEMENT-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  BUILD THE MOVEMENT'S LEGS FROM THE MAPPING, PROVE THEY
      *  BALANCE, THEN WRITE THEM AS ONE JOURNAL ENTRY
      *----------------------------------------------------------------
       0400-JOURNAL-MOVEMENT.
           MOVE ZERO TO WS-LEG-COUNT
           MOVE ZERO TO WS-ENTRY-DEBITS
           MOVE ZERO TO WS-ENTRY-CREDITS
           MOVE 'N'  TO WS-ENTRY-OK-SW
           IF WS-MAP-COUNT > ZERO
               PERFORM 0410-BUILD-ONE-LEG
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
           END-IF

           IF WS-LEG-COUNT = ZERO
               MOVE 'NO GL MAPPING' TO WS-UNMAPPED-REASON
           ELSE
               IF WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
                   MOVE 'LEGS DO NOT BALANCE' TO WS-UNMAPPED-REASON
               ELSE
                   SET ENTRY-IS-BALANCED TO TRUE
               END-IF
           END-IF

           IF ENTRY-IS-BALANCED
               ADD 1 TO WS-MOVEMENTS-JOURNALED
               ADD 1 TO WS-ENTRY-NO
               PERFORM 0420-WRITE-ONE-LEG
                   VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
           ELSE
               PERFORM 0470-PRINT-UNMAPPED
           END-IF.

      *    A NEGATIVE COMPONENT POSTS ITS ABSOLUTE VALUE TO THE
      *    OPPOSITE SIDE.  A ZERO COMPONENT WRITES NO LEG.
       0410-BUILD-ONE-LEG.
           IF WS-MAP-MOVEMENT-CODE (WS-MAP-IDX) = WS-MOVEMENT-CODE
               EVALUATE WS-MAP-COMPONENT (WS-MAP-IDX)
                   WHEN 'PRIN'
                       MOVE WS-MOVEMENT-PRINCIPAL  TO WS-LEG-AMOUNT
                   WHEN 'COMM'
                       MOVE WS-MOVEMENT-COMMISSION TO WS-LEG-AMOUNT
                   WHEN OTHER
                       MOVE WS-MOVEMENT-AMOUNT     TO WS-LEG-AMOUNT
               END-EVALUATE
               MOVE WS-MAP-DR-CR (WS-MAP-IDX) TO WS-LEG-DR-CR
               IF WS-LEG-AMOUNT < ZERO
                   COMPUTE WS-LEG-AMOUNT = ZERO - WS-LEG-AMOUNT
                   IF WS-LEG-DR-CR = 'D'
                       MOVE 'C' TO WS-LEG-DR-CR
                   ELSE
                       MOVE 'D' TO WS-LEG-DR-CR
                   END-IF
               END-IF

               IF WS-LEG-AMOUNT NOT = ZERO
                   IF WS-LEG-COUNT < 20
                       ADD 1 TO WS-LEG-COUNT
                       SET WS-LEG-IDX TO WS-LEG-COUNT
                       MOVE WS-MAP-GL-ACCOUNT (WS-MAP-IDX)
                           TO WS-LEG-GL-ACCOUNT (WS-LEG-IDX)
                       MOVE WS-LEG-DR-CR  TO WS-LEG-SIDE (WS-LEG-IDX)
                       MOVE WS-LEG-AMOUNT TO WS-LEG-VALUE (WS-LEG-IDX)
                       MOVE WS-MAP-DESCRIPTION (WS-MAP-IDX)
                           TO WS-LEG-DESCRIPTION (WS-LEG-IDX)
                       IF WS-LEG-DR-CR = 'D'
                           ADD WS-LEG-AMOUNT TO WS-ENTRY-DEBITS
                       ELSE
                           ADD WS-LEG-AMOUNT TO WS-ENTRY-CREDITS
                       END-IF
                   ELSE
                       DISPLAY 'GLINTFC - TOO MANY LEGS FOR '
                           WS-MOVEMENT-CODE ' ' WS-SOURCE-REF
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0420-WRITE-ONE-LEG.
           MOVE SPACES                TO GL-JOURNAL-RECORD
           MOVE WS-RUN-DATE            TO GLJ-BUSINESS-DATE
           MOVE WS-ENTRY-NO            TO GLJ-ENTRY-NO
           SET WS-LINE-NO              TO WS-LEG-IDX
           MOVE WS-LINE-NO             TO GLJ-LINE-NO
           MOVE WS-LEG-GL-ACCOUNT (WS-LEG-IDX) TO GLJ-GL-ACCOUNT
           MOVE WS-LEG-SIDE (WS-LEG-IDX)       TO GLJ-DR-CR
           MOVE WS-LEG-VALUE (WS-LEG-IDX)      TO GLJ-AMOUNT
           MOVE WS-MOVEMENT-CODE       TO GLJ-MOVEMENT-CODE
           MOVE WS-SOURCE-REF          TO GLJ-SOURCE-REF
           MOVE WS-SOURCE-ACCOUNT-NO   TO GLJ-ACCOUNT-NO
           MOVE WS-LEG-DESCRIPTION (WS-LEG-IDX) TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           PERFORM 0460-ACCUMULATE-GL-ACCOUNT.

       0450-FIND-GL-ACCOUNT.
           MOVE 'N' TO WS-GLA-FOUND-SW
           IF WS-GLA-COUNT > ZERO
               SET WS-GLA-IDX TO 1
               SEARCH WS-GLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GLA-GL-ACCOUNT (WS-GLA-IDX)
                       = WS-GL-ACCOUNT-KEY
                       MOVE 'Y' TO WS-GLA-FOUND-SW
               END-SEARCH
           END-IF.

       0460-ACCUMULATE-GL-ACCOUNT.
           MOVE GLJ-GL-ACCOUNT TO WS-GL-ACCOUNT-KEY
           PERFORM 0450-FIND-GL-ACCOUNT
           IF GL-ACCOUNT-IN-TABLE
               IF GLJ-DEBIT
                   ADD GLJ-AMOUNT TO WS-GLA-DEBITS (WS-GLA-IDX)
               ELSE
                   ADD GLJ-AMOUNT TO WS-GLA-CREDITS (WS-GLA-IDX)
               END-IF
           END-IF.

       0470-PRINT-UNMAPPED.
           ADD 1 TO WS-MOVEMENTS-UNMAPPED
           MOVE SPACES                TO GL-TRIAL-BALANCE-LINE
           MOVE 'UNMAPPED'             TO GTB-GL-ACCOUNT
           STRING WS-MOVEMENT-CODE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-SOURCE-REF    DELIMITED BY SIZE
                  INTO GTB-LABEL
           END-STRING
           MOVE WS-MOVEMENT-AMOUNT     TO GTB-NET-AMOUNT
           MOVE WS-UNMAPPED-REASON     TO GTB-REMARKS
           WRITE GL-TRIAL-BALANCE-LINE
           DISPLAY 'GLINTFC - NOT JOURNALED: ' WS-MOVEMENT-CODE ' '
               WS-SOURCE-REF ' ' WS-UNMAPPED-REASON.

      *----------------------------------------------------------------
      *  BROKER COMMISSION PAYABLE REMITTED TODAY
      *----------------------------------------------------------------
       0500-JOURNAL-BROKER-REMITS.
           OPEN INPUT REMIT-FILE
           IF WS-REMIT-NOT-FOUND
               SET NO-MORE-REMITS TO TRUE
           ELSE
               PERFORM 0520-READ-REMIT
               PERFORM 0510-JOURNAL-ONE-REMIT
                   UNTIL NO-MORE-REMITS
               CLOSE REMIT-FILE
           END-IF.

       0510-JOURNAL-ONE-REMIT.
           IF BRM-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-REMITS-SELECTED
               ADD BRM-NET-PAYABLE TO WS-AMT-REMITS
               MOVE 'BRK-COMM'      TO WS-MOVEMENT-CODE
               MOVE BRM-NET-PAYABLE TO WS-MOVEMENT-AMOUNT
               MOVE BRM-NET-PAYABLE TO WS-MOVEMENT-PRINCIPAL
               MOVE BRM-NET-PAYABLE TO WS-MOVEMENT-COMMISSION
               MOVE SPACES          TO WS-SOURCE-REF
               STRING BRM-BROKER-ID     DELIMITED BY SIZE
                      BRM-PAYABLE-MONTH DELIMITED BY SIZE
                      INTO WS-SOURCE-REF
               END-STRING
               MOVE SPACES          TO WS-SOURCE-ACCOUNT-NO
               PERFORM 0400-JOURNAL-MOVEMENT
               IF ENTRY-IS-BALANCED
                   ADD BRM-NET-PAYABLE TO WS-AMT-JOURNALED
               ELSE
                   ADD BRM-NET-PAYABLE TO WS-AMT-UNMAPPED
               END-IF
           END-IF
           PERFORM 0520-READ-REMIT.

       0520-READ-REMIT.
           READ REMIT-FILE
               AT END
                   SET NO-MORE-REMITS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  CLOSING BALANCE TOTAL OVER THE WHOLE ACCOUNT MASTER
      *----------------------------------------------------------------
       0600-TOTAL-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-FILE
           PERFORM 0620-READ-ACCOUNT
           PERFORM 0610-TOTAL-ONE-ACCOUNT
               UNTIL NO-MORE-ACCOUNTS
           CLOSE ACCOUNT-FILE.

       0610-TOTAL-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-TOTALLED
           ADD BALANCE TO WS-CLOSING-TOTAL
           PERFORM 0620-READ-ACCOUNT.

       0620-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ACCOUNTS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  TRIAL BALANCE AND THE TWO PROOFS
      *----------------------------------------------------------------
       0700-PRINT-TRIAL-BALANCE.
           IF WS-GLA-COUNT > ZERO
               PERFORM 0710-PRINT-ONE-GL-ACCOUNT
                   VARYING WS-GLA-IDX FROM 1 BY 1
                   UNTIL WS-GLA-IDX > WS-GLA-COUNT
           END-IF

           MOVE SPACES              TO GL-TRIAL-BALANCE-LINE
           MOVE 'TOTALS'             TO GTB-GL-ACCOUNT
           MOVE 'JOURNAL DEBITS / CREDITS' TO GTB-LABEL
           MOVE WS-TOTAL-DEBITS      TO GTB-DEBIT-AMOUNT
           MOVE WS-TOTAL-CREDITS     TO GTB-CREDIT-AMOUNT
           COMPUTE WS-GLA-NET = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           MOVE WS-GLA-NET           TO GTB-NET-AMOUNT
           IF WS-GLA-NET = ZERO
               MOVE 'BALANCED'       TO GTB-REMARKS
           ELSE
               MOVE 'OUT OF BALANCE' TO GTB-REMARKS
               DISPLAY 'GLINTFC - JOURNAL DEBITS NOT EQUAL CREDITS'
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE GL-TRIAL-BALANCE-LINE

           PERFORM 0720-PRINT-MASTER-PROOF.

       0710-PRINT-ONE-GL-ACCOUNT.
           MOVE SPACES TO GL-TRIAL-BALANCE-LINE
           MOVE WS-GLA-GL-ACCOUNT (WS-GLA-IDX)  TO GTB-GL-ACCOUNT
           MOVE WS-GLA-DESCRIPTION (WS-GLA-IDX) TO GTB-LABEL
           MOVE WS-GLA-DEBITS (WS-GLA-IDX)      TO GTB-DEBIT-AMOUNT
           MOVE WS-GLA-CREDITS (WS-GLA-IDX)     TO GTB-CREDIT-AMOUNT
           COMPUTE WS-GLA-NET = WS-GLA-DEBITS (WS-GLA-IDX)
                              - WS-GLA-CREDITS (WS-GLA-IDX)
           MOVE WS-GLA-NET                      TO GTB-NET-AMOUNT
           WRITE GL-TRIAL-BALANCE-LINE
           ADD WS-GLA-DEBITS (WS-GLA-IDX)  TO WS-TOTAL-DEBITS
           ADD WS-GLA-CREDITS (WS-GLA-IDX) TO WS-TOTAL-CREDITS.

      *    WITH NO CARRY-FORWARD ON FILE (THE FIRST NIGHT) TODAY'S
      *    TOTAL IS RECORDED AS THE BASELINE AND NOTHING IS PROVED.
       0720-PRINT-MASTER-PROOF.
           MOVE SPACES              TO GL-TRIAL-BALANCE-LINE
           MOVE 'PROOF'              TO GTB-GL-ACCOUNT
           MOVE 'ACCOUNT MASTER OPENING TOTAL' TO GTB-LABEL
           MOVE WS-OPENING-TOTAL     TO GTB-NET-AMOUNT
           MOVE WS-OPENING-DATE      TO GTB-REMARKS
           WRITE GL-TRIAL-BALANCE-LINE

           MOVE SPACES              TO GL-TRIAL-BALANCE-LINE
           MOVE 'PROOF'              TO GTB-GL-ACCOUNT
           MOVE 'ACCOUNT MASTER CLOSING TOTAL' TO GTB-LABEL
           MOVE WS-CLOSING-TOTAL     TO GTB-NET-AMOUNT
           MOVE WS-RUN-DATE          TO GTB-REMARKS
           WRITE GL-TRIAL-BALANCE-LINE

           COMPUTE WS-MASTER-MOVEMENT =
               WS-CLOSING-TOTAL - WS-OPENING-TOTAL
           MOVE SPACES              TO GL-TRIAL-BALANCE-LINE
           MOVE 'PROOF'              TO GTB-GL-ACCOUNT
           MOVE 'ACCOUNT MASTER MOVEMENT'    TO GTB-LABEL
           MOVE WS-MASTER-MOVEMENT   TO GTB-NET-AMOUNT
           WRITE GL-TRIAL-BALANCE-LINE

           MOVE SPACES              TO GL-TRIAL-BALANCE-LINE
           MOVE 'PROOF'              TO GTB-GL-ACCOUNT
           MOVE 'NET CUSTOMER CASH JOURNALED' TO GTB-LABEL
           MOVE WS-JOURNALED-NET     TO GTB-NET-AMOUNT
           WRITE GL-TRIAL-BALANCE-LINE

           COMPUTE WS-PROOF-DIFFERENCE =
               WS-MASTER-MOVEMENT - WS-JOURNALED-NET
           MOVE SPACES              TO GL-TRIAL-BALANCE-LINE
           MOVE 'PROOF'              TO GTB-GL-ACCOUNT
           MOVE 'DIFFERENCE'         TO GTB-LABEL
           MOVE WS-PROOF-DIFFERENCE  TO GTB-NET-AMOUNT
           IF NOT PRIOR-BALANCE-ON-FILE
               MOVE 'BASELINE SET'   TO GTB-REMARKS
               DISPLAY 'GLINTFC - NO PRIOR BALANCE, BASELINE SET'
           ELSE
               IF WS-PROOF-DIFFERENCE = ZERO
                   MOVE 'IN BALANCE'     TO GTB-REMARKS
               ELSE
                   MOVE 'OUT OF BALANCE' TO GTB-REMARKS
                   DISPLAY 'GLINTFC - ACCOUNT MASTER MOVEMENT DOES NOT '
                       'EQUAL NET CASH JOURNALED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE GL-TRIAL-BALANCE-LINE.

      *    TODAY BECOMES THE CURRENT DATE; THE PRIOR SLOT KEEPS THE
      *    DATE PROVED AGAINST, SO A RERUN TODAY FINDS IT AGAIN.
       0750-WRITE-BALANCE-CONTROL.
           OPEN OUTPUT BALANCE-CTL-FILE
           MOVE SPACES               TO GL-BALANCE-CONTROL-RECORD
           IF PRIOR-BALANCE-ON-FILE
               MOVE WS-OPENING-DATE   TO GBC-PRIOR-DATE
               MOVE WS-OPENING-TOTAL  TO GBC-PRIOR-TOTAL
           ELSE
               MOVE SPACES            TO GBC-PRIOR-DATE
               MOVE ZERO              TO GBC-PRIOR-TOTAL
           END-IF
           MOVE WS-RUN-DATE           TO GBC-CURRENT-DATE
           MOVE WS-CLOSING-TOTAL      TO GBC-CURRENT-TOTAL
           MOVE WS-ACCOUNTS-TOTALLED  TO GBC-ACCOUNT-COUNT
           MOVE FUNCTION CURRENT-DATE TO GBC-TIMESTAMP
           WRITE GL-BALANCE-CONTROL-RECORD
           CLOSE BALANCE-CTL-FILE.

       0800-WRITE-CONTROLS.
           OPEN EXTEND CONTROL-FILE

           MOVE 'GLINTFC '        TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE 'ACCTPSTD'        TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-POSTINGS-SELECTED TO CTL-RECORD-COUNT
           MOVE WS-AMT-POSTINGS   TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'BRKREMIT'        TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-REMITS-SELECTED TO CTL-RECORD-COUNT
           MOVE WS-AMT-REMITS     TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'GLJRNL  '        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-MOVEMENTS-JOURNALED TO CTL-RECORD-COUNT
           MOVE WS-AMT-JOURNALED  TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'GLTRIAL '        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-MOVEMENTS-UNMAPPED TO CTL-RECORD-COUNT
           MOVE WS-AMT-UNMAPPED   TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           CLOSE CONTROL-FILE.

       0900-TERMINATE.
           PERFORM 0800-WRITE-CONTROLS

           CLOSE POSTED-FILE
                 TRADE-MASTER
                 JOURNAL-FEED
                 TRIAL-RPT

           DISPLAY 'GLINTFC - POSTINGS READ      : ' WS-POSTINGS-READ
           DISPLAY 'GLINTFC - POSTINGS OTHER DATE: '
               WS-POSTINGS-OTHER-DATE
           DISPLAY 'GLINTFC - POSTINGS SELECTED  : '
               WS-POSTINGS-SELECTED
           DISPLAY 'GLINTFC - BROKER REMITS      : ' WS-REMITS-SELECTED
           DISPLAY 'GLINTFC - ENTRIES JOURNALED  : '
               WS-MOVEMENTS-JOURNALED
           DISPLAY 'GLINTFC - JOURNAL LINES      : ' WS-JOURNAL-LINES
           DISPLAY 'GLINTFC - NOT JOURNALED      : '
               WS-MOVEMENTS-UNMAPPED
           DISPLAY 'GLINTFC - ACCOUNTS TOTALLED  : '
               WS-ACCOUNTS-TOTALLED.
