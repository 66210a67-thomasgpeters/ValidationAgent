       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IRADIST.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  IRA DISTRIBUTION REQUESTS AND FEDERAL WITHHOLDING
      *  READS THE DAY'S IRA DISTRIBUTION REQUESTS AND SPLITS EACH
      *  GROSS AMOUNT INTO THE NET PAID TO THE CUSTOMER AND THE
      *  FEDERAL INCOME TAX WITHHELD.  THE WITHHOLDING RATE IS THE
      *  CUSTOMER'S ELECTION - NONE, A STATED PERCENT, OR BY DEFAULT
      *  THE RATE CARRIED FOR THE YEAR ON THE IRA LIMIT TABLE
      *  (IRALIMIT).  THE ACCOUNT MUST EXIST, BE AN IRA ('IR'), BE
      *  NEITHER CLOSED, FROZEN NOR SUSPENDED, AND HOLD CASH TO COVER
      *  THE GROSS AMOUNT.
      *  EACH GOOD REQUEST IS APPENDED TO THE DAY'S TRANSACTION FILE
      *  AS TWO WITHDRAWALS - 'IR' + REQUEST ID + 'N' FOR THE NET
      *  PAYMENT AND 'IR' + REQUEST ID + 'F' FOR THE WITHHOLDING -
      *  MARKED WITH THEIR IRA CODES SO ACCTUPDT POSTS THEM AND ADDS
      *  THEM TO THE ACCOUNT'S DISTRIBUTIONS FOR THE YEAR.  A LEG OF
      *  ZERO IS NOT WRITTEN.  REFUSED REQUESTS GO TO THE IRADEXCP
      *  EXCEPTION REPORT WITH THE REASON.
      *  CONTROL RECORDS ARE WRITTEN SO BATBALNC PROVES THE GROSS OF
      *  THE REQUESTS READ EQUALS THE GROSS DISTRIBUTED PLUS THE GROSS
      *  REFUSED.  THE BALANCE CHECK USES THE BALANCE AT RUN TIME, NOT
      *  ANY EARLIER REQUEST IN THE SAME RUN.  RUN AHEAD OF ACCTUPDT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "IRADREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "IRALIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT EXCEPTION-RPT ASSIGN TO "IRADEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY IRADREQ.

       FD  LIMIT-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY IRALIMIT.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  TRAN-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY ACCTTRAN.

       FD  EXCEPTION-RPT
           RECORD CONTAINS 90 CHARACTERS.
           COPY IRADEXCP.

       FD  CONTROL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY BATCTL.

       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS          PIC X(2).
       01  WS-LIMIT-FILE-STATUS        PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-TRAN-FILE-STATUS         PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).

       01  WS-REQ-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-REQUESTS            VALUE 'Y'.
       01  WS-LIMIT-EOF-SW             PIC X(1)    VALUE 'N'.
           88  NO-MORE-LIMITS              VALUE 'Y'.
       01  WS-RATE-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  DEFAULT-RATE-FOUND          VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

       01  WS-IRA-ACCOUNT-TYPE         PIC X(2)    VALUE 'IR'.
       01  WS-DEFAULT-PCT              PIC 9(3)V99 VALUE ZERO.

       01  WS-GROSS-AMOUNT             PIC 9(9)V99.
       01  WS-WITHHOLD-PCT             PIC 9(3)V99.
       01  WS-WITHHOLD-AMOUNT          PIC 9(9)V99.
       01  WS-NET-AMOUNT               PIC 9(9)V99.
       01  WS-EXCEPTION-REASON         PIC X(40).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(7)    VALUE ZERO.
           05  WS-REQUESTS-PAID        PIC 9(7)    VALUE ZERO.
           05  WS-REQUESTS-REFUSED     PIC 9(7)    VALUE ZERO.
           05  WS-LEGS-WRITTEN         PIC 9(7)    VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-AMT-READ             PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-PAID             PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-REFUSED          PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-WITHHELD         PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-REQUESTS
               UNTIL NO-MORE-REQUESTS
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

           OPEN INPUT LIMIT-FILE
           PERFORM 0120-READ-LIMIT
           PERFORM 0110-TAKE-LIMIT
               UNTIL NO-MORE-LIMITS
           CLOSE LIMIT-FILE
           IF NOT DEFAULT-RATE-FOUND
               DISPLAY 'IRADIST - NO IRALIMIT RECORD FOR ' WS-CD-YYYY
                   ', DEFAULT ELECTIONS WILL BE REFUSED'
           END-IF

           OPEN INPUT  REQUEST-FILE
                INPUT  ACCOUNT-FILE
                EXTEND TRAN-FILE
                OUTPUT EXCEPTION-RPT

           PERFORM 0210-READ-REQUEST.

      *    ONLY THE CURRENT YEAR'S DEFAULT RATE IS NEEDED HERE.
       0110-TAKE-LIMIT.
           IF ILM-TAX-YEAR = WS-CD-YYYY
               MOVE ILM-FED-WITHHOLD-PCT TO WS-DEFAULT-PCT
               SET DEFAULT-RATE-FOUND TO TRUE
           END-IF
           PERFORM 0120-READ-LIMIT.

       0120-READ-LIMIT.
           READ LIMIT-FILE
               AT END
                   SET NO-MORE-LIMITS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *    VALIDATE EACH REQUEST AND PAY IT OR REFUSE IT.  A GROSS
      *    AMOUNT THAT IS NOT NUMERIC IS CARRIED AS ZERO ON BOTH SIDES
      *    OF THE CONTROLS SO THE RUN STILL BALANCES.
      *----------------------------------------------------------------
       0200-PROCESS-REQUESTS.
           ADD 1 TO WS-REQUESTS-READ
           IF IDR-GROSS-AMOUNT IS NUMERIC
               MOVE IDR-GROSS-AMOUNT TO WS-GROSS-AMOUNT
           ELSE
               MOVE ZERO TO WS-GROSS-AMOUNT
           END-IF
           ADD WS-GROSS-AMOUNT TO WS-AMT-READ

           PERFORM 0300-VALIDATE-REQUEST
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 0400-PAY-DISTRIBUTION
           ELSE
               PERFORM 0500-REFUSE-REQUEST
           END-IF
           PERFORM 0210-READ-REQUEST.

       0210-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET NO-MORE-REQUESTS TO TRUE
           END-READ.

       0300-VALIDATE-REQUEST.
           MOVE SPACES TO WS-EXCEPTION-REASON
           IF IDR-GROSS-AMOUNT IS NOT NUMERIC
               STRING 'GROSS AMOUNT NOT NUMERIC'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF WS-GROSS-AMOUNT = ZERO
               STRING 'ZERO GROSS AMOUNT'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF NOT IDR-ELECT-DEFAULT AND NOT IDR-ELECT-NONE
                   AND NOT IDR-ELECT-PERCENT
               STRING 'UNKNOWN WITHHOLDING ELECTION'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF IDR-ELECT-PERCENT
                   AND (IDR-WITHHOLD-PCT IS NOT NUMERIC
                        OR IDR-WITHHOLD-PCT > 100)
               STRING 'WITHHOLDING PERCENT NOT VALID'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE IF IDR-ELECT-DEFAULT AND NOT DEFAULT-RATE-FOUND
               STRING 'NO DEFAULT WITHHOLDING RATE FOR YEAR'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
           ELSE
               PERFORM 0310-CHECK-ACCOUNT
           END-IF.

       0310-CHECK-ACCOUNT.
           MOVE IDR-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   STRING 'ACCOUNT NOT ON MASTER'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   IF ACCOUNT-TYPE NOT = WS-IRA-ACCOUNT-TYPE
                       STRING 'NOT AN IRA ACCOUNT'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF ACCT-STATUS-CLOSED
                       STRING 'ACCOUNT CLOSED'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF ACCT-STATUS-FROZEN
                       STRING 'ACCOUNT FROZEN'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF ACCT-STATUS-SUSPENDED
                       STRING 'ACCOUNT SUSPENDED'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   ELSE IF WS-GROSS-AMOUNT > BALANCE
                       STRING 'GROSS AMOUNT OVER CASH BALANCE'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    SPLIT THE GROSS INTO WITHHOLDING AND NET AND WRITE THE TWO
      *    WITHDRAWAL LEGS.  TOGETHER THEY ALWAYS EQUAL THE GROSS.
      *----------------------------------------------------------------
       0400-PAY-DISTRIBUTION.
           EVALUATE TRUE
               WHEN IDR-ELECT-NONE
                    MOVE ZERO TO WS-WITHHOLD-PCT
               WHEN IDR-ELECT-PERCENT
                    MOVE IDR-WITHHOLD-PCT TO WS-WITHHOLD-PCT
               WHEN OTHER
                    MOVE WS-DEFAULT-PCT TO WS-WITHHOLD-PCT
           END-EVALUATE
           COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
               WS-GROSS-AMOUNT * WS-WITHHOLD-PCT / 100
           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT - WS-WITHHOLD-AMOUNT

           IF WS-NET-AMOUNT > ZERO
               PERFORM 0410-WRITE-NET-LEG
           END-IF
           IF WS-WITHHOLD-AMOUNT > ZERO
               PERFORM 0420-WRITE-WITHHOLDING-LEG
           END-IF

           ADD 1 TO WS-REQUESTS-PAID
           ADD WS-GROSS-AMOUNT    TO WS-AMT-PAID
           ADD WS-WITHHOLD-AMOUNT TO WS-AMT-WITHHELD.

       0410-WRITE-NET-LEG.
           MOVE SPACES          TO ACCT-TRAN-RECORD
           STRING 'IR'            DELIMITED BY SIZE
                  IDR-REQUEST-ID  DELIMITED BY SPACE
                  'N'             DELIMITED BY SIZE
                  INTO TRAN-ID
           END-STRING
           MOVE IDR-ACCOUNT-NO  TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE     TO TRAN-DATE
           SET TRAN-TYPE-WITHDRAWAL TO TRUE
           MOVE WS-NET-AMOUNT   TO TRAN-AMOUNT
           SET TRAN-IRA-DISTRIBUTION TO TRUE
           MOVE WS-CD-YYYY      TO TRAN-TAX-YEAR
           WRITE ACCT-TRAN-RECORD
           ADD 1 TO WS-LEGS-WRITTEN.

       0420-WRITE-WITHHOLDING-LEG.
           MOVE SPACES          TO ACCT-TRAN-RECORD
           STRING 'IR'            DELIMITED BY SIZE
                  IDR-REQUEST-ID  DELIMITED BY SPACE
                  'F'             DELIMITED BY SIZE
                  INTO TRAN-ID
           END-STRING
           MOVE IDR-ACCOUNT-NO  TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE     TO TRAN-DATE
           SET TRAN-TYPE-WITHDRAWAL TO TRUE
           MOVE WS-WITHHOLD-AMOUNT TO TRAN-AMOUNT
           SET TRAN-IRA-WITHHOLDING TO TRUE
           MOVE WS-CD-YYYY      TO TRAN-TAX-YEAR
           WRITE ACCT-TRAN-RECORD
           ADD 1 TO WS-LEGS-WRITTEN.

       0500-REFUSE-REQUEST.
           MOVE SPACES              TO IRA-DIST-EXCEPTION-LINE
           MOVE WS-RUN-DATE         TO IDX-RUN-DATE
           MOVE IDR-REQUEST-ID      TO IDX-REQUEST-ID
           MOVE IDR-ACCOUNT-NO      TO IDX-ACCOUNT-NO
           MOVE IDR-ELECTION        TO IDX-ELECTION
           MOVE WS-GROSS-AMOUNT     TO IDX-GROSS-AMOUNT
           MOVE WS-EXCEPTION-REASON TO IDX-REASON
           WRITE IRA-DIST-EXCEPTION-LINE

           ADD 1 TO WS-REQUESTS-REFUSED
           ADD WS-GROSS-AMOUNT TO WS-AMT-REFUSED.

       0800-WRITE-CONTROLS.
           OPEN EXTEND CONTROL-FILE

           MOVE 'IRADIST'         TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE 'IRADREQ'         TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-REQUESTS-READ  TO CTL-RECORD-COUNT
           MOVE WS-AMT-READ       TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'ACCTTRAN'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-REQUESTS-PAID  TO CTL-RECORD-COUNT
           MOVE WS-AMT-PAID       TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'IRADEXCP'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-REQUESTS-REFUSED TO CTL-RECORD-COUNT
           MOVE WS-AMT-REFUSED    TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           CLOSE CONTROL-FILE.

       0900-TERMINATE.
           PERFORM 0800-WRITE-CONTROLS

           CLOSE REQUEST-FILE
                 ACCOUNT-FILE
                 TRAN-FILE
                 EXCEPTION-RPT

           DISPLAY 'IRADIST - REQUESTS READ     : ' WS-REQUESTS-READ
           DISPLAY 'IRADIST - REQUESTS PAID     : ' WS-REQUESTS-PAID
           DISPLAY 'IRADIST - REQUESTS REFUSED  : ' WS-REQUESTS-REFUSED
           DISPLAY 'IRADIST - TRANSACTIONS OUT  : ' WS-LEGS-WRITTEN
           DISPLAY 'IRADIST - TAX WITHHELD      : ' WS-AMT-WITHHELD.
