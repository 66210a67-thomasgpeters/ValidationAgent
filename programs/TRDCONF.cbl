       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRDCONF.
       AUTHOR.      TRADE-DESK-SUPPORT.
      *****************************************************************
      *  DAILY CUSTOMER TRADE CONFIRMATIONS
      *  PRINTS ONE CONFIRM PER TRADE SO THE CUSTOMER HEARS OF AN
      *  EXECUTION WITHIN SETTLEMENT INSTEAD OF ON THE MONTHLY
      *  STATEMENT:
      *    - EVERY TRADE ACCEPTED TODAY BY TRDCRDCK (TRDACCPT) GETS A
      *      CONFIRM SHOWING TRADE AND SETTLEMENT DATE, BUY OR SELL,
      *      QUANTITY, PRICE, PRINCIPAL, COMMISSION, NET AMOUNT, THE
      *      SECURITY DESCRIPTION FROM THE SECURITY MASTER AND THE
      *      EXECUTING BROKER.  A BUY NETS TO PRINCIPAL PLUS
      *      COMMISSION; A SELL TO PRINCIPAL LESS COMMISSION.
      *    - EVERY BUST APPLIED TODAY BY TRDCANCL (TODAY'S ENTRIES ON
      *      THE CANCEL/CORRECT LOG) GETS A CANCEL CONFIRM REPEATING
      *      THE TRADE AS IT WAS CONFIRMED, REFERENCING THE ORIGINAL
      *      TRADE-ID AND TRADE DATE.
      *    - EVERY CORRECT APPLIED TODAY GETS A CORRECTED CONFIRM
      *      SHOWING THE RESTATED TRADE FROM THE TRADE MASTER, WITH A
      *      REFERENCE BLOCK GIVING THE ORIGINAL QUANTITY, PRICE AND
      *      COMMISSION IT REPLACES (TAKEN FROM THE LOG, WHICH CARRIES
      *      THE TRADE AS IT STOOD BEFORE THE CORRECTION).
      *  EACH CONFIRM IS ADDRESSED TO THE CUSTOMER-ADDRESS ON THE
      *  ACCOUNT MASTER.  AS ACCTSTMT DOES FOR STATEMENTS, THE ADDRVALD
      *  SUSPECT-ADDRESS REPORT IS LOADED FIRST AND CONFIRMS FOR
      *  ACCOUNTS ON IT ARE DIVERTED TO THE HOLD-FOR-REPAIR QUEUE
      *  (CONFHOLD) INSTEAD OF BEING MAILED TO A KNOWN-BAD ADDRESS.  A
      *  CONFIRM THAT CANNOT BE ADDRESSED AT ALL - ACCOUNT NOT ON THE
      *  MASTER, OR A LOGGED TRADE NO LONGER ON THE TRADE MASTER - IS
      *  HELD THE SAME WAY, WITH THE REASON PRINTED AT THE TOP.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-FILE ASSIGN TO "TRDACCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-FILE-STATUS.

           SELECT CANCEL-LOG ASSIGN TO "TRDCXLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT TRADE-MASTER ASSIGN TO "TRDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRADE-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT SECURITY-FILE ASSIGN TO "SECMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "ADDRVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-FILE-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "TRDCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-FILE-STATUS.

           SELECT HOLD-PRINT-FILE ASSIGN TO "CONFHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE
           RECORD CONTAINS 192 CHARACTERS.
       01  ACCEPTED-TRADE-RECORD       PIC X(192).

       FD  CANCEL-LOG
           RECORD CONTAINS 122 CHARACTERS.
           COPY TRDCXLG.

       FD  TRADE-MASTER
           RECORD CONTAINS 192 CHARACTERS.
           COPY TRADE-RECORD.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  SECURITY-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY SECURITY.

       FD  SUSPECT-FILE
           RECORD CONTAINS 129 CHARACTERS.
           COPY ADDRVAL.

       FD  CONFIRM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONFIRM-PRINT-REC           PIC X(132).

       FD  HOLD-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-PRINT-REC              PIC X(132).

       FD  CONTROL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY BATCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACCEPTED-FILE-STATUS     PIC X(2).
       01  WS-LOG-FILE-STATUS          PIC X(2).
           88  WS-LOG-NOT-FOUND            VALUE '35'.
       01  WS-MASTER-FILE-STATUS       PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-SEC-FILE-STATUS          PIC X(2).
       01  WS-SUSPECT-FILE-STATUS      PIC X(2).
       01  WS-CONF-FILE-STATUS         PIC X(2).
       01  WS-HOLD-FILE-STATUS         PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).

       01  WS-ACCEPTED-EOF-SW          PIC X(1)    VALUE 'N'.
           88  NO-MORE-ACCEPTED            VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-LOG                 VALUE 'Y'.
       01  WS-SUSPECT-EOF-SW           PIC X(1)    VALUE 'N'.
           88  NO-MORE-SUSPECTS            VALUE 'Y'.
       01  WS-DIVERT-SW                PIC X(1).
           88  CONFIRM-DIVERTED            VALUE 'Y'.
       01  WS-SUSPECT-FOUND-SW         PIC X(1).
           88  ACCOUNT-IS-SUSPECT          VALUE 'Y'.
       01  WS-ACCT-FOUND-SW            PIC X(1).
           88  ACCOUNT-ON-FILE             VALUE 'Y'.
       01  WS-TRADE-FOUND-SW           PIC X(1).
           88  TRADE-ON-FILE               VALUE 'Y'.
       01  WS-HOLD-REASON              PIC X(40).

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

       01  WS-SUSPECT-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-SUSPECT-TABLE.
           05  WS-SUS-ENTRY            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-SUSPECT-COUNT
                                       INDEXED BY WS-SUS-IDX.
               10  WS-SUS-ACCOUNT-NO   PIC X(12).

      *    THE CONFIRM BEING PRINTED, WHATEVER ITS SOURCE
       01  WS-CONFIRM.
           05  WS-CNF-KIND             PIC X(1).
               88  CNF-NEW-TRADE           VALUE 'N'.
               88  CNF-CANCEL              VALUE 'X'.
               88  CNF-CORRECTED           VALUE 'C'.
           05  WS-CNF-TRADE-ID         PIC X(16).
           05  WS-CNF-ACCOUNT-NO       PIC X(12).
           05  WS-CNF-TRADE-DATE       PIC X(10).
           05  WS-CNF-SETTLE-DATE      PIC X(10).
           05  WS-CNF-TRADE-TYPE       PIC X(4).
           05  WS-CNF-SYMBOL           PIC X(10).
           05  WS-CNF-QUANTITY         PIC 9(9).
           05  WS-CNF-PRICE            PIC 9(7)V9(4).
           05  WS-CNF-PRINCIPAL        PIC S9(11)V99.
           05  WS-CNF-COMMISSION       PIC 9(7)V99.
           05  WS-CNF-NET              PIC S9(11)V99.
           05  WS-CNF-BROKER-ID        PIC X(8).
           05  WS-CNF-BROKER-NAME      PIC X(30).
           05  WS-CNF-ORIG-QUANTITY    PIC 9(9).
           05  WS-CNF-ORIG-PRICE       PIC 9(7)V9(4).
           05  WS-CNF-ORIG-COMMISSION  PIC 9(7)V99.
           05  WS-CNF-ORIG-SETTLE-DATE PIC X(10).

       01  WS-PRINT-LINE               PIC X(132).

       01  WS-HDR-LINE-1.
           05  HDR1-TITLE              PIC X(36).
           05  FILLER                  PIC X(9)    VALUE 'ACCOUNT: '.
           05  HDR1-ACCOUNT-NO         PIC X(12).
           05  FILLER                  PIC X(9)    VALUE '   DATE: '.
           05  HDR1-RUN-DATE           PIC X(10).
           05  FILLER                  PIC X(11)   VALUE '   TRADE: '.
           05  HDR1-TRADE-ID           PIC X(16).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  CDL-LABEL               PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  CDL-VALUE               PIC X(60).

       01  WS-EDIT-QUANTITY            PIC Z(8)9.
       01  WS-EDIT-PRICE               PIC Z(6)9.9(4).
       01  WS-EDIT-AMOUNT              PIC Z(10)9.99-.

       01  WS-CITY-STATE-ZIP           PIC X(34).

       01  WS-COUNTERS.
           05  WS-ACCEPTED-READ        PIC 9(7)    VALUE ZERO.
           05  WS-LOG-SELECTED         PIC 9(7)    VALUE ZERO.
           05  WS-CONFIRMS-PRINTED     PIC 9(7)    VALUE ZERO.
           05  WS-CONFIRMS-HELD        PIC 9(7)    VALUE ZERO.
           05  WS-CANCELS-PRINTED      PIC 9(7)    VALUE ZERO.
           05  WS-CORRECTS-PRINTED     PIC 9(7)    VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-AMT-ACCEPTED         PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-LOG              PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-PRINTED          PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-HELD             PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-CONFIRM-NEW-TRADES
               UNTIL NO-MORE-ACCEPTED
           PERFORM 0500-CONFIRM-BUSTS
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

           OPEN INPUT SUSPECT-FILE
           PERFORM 0110-READ-SUSPECT
           PERFORM 0120-LOAD-SUSPECT
               UNTIL NO-MORE-SUSPECTS
           CLOSE SUSPECT-FILE

           OPEN INPUT  ACCEPTED-FILE
                INPUT  TRADE-MASTER
                INPUT  ACCOUNT-FILE
                INPUT  SECURITY-FILE
                OUTPUT CONFIRM-FILE
                OUTPUT HOLD-PRINT-FILE

           PERFORM 0210-READ-ACCEPTED.

       0110-READ-SUSPECT.
           READ SUSPECT-FILE
               AT END
                   SET NO-MORE-SUSPECTS TO TRUE
           END-READ.

       0120-LOAD-SUSPECT.
           IF WS-SUSPECT-COUNT < 2000
               ADD 1 TO WS-SUSPECT-COUNT
               SET WS-SUS-IDX TO WS-SUSPECT-COUNT
               MOVE SUS-ACCOUNT-NO TO
                   WS-SUS-ACCOUNT-NO (WS-SUS-IDX)
           ELSE
               DISPLAY 'TRDCONF - SUSPECT TABLE FULL, ACCOUNT '
                   SUS-ACCOUNT-NO ' WILL NOT BE DIVERTED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0110-READ-SUSPECT.

      *----------------------------------------------------------------
      *  CONFIRMS FOR TODAY'S ACCEPTED TRADES
      *----------------------------------------------------------------
       0200-CONFIRM-NEW-TRADES.
           ADD 1 TO WS-ACCEPTED-READ
           MOVE ACCEPTED-TRADE-RECORD TO TRADE-RECORD
           ADD TOTAL-AMOUNT TO WS-AMT-ACCEPTED

           MOVE SPACES          TO WS-CONFIRM
           SET CNF-NEW-TRADE    TO TRUE
           PERFORM 0220-TAKE-TRADE-FIELDS
           MOVE SPACES          TO WS-HOLD-REASON
           PERFORM 0300-ROUTE-CONFIRM
           PERFORM 0400-PRINT-CONFIRM
           PERFORM 0210-READ-ACCEPTED.

       0210-READ-ACCEPTED.
           READ ACCEPTED-FILE
               AT END
                   SET NO-MORE-ACCEPTED TO TRUE
           END-READ.

       0220-TAKE-TRADE-FIELDS.
           MOVE TRADE-ID        TO WS-CNF-TRADE-ID
           MOVE CUSTOMER-ID     TO WS-CNF-ACCOUNT-NO
           MOVE TRADE-DATE      TO WS-CNF-TRADE-DATE
           MOVE SETTLEMENT-DATE TO WS-CNF-SETTLE-DATE
           MOVE TRADE-TYPE      TO WS-CNF-TRADE-TYPE
           MOVE TRADE-SYMBOL    TO WS-CNF-SYMBOL
           MOVE QUANTITY        TO WS-CNF-QUANTITY
           MOVE PRICE           TO WS-CNF-PRICE
           MOVE TOTAL-AMOUNT    TO WS-CNF-PRINCIPAL
           MOVE COMMISSION      TO WS-CNF-COMMISSION
           MOVE BROKER-ID       TO WS-CNF-BROKER-ID
           MOVE BROKER-NAME     TO WS-CNF-BROKER-NAME.

      *----------------------------------------------------------------
      *  ADDRESSING - ACCOUNT MASTER LOOKUP AND SUSPECT-LIST DIVERSION
      *----------------------------------------------------------------
       0300-ROUTE-CONFIRM.
           IF WS-CNF-TRADE-TYPE = 'SELL'
               COMPUTE WS-CNF-NET =
                   WS-CNF-PRINCIPAL - WS-CNF-COMMISSION
           ELSE
               COMPUTE WS-CNF-NET =
                   WS-CNF-PRINCIPAL + WS-CNF-COMMISSION
           END-IF

           MOVE 'Y' TO WS-ACCT-FOUND-SW
           MOVE WS-CNF-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SW
           END-READ

           PERFORM 0310-CHECK-SUSPECT
           IF WS-HOLD-REASON = SPACES
               IF NOT ACCOUNT-ON-FILE
                   STRING 'ACCOUNT NOT ON ACCOUNT MASTER'
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               ELSE
                   IF ACCOUNT-IS-SUSPECT
                       STRING 'ADDRESS ON SUSPECT-ADDRESS LIST'
                           DELIMITED BY SIZE INTO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF

           MOVE 'N' TO WS-DIVERT-SW
           IF WS-HOLD-REASON NOT = SPACES
               SET CONFIRM-DIVERTED TO TRUE
               ADD 1 TO WS-CONFIRMS-HELD
               ADD WS-CNF-PRINCIPAL TO WS-AMT-HELD
           ELSE
               ADD 1 TO WS-CONFIRMS-PRINTED
               ADD WS-CNF-PRINCIPAL TO WS-AMT-PRINTED
           END-IF

           MOVE WS-CNF-SYMBOL TO SEC-SYMBOL
           READ SECURITY-FILE
               INVALID KEY
                   MOVE 'NOT ON SECURITY MASTER' TO SEC-DESCRIPTION
           END-READ.

       0310-CHECK-SUSPECT.
           MOVE 'N' TO WS-SUSPECT-FOUND-SW
           IF WS-SUSPECT-COUNT > ZERO
               SET WS-SUS-IDX TO 1
               SEARCH WS-SUS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUS-ACCOUNT-NO (WS-SUS-IDX)
                       = WS-CNF-ACCOUNT-NO
                       MOVE 'Y' TO WS-SUSPECT-FOUND-SW
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *  CONFIRM PRINT
      *----------------------------------------------------------------
       0400-PRINT-CONFIRM.
           PERFORM 0710-PRINT-CONFIRM-HEADER
           IF CONFIRM-DIVERTED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'HELD FOR REPAIR' TO CDL-LABEL
               MOVE WS-HOLD-REASON    TO CDL-VALUE
               MOVE WS-DETAIL-LINE    TO WS-PRINT-LINE
               PERFORM 0700-WRITE-CONF-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0700-WRITE-CONF-LINE
           END-IF
           IF ACCOUNT-ON-FILE
               PERFORM 0420-PRINT-ADDRESS-BLOCK
           END-IF

           IF CNF-CANCEL
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' THIS CANCELS OUR CONFIRMATION OF TRADE '
                          DELIMITED BY SIZE
                      WS-CNF-TRADE-ID   DELIMITED BY SPACE
                      ' DATED '         DELIMITED BY SIZE
                      WS-CNF-TRADE-DATE DELIMITED BY SIZE
                      '.  THE TRADE BELOW HAS BEEN CANCELLED.'
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0700-WRITE-CONF-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0700-WRITE-CONF-LINE
           END-IF
           IF CNF-CORRECTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' THIS CORRECTS OUR CONFIRMATION OF TRADE '
                          DELIMITED BY SIZE
                      WS-CNF-TRADE-ID   DELIMITED BY SPACE
                      ' DATED '         DELIMITED BY SIZE
                      WS-CNF-TRADE-DATE DELIMITED BY SIZE
                      '.  THE TRADE AS CORRECTED IS SHOWN BELOW.'
                          DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0700-WRITE-CONF-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0700-WRITE-CONF-LINE
           END-IF

           PERFORM 0430-PRINT-TRADE-DETAIL

           IF CNF-CORRECTED
               PERFORM 0440-PRINT-ORIGINAL-DETAIL
           END-IF

           MOVE ' *** END OF CONFIRMATION ***' TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE.

       0420-PRINT-ADDRESS-BLOCK.
           MOVE CUSTOMER-NAME OF ACCOUNT TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE
           MOVE ADDRESS-LINE-1 TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE
           IF ADDRESS-LINE-2 NOT = SPACES
               MOVE ADDRESS-LINE-2 TO WS-PRINT-LINE
               PERFORM 0700-WRITE-CONF-LINE
           END-IF
           MOVE SPACES TO WS-CITY-STATE-ZIP
           STRING CITY     DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  STATE    DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  ZIP-CODE DELIMITED BY SIZE
                  INTO WS-CITY-STATE-ZIP
           END-STRING
           MOVE WS-CITY-STATE-ZIP TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE.

       0430-PRINT-TRADE-DETAIL.
           MOVE SPACES               TO WS-DETAIL-LINE
           MOVE 'TRADE DATE'          TO CDL-LABEL
           MOVE WS-CNF-TRADE-DATE     TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'SETTLEMENT DATE'     TO CDL-LABEL
           MOVE WS-CNF-SETTLE-DATE    TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'YOU'                 TO CDL-LABEL
           IF WS-CNF-TRADE-TYPE = 'SELL'
               MOVE 'SOLD'            TO CDL-VALUE
           ELSE
               MOVE 'BOUGHT'          TO CDL-VALUE
           END-IF
           PERFORM 0450-WRITE-DETAIL

           MOVE 'QUANTITY'            TO CDL-LABEL
           MOVE WS-CNF-QUANTITY       TO WS-EDIT-QUANTITY
           MOVE WS-EDIT-QUANTITY      TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'SECURITY'            TO CDL-LABEL
           STRING WS-CNF-SYMBOL   DELIMITED BY SPACE
                  '  '            DELIMITED BY SIZE
                  SEC-DESCRIPTION DELIMITED BY SIZE
                  INTO CDL-VALUE
           END-STRING
           PERFORM 0450-WRITE-DETAIL

           MOVE 'PRICE'               TO CDL-LABEL
           MOVE WS-CNF-PRICE          TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE         TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'PRINCIPAL'           TO CDL-LABEL
           MOVE WS-CNF-PRINCIPAL      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT        TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'COMMISSION'          TO CDL-LABEL
           MOVE WS-CNF-COMMISSION     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT        TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'NET AMOUNT'          TO CDL-LABEL
           MOVE WS-CNF-NET            TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT        TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'BROKER'              TO CDL-LABEL
           STRING WS-CNF-BROKER-ID   DELIMITED BY SPACE
                  '  '               DELIMITED BY SIZE
                  WS-CNF-BROKER-NAME DELIMITED BY SIZE
                  INTO CDL-VALUE
           END-STRING
           PERFORM 0450-WRITE-DETAIL

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE.

       0440-PRINT-ORIGINAL-DETAIL.
           MOVE ' ORIGINALLY CONFIRMED AS' TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE

           MOVE SPACES                TO WS-DETAIL-LINE
           MOVE 'SETTLEMENT DATE'     TO CDL-LABEL
           MOVE WS-CNF-ORIG-SETTLE-DATE TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'QUANTITY'            TO CDL-LABEL
           MOVE WS-CNF-ORIG-QUANTITY  TO WS-EDIT-QUANTITY
           MOVE WS-EDIT-QUANTITY      TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'PRICE'               TO CDL-LABEL
           MOVE WS-CNF-ORIG-PRICE     TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE         TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE 'COMMISSION'          TO CDL-LABEL
           MOVE WS-CNF-ORIG-COMMISSION TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT        TO CDL-VALUE
           PERFORM 0450-WRITE-DETAIL

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE.

       0450-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE
           MOVE SPACES TO CDL-VALUE.

      *----------------------------------------------------------------
      *  CANCEL AND CORRECTED CONFIRMS FROM TODAY'S CANCEL/CORRECT LOG
      *----------------------------------------------------------------
       0500-CONFIRM-BUSTS.
           OPEN INPUT CANCEL-LOG
           IF WS-LOG-NOT-FOUND
               SET NO-MORE-LOG TO TRUE
           ELSE
               PERFORM 0520-READ-LOG
               PERFORM 0510-CONFIRM-ONE-BUST
                   UNTIL NO-MORE-LOG
               CLOSE CANCEL-LOG
           END-IF.

       0510-CONFIRM-ONE-BUST.
           IF CXL-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-LOG-SELECTED
               MOVE SPACES TO WS-HOLD-REASON
               MOVE 'Y' TO WS-TRADE-FOUND-SW
               MOVE CXL-TRADE-ID TO TRADE-ID
               READ TRADE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-TRADE-FOUND-SW
               END-READ

               MOVE SPACES TO WS-CONFIRM
               IF CXL-ACTION = 'CORRECT '
                   SET CNF-CORRECTED TO TRUE
                   ADD 1 TO WS-CORRECTS-PRINTED
               ELSE
                   SET CNF-CANCEL TO TRUE
                   ADD 1 TO WS-CANCELS-PRINTED
               END-IF

               IF TRADE-ON-FILE AND CNF-CORRECTED
                   PERFORM 0220-TAKE-TRADE-FIELDS
               ELSE
                   PERFORM 0530-TAKE-LOGGED-FIELDS
               END-IF
               MOVE CXL-QUANTITY        TO WS-CNF-ORIG-QUANTITY
               MOVE CXL-PRICE           TO WS-CNF-ORIG-PRICE
               MOVE CXL-COMMISSION      TO WS-CNF-ORIG-COMMISSION
               MOVE CXL-SETTLEMENT-DATE TO WS-CNF-ORIG-SETTLE-DATE
               ADD WS-CNF-PRINCIPAL TO WS-AMT-LOG

               IF NOT TRADE-ON-FILE
                   STRING 'TRADE NOT ON TRADE MASTER'
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
               PERFORM 0300-ROUTE-CONFIRM
               PERFORM 0400-PRINT-CONFIRM
           END-IF
           PERFORM 0520-READ-LOG.

       0520-READ-LOG.
           READ CANCEL-LOG
               AT END
                   SET NO-MORE-LOG TO TRUE
           END-READ.

      *    A CANCEL REPEATS THE TRADE AS IT WAS CONFIRMED.  THE LOG
      *    HOLDS THE PRE-BUST FIGURES; THE TRADE DATE AND BROKER NAME
      *    COME FROM THE MASTER, WHICH A CANCEL LEAVES UNCHANGED.
       0530-TAKE-LOGGED-FIELDS.
           MOVE CXL-TRADE-ID        TO WS-CNF-TRADE-ID
           MOVE CXL-CUSTOMER-ID     TO WS-CNF-ACCOUNT-NO
           MOVE CXL-SETTLEMENT-DATE TO WS-CNF-SETTLE-DATE
           MOVE CXL-TRADE-TYPE      TO WS-CNF-TRADE-TYPE
           MOVE CXL-SYMBOL          TO WS-CNF-SYMBOL
           MOVE CXL-QUANTITY        TO WS-CNF-QUANTITY
           MOVE CXL-PRICE           TO WS-CNF-PRICE
           MOVE CXL-COMMISSION      TO WS-CNF-COMMISSION
           MOVE CXL-BROKER-ID       TO WS-CNF-BROKER-ID
           IF TRADE-ON-FILE
               MOVE TRADE-DATE      TO WS-CNF-TRADE-DATE
               MOVE BROKER-NAME     TO WS-CNF-BROKER-NAME
               MOVE TOTAL-AMOUNT    TO WS-CNF-PRINCIPAL
           ELSE
               COMPUTE WS-CNF-PRINCIPAL ROUNDED =
                   CXL-QUANTITY * CXL-PRICE
           END-IF.

      *----------------------------------------------------------------
      *  PRINT ROUTING - CONFIRM FILE OR HOLD-FOR-REPAIR QUEUE
      *----------------------------------------------------------------
       0700-WRITE-CONF-LINE.
           IF CONFIRM-DIVERTED
               MOVE WS-PRINT-LINE TO HOLD-PRINT-REC
               WRITE HOLD-PRINT-REC
           ELSE
               MOVE WS-PRINT-LINE TO CONFIRM-PRINT-REC
               WRITE CONFIRM-PRINT-REC
           END-IF.

       0710-PRINT-CONFIRM-HEADER.
           EVALUATE TRUE
               WHEN CNF-CANCEL
                   MOVE 'CANCEL - TRADE CONFIRMATION'  TO HDR1-TITLE
               WHEN CNF-CORRECTED
                   MOVE 'CORRECTED - TRADE CONFIRMATION'
                       TO HDR1-TITLE
               WHEN OTHER
                   MOVE 'TRADE CONFIRMATION'           TO HDR1-TITLE
           END-EVALUATE
           MOVE WS-CNF-ACCOUNT-NO TO HDR1-ACCOUNT-NO
           MOVE WS-RUN-DATE       TO HDR1-RUN-DATE
           MOVE WS-CNF-TRADE-ID   TO HDR1-TRADE-ID
           MOVE WS-HDR-LINE-1     TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 0700-WRITE-CONF-LINE.

       0800-WRITE-CONTROLS.
           OPEN EXTEND CONTROL-FILE

           MOVE 'TRDCONF '        TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE 'TRDACCPT'        TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-ACCEPTED-READ  TO CTL-RECORD-COUNT
           MOVE WS-AMT-ACCEPTED   TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'TRDCXLG '        TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-LOG-SELECTED   TO CTL-RECORD-COUNT
           MOVE WS-AMT-LOG        TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'TRDCONF '        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-CONFIRMS-PRINTED TO CTL-RECORD-COUNT
           MOVE WS-AMT-PRINTED    TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'CONFHOLD'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-CONFIRMS-HELD  TO CTL-RECORD-COUNT
           MOVE WS-AMT-HELD       TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           CLOSE CONTROL-FILE.

       0900-TERMINATE.
           PERFORM 0800-WRITE-CONTROLS

           CLOSE ACCEPTED-FILE
                 TRADE-MASTER
                 ACCOUNT-FILE
                 SECURITY-FILE
                 CONFIRM-FILE
                 HOLD-PRINT-FILE

           DISPLAY 'TRDCONF - ACCEPTED TRADES   : ' WS-ACCEPTED-READ
           DISPLAY 'TRDCONF - CANCEL CONFIRMS   : ' WS-CANCELS-PRINTED
           DISPLAY 'TRDCONF - CORRECTED CONFIRMS: ' WS-CORRECTS-PRINTED
           DISPLAY 'TRDCONF - CONFIRMS MAILED   : ' WS-CONFIRMS-PRINTED
           DISPLAY 'TRDCONF - CONFIRMS HELD     : ' WS-CONFIRMS-HELD.
