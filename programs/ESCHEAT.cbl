       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESCHEAT.
       AUTHOR.      OPERATIONS-SUPPORT.
      *****************************************************************
      *  DORMANT-ACCOUNT AND UNCLAIMED-PROPERTY (ESCHEATMENT) RUN
      *  RUN ANNUALLY OR ON DEMAND.  SCANS THE ACCOUNT MASTER AND
      *  FINDS EVERY ACCOUNT NOT CLOSED WHOSE LAST-ACTIVITY-DATE (OR
      *  OPEN-DATE, WHEN IT HAS NEVER HAD ACTIVITY) IS OLDER THAN THE
      *  DORMANCY PERIOD FOR THE STATE IN ITS CUSTOMER-ADDRESS, PER
      *  THE STATE RULE TABLE (ESCHRULE).  EACH ACCOUNT'S PROGRESS
      *  THROUGH THE ESCHEAT CYCLE IS KEPT ON THE DORMANCY MASTER
      *  (ESCHMSTR), KEYED BY ACCOUNT:
      *    - A NEWLY DORMANT ACCOUNT GETS A DUE-DILIGENCE LETTER, IN
      *      THE STATEMENT ADDRESS FORMAT, AND A RESPONSE DEADLINE OF
      *      THE RUN DATE PLUS THE STATE'S LETTER CYCLE.
      *    - AN ACCOUNT STILL SILENT ON OR AFTER ITS DEADLINE IS
      *      WRITTEN TO THE REPORT-AND-REMIT FILE - ITS CASH BALANCE
      *      AND EACH POSITION HELD - AND IS FROZEN THROUGH A
      *      GENERATED FREEZE TRANSACTION APPENDED TO THE ACCTMNT
      *      INPUT FILE, SO THE CHANGE IS EDITED AND JOURNALED IN
      *      ACCTJRNL BY THE NEXT ACCTMNT RUN (AS MRGNCALL DOES).
      *    - AN ACCOUNT WITH ACTIVITY AFTER ITS LETTER HAS RESPONDED
      *      AND IS DROPPED FROM THE DORMANCY MASTER.
      *  ACCOUNTS ALREADY REPORTED ARE NOT REPORTED AGAIN.  EVERY
      *  DORMANT ACCOUNT IN THE CYCLE PRINTS ON THE DORMANCY REGISTER,
      *  SORTED BY STATE, WITH ITS CASH BALANCE AND ITS POSITION-
      *  MASTER HOLDINGS VALUED AT THE CLOSES LOADED BY PRICLOAD, AND
      *  CASH AND SECURITIES TOTALS PER STATE AND FOR THE FIRM.  A
      *  HOLDING WITH NO PRICE ON FILE IS LISTED BUT NOT VALUED.
      *  AN ACCOUNT WHOSE STATE HAS NO RULE IS SKIPPED AND COUNTED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT DORMANCY-FILE ASSIGN TO "ESCHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EDM-ACCOUNT-NO
               FILE STATUS IS WS-DORM-FILE-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-POSITION-KEY
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT PRICE-FILE ASSIGN TO "CLSPRICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPR-SYMBOL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

           SELECT DORMANT-WORK-FILE ASSIGN TO "ESCHWK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK1-FILE-STATUS.

           SELECT DORMANT-SORT-FILE ASSIGN TO "ESCHSRT".

           SELECT SORTED-DORMANT-FILE ASSIGN TO "ESCHWK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK2-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "ESCHLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT REGISTER-RPT ASSIGN TO "ESCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN TO "ESCHRMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-FILE-STATUS.

           SELECT MAINT-FILE ASSIGN TO "ACCTMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  DORMANCY-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY ESCHDORM.

       FD  POSITION-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY POSITION.

       FD  PRICE-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY CLSPRICE.

       FD  DORMANT-WORK-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  WK1-DORMANT-RECORD.
           05  WK1-STATE               PIC X(2).
           05  WK1-ACCOUNT-NO          PIC X(12).
           05  WK1-STAGE               PIC X(1).
           05  WK1-LETTER-DATE         PIC X(10).
           05  WK1-REMIT-DUE-DATE      PIC X(10).
           05  WK1-ACTIVITY-DATE       PIC X(10).

       SD  DORMANT-SORT-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  SRT-DORMANT-RECORD.
           05  SRT-STATE               PIC X(2).
           05  SRT-ACCOUNT-NO          PIC X(12).
           05  SRT-STAGE               PIC X(1).
           05  SRT-LETTER-DATE         PIC X(10).
           05  SRT-REMIT-DUE-DATE      PIC X(10).
           05  SRT-ACTIVITY-DATE       PIC X(10).

       FD  SORTED-DORMANT-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  WK2-DORMANT-RECORD.
           05  WK2-STATE               PIC X(2).
           05  WK2-ACCOUNT-NO          PIC X(12).
           05  WK2-STAGE               PIC X(1).
               88  WK2-STAGE-LETTER        VALUE 'L'.
               88  WK2-STAGE-PENDING       VALUE 'P'.
               88  WK2-STAGE-REMIT         VALUE 'R'.
           05  WK2-LETTER-DATE         PIC X(10).
           05  WK2-REMIT-DUE-DATE      PIC X(10).
           05  WK2-ACTIVITY-DATE       PIC X(10).

       FD  LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LETTER-PRINT-REC            PIC X(132).

       FD  REGISTER-RPT
           RECORD CONTAINS 149 CHARACTERS.
           COPY ESCHREG.

       FD  REMIT-FILE
           RECORD CONTAINS 210 CHARACTERS.
           COPY ESCHRMT.

       FD  MAINT-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY ACCTMNT.

       WORKING-STORAGE SECTION.
       COPY ESCHRULE.

       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-DORM-FILE-STATUS         PIC X(2).
       01  WS-POS-FILE-STATUS          PIC X(2).
       01  WS-PRICE-FILE-STATUS        PIC X(2).
       01  WS-WK1-FILE-STATUS          PIC X(2).
       01  WS-WK2-FILE-STATUS          PIC X(2).
       01  WS-LTR-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-RMT-FILE-STATUS          PIC X(2).
       01  WS-MAINT-FILE-STATUS        PIC X(2).

       01  WS-ACCT-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-ACCOUNTS            VALUE 'Y'.
       01  WS-DORMANT-EOF-SW           PIC X(1)    VALUE 'N'.
           88  NO-MORE-DORMANT             VALUE 'Y'.
       01  WS-POS-EOF-SW               PIC X(1).
           88  NO-MORE-POSITIONS           VALUE 'Y'.
       01  WS-DORM-FOUND-SW            PIC X(1).
           88  DORMANCY-ON-FILE            VALUE 'Y'.
       01  WS-RULE-FOUND-SW            PIC X(1).
           88  STATE-RULE-FOUND            VALUE 'Y'.
       01  WS-ACCT-FOUND-SW            PIC X(1).
           88  ACCOUNT-ON-FILE             VALUE 'Y'.
       01  WS-PRICE-FOUND-SW           PIC X(1).
           88  PRICE-ON-FILE               VALUE 'Y'.
       01  WS-FIRST-STATE-SW           PIC X(1)    VALUE 'Y'.
           88  FIRST-STATE                 VALUE 'Y'.
           88  NOT-FIRST-STATE             VALUE 'N'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

      *    DORMANCY CUT-OFF - THE RUN DATE LESS THE STATE'S PERIOD.
       01  WS-CUTOFF-DATE.
           05  WS-CO-YYYY              PIC 9(4).
           05  FILLER                  PIC X(1)    VALUE '-'.
           05  WS-CO-MM                PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE '-'.
           05  WS-CO-DD                PIC 9(2).

       01  WS-DUE-DATE-INT             PIC 9(7).
       01  WS-DUE-DATE.
           05  WS-DD-YYYY              PIC 9(4).
           05  WS-DD-MM                PIC 9(2).
           05  WS-DD-DD                PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                       PIC 9(8).
       01  WS-REMIT-DUE-DATE           PIC X(10).

       01  WS-ACTIVITY-DATE            PIC X(10).
       01  WS-PRIOR-STATE              PIC X(2).
       01  WS-STAGE-NAME               PIC X(8).
       01  WS-POSITION-VALUE           PIC S9(13)V99.

       01  WS-STATE-TOTALS.
           05  WS-STATE-ACCOUNTS       PIC 9(7)     VALUE ZERO.
           05  WS-STATE-CASH           PIC S9(13)V99 VALUE ZERO.
           05  WS-STATE-SECURITIES     PIC S9(13)V99 VALUE ZERO.

       01  WS-FIRM-TOTALS.
           05  WS-FIRM-ACCOUNTS        PIC 9(7)     VALUE ZERO.
           05  WS-FIRM-CASH            PIC S9(13)V99 VALUE ZERO.
           05  WS-FIRM-SECURITIES      PIC S9(13)V99 VALUE ZERO.

       01  WS-LETTER-LINE              PIC X(132).
       01  WS-CITY-STATE-ZIP           PIC X(34).

       01  WS-LTR-HDR-LINE.
           05  FILLER                  PIC X(28)
               VALUE 'NOTICE OF UNCLAIMED PROPERTY'.
           05  FILLER                  PIC X(11)   VALUE '  ACCOUNT: '.
           05  LHD-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(9)    VALUE '   DATE: '.
           05  LHD-RUN-DATE            PIC X(10).

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-DORMANT     PIC 9(7)    VALUE ZERO.
           05  WS-LETTERS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-PENDING     PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-REMITTED    PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-RESPONDED   PIC 9(7)    VALUE ZERO.
           05  WS-ALREADY-ESCHEATED    PIC 9(7)    VALUE ZERO.
           05  WS-NO-STATE-RULE        PIC 9(7)    VALUE ZERO.
           05  WS-UNPRICED-HOLDINGS    PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SCAN-ACCOUNTS
               UNTIL NO-MORE-ACCOUNTS
           CLOSE DORMANT-WORK-FILE

           PERFORM 0150-SORT-DORMANT

           PERFORM 0180-OPEN-OUTPUTS
           PERFORM 0400-PROCESS-DORMANT
               UNTIL NO-MORE-DORMANT
           IF NOT-FIRST-STATE
               PERFORM 0600-PRINT-STATE-TOTAL
               PERFORM 0650-PRINT-FIRM-TOTAL
           END-IF
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

           OPEN INPUT  ACCOUNT-FILE
                I-O    DORMANCY-FILE
                OUTPUT DORMANT-WORK-FILE

           PERFORM 0210-READ-ACCOUNT.

       0150-SORT-DORMANT.
           SORT DORMANT-SORT-FILE
               ON ASCENDING KEY SRT-STATE
                                SRT-ACCOUNT-NO
               USING DORMANT-WORK-FILE
               GIVING SORTED-DORMANT-FILE.

       0180-OPEN-OUTPUTS.
           OPEN INPUT  SORTED-DORMANT-FILE
                INPUT  POSITION-FILE
                INPUT  PRICE-FILE
                OUTPUT LETTER-FILE
                OUTPUT REGISTER-RPT
                OUTPUT REMIT-FILE
                EXTEND MAINT-FILE

           PERFORM 0410-READ-DORMANT.

      *----------------------------------------------------------------
      *    PASS 1 - FIND DORMANT ACCOUNTS AND MOVE EACH ONE THROUGH
      *    THE LETTER CYCLE ON THE DORMANCY MASTER.
      *----------------------------------------------------------------
       0200-SCAN-ACCOUNTS.
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT ACCT-STATUS-CLOSED
               PERFORM 0300-CHECK-DORMANCY
           END-IF
           PERFORM 0210-READ-ACCOUNT.

       0210-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-ACCOUNTS TO TRUE
           END-READ.

       0300-CHECK-DORMANCY.
           IF LAST-ACTIVITY-DATE = SPACES
               MOVE OPEN-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           END-IF

           PERFORM 0310-READ-DORMANCY
           IF DORMANCY-ON-FILE AND EDM-ESCHEATED
               ADD 1 TO WS-ALREADY-ESCHEATED
           ELSE
               IF DORMANCY-ON-FILE
                   AND WS-ACTIVITY-DATE > EDM-LETTER-DATE
                   ADD 1 TO WS-ACCOUNTS-RESPONDED
                   DELETE DORMANCY-FILE RECORD
                   MOVE 'N' TO WS-DORM-FOUND-SW
               END-IF
               PERFORM 0320-FIND-STATE-RULE
               IF NOT STATE-RULE-FOUND
                   ADD 1 TO WS-NO-STATE-RULE
                   DISPLAY 'ESCHEAT - NO STATE RULE FOR ' STATE
                       ', ACCOUNT ' ACCOUNT-NO ' NOT CHECKED'
               ELSE
                   MOVE WS-CD-MM TO WS-CO-MM
                   MOVE WS-CD-DD TO WS-CO-DD
                   COMPUTE WS-CO-YYYY = WS-CD-YYYY
                       - WS-ER-DORMANCY-YEARS (WS-ER-IDX)
                   IF WS-ACTIVITY-DATE NOT > WS-CUTOFF-DATE
                       ADD 1 TO WS-ACCOUNTS-DORMANT
                       PERFORM 0330-ADVANCE-CYCLE
                   END-IF
               END-IF
           END-IF.

       0310-READ-DORMANCY.
           MOVE 'Y' TO WS-DORM-FOUND-SW
           MOVE ACCOUNT-NO TO EDM-ACCOUNT-NO
           READ DORMANCY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DORM-FOUND-SW
           END-READ.

       0320-FIND-STATE-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SW
           SET WS-ER-IDX TO 1
           SEARCH WS-ER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ER-STATE-CODE (WS-ER-IDX) = STATE
                   SET STATE-RULE-FOUND TO TRUE
           END-SEARCH.

      *    A NEWLY DORMANT ACCOUNT STARTS THE LETTER CYCLE; ONE
      *    ALREADY LETTERED IS REPORTED ONCE ITS DEADLINE HAS PASSED.
       0330-ADVANCE-CYCLE.
           MOVE SPACES           TO WK1-DORMANT-RECORD
           MOVE STATE            TO WK1-STATE
           MOVE ACCOUNT-NO       TO WK1-ACCOUNT-NO
           MOVE WS-ACTIVITY-DATE TO WK1-ACTIVITY-DATE

           IF NOT DORMANCY-ON-FILE
               PERFORM 0340-COMPUTE-DUE-DATE
               MOVE SPACES            TO ESCHEAT-DORMANCY-RECORD
               MOVE ACCOUNT-NO        TO EDM-ACCOUNT-NO
               MOVE STATE             TO EDM-STATE
               SET EDM-LETTER-SENT    TO TRUE
               MOVE WS-RUN-DATE       TO EDM-LETTER-DATE
               MOVE WS-REMIT-DUE-DATE TO EDM-REMIT-DUE-DATE
               WRITE ESCHEAT-DORMANCY-RECORD
               MOVE 'L' TO WK1-STAGE
           ELSE
               IF WS-RUN-DATE NOT < EDM-REMIT-DUE-DATE
                   SET EDM-ESCHEATED     TO TRUE
                   MOVE WS-RUN-DATE      TO EDM-REPORTED-DATE
                   REWRITE ESCHEAT-DORMANCY-RECORD
                   MOVE 'R' TO WK1-STAGE
               ELSE
                   MOVE 'P' TO WK1-STAGE
               END-IF
           END-IF

           MOVE EDM-LETTER-DATE    TO WK1-LETTER-DATE
           MOVE EDM-REMIT-DUE-DATE TO WK1-REMIT-DUE-DATE
           WRITE WK1-DORMANT-RECORD.

       0340-COMPUTE-DUE-DATE.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
               + WS-ER-LETTER-DAYS (WS-ER-IDX)
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
           MOVE SPACES TO WS-REMIT-DUE-DATE
           STRING WS-DD-YYYY DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-DD-MM   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-DD-DD   DELIMITED BY SIZE
                  INTO WS-REMIT-DUE-DATE
           END-STRING.

      *----------------------------------------------------------------
      *    PASS 2 - BY STATE: REGISTER, LETTERS, REPORT-AND-REMIT AND
      *    THE GENERATED FREEZE.
      *----------------------------------------------------------------
       0400-PROCESS-DORMANT.
           IF FIRST-STATE
               MOVE WK2-STATE TO WS-PRIOR-STATE
               SET NOT-FIRST-STATE TO TRUE
           ELSE
               IF WK2-STATE NOT = WS-PRIOR-STATE
                   PERFORM 0600-PRINT-STATE-TOTAL
                   MOVE WK2-STATE TO WS-PRIOR-STATE
               END-IF
           END-IF

           PERFORM 0420-READ-ACCOUNT-BY-KEY
           IF ACCOUNT-ON-FILE
               PERFORM 0430-REGISTER-ACCOUNT
               EVALUATE TRUE
                   WHEN WK2-STAGE-LETTER
                       PERFORM 0500-WRITE-LETTER
                   WHEN WK2-STAGE-REMIT
                       PERFORM 0550-WRITE-CASH-REMIT
                       PERFORM 0560-WRITE-FREEZE-MAINT
                   WHEN OTHER
                       ADD 1 TO WS-ACCOUNTS-PENDING
               END-EVALUATE
           END-IF
           PERFORM 0410-READ-DORMANT.

       0410-READ-DORMANT.
           READ SORTED-DORMANT-FILE
               AT END
                   SET NO-MORE-DORMANT TO TRUE
           END-READ.

       0420-READ-ACCOUNT-BY-KEY.
           MOVE 'Y' TO WS-ACCT-FOUND-SW
           MOVE WK2-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SW
                   DISPLAY 'ESCHEAT - ACCOUNT ' WK2-ACCOUNT-NO
                       ' NO LONGER ON MASTER'
           END-READ.

       0430-REGISTER-ACCOUNT.
           EVALUATE TRUE
               WHEN WK2-STAGE-LETTER
                   MOVE 'LETTER'   TO WS-STAGE-NAME
               WHEN WK2-STAGE-REMIT
                   MOVE 'REMIT'    TO WS-STAGE-NAME
               WHEN OTHER
                   MOVE 'PENDING'  TO WS-STAGE-NAME
           END-EVALUATE

           MOVE SPACES             TO ESCHEAT-REGISTER-LINE
           MOVE WK2-STATE           TO ERG-STATE
           MOVE ACCOUNT-NO          TO ERG-ACCOUNT-NO
           MOVE CUSTOMER-NAME OF ACCOUNT TO ERG-CUSTOMER-NAME
           MOVE WK2-ACTIVITY-DATE   TO ERG-LAST-ACTIVITY-DATE
           MOVE WK2-LETTER-DATE     TO ERG-LETTER-DATE
           MOVE WS-STAGE-NAME       TO ERG-STAGE
           MOVE 'CASH'              TO ERG-SYMBOL
           MOVE BALANCE             TO ERG-AMOUNT
           IF WK2-STAGE-PENDING
               STRING 'DUE '             DELIMITED BY SIZE
                      WK2-REMIT-DUE-DATE DELIMITED BY SIZE
                      INTO ERG-REMARKS
               END-STRING
           END-IF
           WRITE ESCHEAT-REGISTER-LINE

           ADD 1       TO WS-STATE-ACCOUNTS
           ADD BALANCE TO WS-STATE-CASH

           PERFORM 0440-REGISTER-HOLDINGS.

       0440-REGISTER-HOLDINGS.
           MOVE 'N'  TO WS-POS-EOF-SW
           MOVE ACCOUNT-NO TO POS-CUSTOMER-ID
           MOVE LOW-VALUES TO POS-SYMBOL
           START POSITION-FILE KEY IS NOT LESS THAN POS-POSITION-KEY
               INVALID KEY
                   SET NO-MORE-POSITIONS TO TRUE
           END-START
           PERFORM 0460-READ-NEXT-POSITION
           PERFORM 0450-REGISTER-ONE-HOLDING
               UNTIL NO-MORE-POSITIONS.

       0450-REGISTER-ONE-HOLDING.
           IF POS-QUANTITY NOT = ZERO
               PERFORM 0470-READ-PRICE
               MOVE SPACES          TO ESCHEAT-REGISTER-LINE
               MOVE WK2-STATE        TO ERG-STATE
               MOVE ACCOUNT-NO       TO ERG-ACCOUNT-NO
               MOVE WS-STAGE-NAME    TO ERG-STAGE
               MOVE POS-SYMBOL       TO ERG-SYMBOL
               MOVE POS-QUANTITY     TO ERG-QUANTITY
               IF PRICE-ON-FILE
                   COMPUTE WS-POSITION-VALUE ROUNDED =
                       POS-QUANTITY * CPR-CLOSE-PRICE
                   MOVE CPR-CLOSE-PRICE   TO ERG-CLOSE-PRICE
                   MOVE WS-POSITION-VALUE TO ERG-AMOUNT
                   ADD WS-POSITION-VALUE  TO WS-STATE-SECURITIES
               ELSE
                   MOVE ZERO TO WS-POSITION-VALUE
                   ADD 1 TO WS-UNPRICED-HOLDINGS
                   MOVE 'NO PRICE ON FILE' TO ERG-REMARKS
               END-IF
               WRITE ESCHEAT-REGISTER-LINE
               IF WK2-STAGE-REMIT
                   PERFORM 0555-WRITE-SECURITY-REMIT
               END-IF
           END-IF
           PERFORM 0460-READ-NEXT-POSITION.

       0460-READ-NEXT-POSITION.
           IF NOT NO-MORE-POSITIONS
               READ POSITION-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-POSITIONS TO TRUE
               END-READ
               IF NOT NO-MORE-POSITIONS
                   AND POS-CUSTOMER-ID NOT = ACCOUNT-NO
                   SET NO-MORE-POSITIONS TO TRUE
               END-IF
           END-IF.

       0470-READ-PRICE.
           MOVE 'Y' TO WS-PRICE-FOUND-SW
           MOVE POS-SYMBOL TO CPR-SYMBOL
           READ PRICE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRICE-FOUND-SW
           END-READ.

      *----------------------------------------------------------------
      *    DUE-DILIGENCE LETTER, ADDRESSED AS ON THE STATEMENT.
      *----------------------------------------------------------------
       0500-WRITE-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE ACCOUNT-NO    TO LHD-ACCOUNT-NO
           MOVE WS-RUN-DATE   TO LHD-RUN-DATE
           MOVE WS-LTR-HDR-LINE TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE

           PERFORM 0510-PRINT-ADDRESS-BLOCK

           MOVE SPACES TO WS-LETTER-LINE
           STRING ' OUR RECORDS SHOW NO ACTIVITY ON THIS ACCOUNT SINCE '
                      DELIMITED BY SIZE
                  WK2-ACTIVITY-DATE DELIMITED BY SIZE
                  '.'               DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 0700-WRITE-LETTER-LINE

           MOVE SPACES TO WS-LETTER-LINE
           STRING ' UNDER THE UNCLAIMED PROPERTY LAW OF THE STATE OF '
                      DELIMITED BY SIZE
                  WK2-STATE         DELIMITED BY SIZE
                  ', CASH AND SECURITIES IN'
                                    DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 0700-WRITE-LETTER-LINE

           MOVE ' AN ACCOUNT WITH NO OWNER CONTACT MUST BE REPORTED AND'
               TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE
           MOVE ' DELIVERED TO THE STATE.  TO KEEP YOUR ACCOUNT, PLEASE'
               TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE

           MOVE SPACES TO WS-LETTER-LINE
           STRING ' CONTACT US OR USE YOUR ACCOUNT ON OR BEFORE '
                      DELIMITED BY SIZE
                  WK2-REMIT-DUE-DATE DELIMITED BY SIZE
                  '.'                DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 0700-WRITE-LETTER-LINE

           MOVE SPACES TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE
           MOVE ' *** END OF NOTICE ***' TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE.

       0510-PRINT-ADDRESS-BLOCK.
           MOVE CUSTOMER-NAME OF ACCOUNT TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE
           MOVE ADDRESS-LINE-1 TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE
           IF ADDRESS-LINE-2 NOT = SPACES
               MOVE ADDRESS-LINE-2 TO WS-LETTER-LINE
               PERFORM 0700-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-CITY-STATE-ZIP
           STRING CITY     DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  STATE    DELIMITED BY SIZE
                  ' '      DELIMITED BY SIZE
                  ZIP-CODE DELIMITED BY SIZE
                  INTO WS-CITY-STATE-ZIP
           END-STRING
           MOVE WS-CITY-STATE-ZIP TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           PERFORM 0700-WRITE-LETTER-LINE.

      *----------------------------------------------------------------
      *    REPORT-AND-REMIT - ONE CASH RECORD FOR A CREDIT BALANCE AND
      *    ONE SECURITY RECORD PER POSITION HELD.
      *----------------------------------------------------------------
       0550-WRITE-CASH-REMIT.
           ADD 1 TO WS-ACCOUNTS-REMITTED
           IF BALANCE > ZERO
               PERFORM 0570-BUILD-REMIT-OWNER
               SET RMT-CASH         TO TRUE
               MOVE SPACES          TO RMT-SYMBOL
               MOVE ZERO            TO RMT-QUANTITY
               MOVE BALANCE         TO RMT-AMOUNT
               WRITE ESCHEAT-REMIT-RECORD
           END-IF.

       0555-WRITE-SECURITY-REMIT.
           PERFORM 0570-BUILD-REMIT-OWNER
           SET RMT-SECURITY      TO TRUE
           MOVE POS-SYMBOL       TO RMT-SYMBOL
           MOVE POS-QUANTITY     TO RMT-QUANTITY
           MOVE WS-POSITION-VALUE TO RMT-AMOUNT
           WRITE ESCHEAT-REMIT-RECORD.

       0560-WRITE-FREEZE-MAINT.
           MOVE SPACES          TO ACCT-MAINT-RECORD
           STRING 'ES'           DELIMITED BY SIZE
                  ACCOUNT-NO     DELIMITED BY SIZE
                  WS-CD-MM       DELIMITED BY SIZE
                  INTO MNT-TRAN-ID
           END-STRING
           MOVE 'FREEZE  '       TO MNT-ACTION
           MOVE ACCOUNT-NO       TO MNT-ACCOUNT-NO
           WRITE ACCT-MAINT-RECORD.

       0570-BUILD-REMIT-OWNER.
           MOVE SPACES             TO ESCHEAT-REMIT-RECORD
           MOVE WK2-STATE           TO RMT-STATE
           MOVE WS-RUN-DATE         TO RMT-REPORT-DATE
           MOVE ACCOUNT-NO          TO RMT-ACCOUNT-NO
           MOVE CUSTOMER-NAME OF ACCOUNT TO RMT-OWNER-NAME
           MOVE ADDRESS-LINE-1      TO RMT-ADDRESS-LINE-1
           MOVE ADDRESS-LINE-2      TO RMT-ADDRESS-LINE-2
           MOVE CITY                TO RMT-CITY
           MOVE ZIP-CODE            TO RMT-ZIP-CODE
           MOVE WK2-ACTIVITY-DATE   TO RMT-LAST-ACTIVITY-DATE
           MOVE WK2-LETTER-DATE     TO RMT-LETTER-DATE.

       0600-PRINT-STATE-TOTAL.
           MOVE SPACES              TO ESCHEAT-REGISTER-LINE
           MOVE WS-PRIOR-STATE       TO ERG-STATE
           MOVE 'STATE TOTAL'        TO ERG-CUSTOMER-NAME
           MOVE WS-STATE-ACCOUNTS    TO ERG-QUANTITY
           MOVE 'ACCOUNTS'           TO ERG-STAGE
           MOVE 'CASH'               TO ERG-SYMBOL
           MOVE WS-STATE-CASH        TO ERG-AMOUNT
           WRITE ESCHEAT-REGISTER-LINE

           MOVE SPACES              TO ESCHEAT-REGISTER-LINE
           MOVE WS-PRIOR-STATE       TO ERG-STATE
           MOVE 'STATE TOTAL'        TO ERG-CUSTOMER-NAME
           MOVE 'SECURITY'           TO ERG-SYMBOL
           MOVE WS-STATE-SECURITIES  TO ERG-AMOUNT
           WRITE ESCHEAT-REGISTER-LINE

           ADD WS-STATE-ACCOUNTS   TO WS-FIRM-ACCOUNTS
           ADD WS-STATE-CASH       TO WS-FIRM-CASH
           ADD WS-STATE-SECURITIES TO WS-FIRM-SECURITIES
           MOVE ZERO TO WS-STATE-ACCOUNTS
           MOVE ZERO TO WS-STATE-CASH
           MOVE ZERO TO WS-STATE-SECURITIES.

       0650-PRINT-FIRM-TOTAL.
           MOVE SPACES              TO ESCHEAT-REGISTER-LINE
           MOVE 'FIRM TOTAL'         TO ERG-CUSTOMER-NAME
           MOVE WS-FIRM-ACCOUNTS     TO ERG-QUANTITY
           MOVE 'ACCOUNTS'           TO ERG-STAGE
           MOVE 'CASH'               TO ERG-SYMBOL
           MOVE WS-FIRM-CASH         TO ERG-AMOUNT
           WRITE ESCHEAT-REGISTER-LINE

           MOVE SPACES              TO ESCHEAT-REGISTER-LINE
           MOVE 'FIRM TOTAL'         TO ERG-CUSTOMER-NAME
           MOVE 'SECURITY'           TO ERG-SYMBOL
           MOVE WS-FIRM-SECURITIES   TO ERG-AMOUNT
           WRITE ESCHEAT-REGISTER-LINE.

       0700-WRITE-LETTER-LINE.
           MOVE WS-LETTER-LINE TO LETTER-PRINT-REC
           WRITE LETTER-PRINT-REC.

       0900-TERMINATE.
           CLOSE ACCOUNT-FILE
                 DORMANCY-FILE
                 SORTED-DORMANT-FILE
                 POSITION-FILE
                 PRICE-FILE
                 LETTER-FILE
                 REGISTER-RPT
                 REMIT-FILE
                 MAINT-FILE

           DISPLAY 'ESCHEAT - ACCOUNTS READ     : ' WS-ACCOUNTS-READ
           DISPLAY 'ESCHEAT - ACCOUNTS DORMANT  : ' WS-ACCOUNTS-DORMANT
           DISPLAY 'ESCHEAT - LETTERS WRITTEN   : ' WS-LETTERS-WRITTEN
           DISPLAY 'ESCHEAT - AWAITING RESPONSE : ' WS-ACCOUNTS-PENDING
           DISPLAY 'ESCHEAT - REPORTED/FROZEN   : '
               WS-ACCOUNTS-REMITTED
           DISPLAY 'ESCHEAT - OWNERS RESPONDED  : '
               WS-ACCOUNTS-RESPONDED
           DISPLAY 'ESCHEAT - ALREADY ESCHEATED : '
               WS-ALREADY-ESCHEATED
           DISPLAY 'ESCHEAT - NO STATE RULE     : ' WS-NO-STATE-RULE
           DISPLAY 'ESCHEAT - UNPRICED HOLDINGS : '
               WS-UNPRICED-HOLDINGS.
