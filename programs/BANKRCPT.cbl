       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKRCPT.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  INBOUND BANK CASH RECEIPTS AND DISBURSEMENTS INTERFACE
      *  READS THE BANK'S DAILY ITEM FILE (ACH, WIRE AND CHECK
      *  LOCKBOX) AND MATCHES EACH ITEM TO A CUSTOMER ACCOUNT BY THE
      *  ACCOUNT-NO CARRIED IN THE REMITTANCE REFERENCE.  EACH ITEM
      *  IS VALIDATED AGAINST THE ACCOUNT MASTER - THE ACCOUNT MUST
      *  EXIST AND BE NEITHER CLOSED NOR FROZEN, A DISBURSEMENT MAY
      *  NOT HIT A SUSPENDED ACCOUNT OR AN IRA (CASH LEAVES AN IRA
      *  ONLY THROUGH AN IRADIST DISTRIBUTION), AND THE AMOUNT MUST BE
      *  NUMERIC, NON-ZERO AND WITHIN THE SINGLE-ITEM LIMIT.
      *  GOOD ITEMS ARE APPENDED TO THE DAY'S TRANSACTION FILE AS
      *  DEPOSITS (RECEIPTS) OR WITHDRAWALS (DISBURSEMENTS) UNDER THE
      *  BANK ITEM REFERENCE, SO THEY FLOW THROUGH THE ACCTUPDT
      *  POSTING RUN, ITS EXCEPTION REPORT AND THE AUDIT JOURNAL.
      *  ANYTHING ELSE IS APPENDED TO THE CASH SUSPENSE FILE WITH THE
      *  REASON AND THE DATE IT WAS SUSPENDED, WHERE CASHDISP WORKS
      *  IT OFF AGAINST OPERATOR DECISIONS AND AGES WHAT IS LEFT.
      *  CONTROL RECORDS ARE WRITTEN SO BATBALNC PROVES THE BANK FILE
      *  TOTAL EQUALS THE ITEMS POSTED PLUS THE ITEMS SUSPENDED.
      *  RUN AHEAD OF ACCTUPDT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "BANKITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CASHSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY BANKITEM.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  TRAN-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY ACCTTRAN.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY CASHSUSP.

       FD  CONTROL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY BATCTL.

       WORKING-STORAGE SECTION.
       01  WS-BANK-FILE-STATUS         PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-TRAN-FILE-STATUS         PIC X(2).
       01  WS-SUSP-FILE-STATUS         PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).

       01  WS-BANK-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-ITEMS               VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

      *    LARGEST SINGLE BANK ITEM ACCEPTED WITHOUT REVIEW.
       01  WS-ITEM-LIMIT               PIC 9(9)V99 VALUE 1000000.00.

       01  WS-IRA-ACCOUNT-TYPE         PIC X(2)    VALUE 'IR'.

       01  WS-ITEM-AMOUNT              PIC 9(9)V99.
       01  WS-SUSPENSE-REASON          PIC X(40).

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-POSTED         PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-SUSPENDED      PIC 9(7)    VALUE ZERO.
           05  WS-RECEIPTS-POSTED      PIC 9(7)    VALUE ZERO.
           05  WS-DISBURSE-POSTED      PIC 9(7)    VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-AMT-READ             PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-POSTED           PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-SUSPENDED        PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-ITEMS
               UNTIL NO-MORE-ITEMS
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

           OPEN INPUT  BANK-FILE
                INPUT  ACCOUNT-FILE
                EXTEND TRAN-FILE
                EXTEND SUSPENSE-FILE

           PERFORM 0210-READ-ITEM.

      *----------------------------------------------------------------
      *    VALIDATE EACH BANK ITEM AND POST IT OR SUSPEND IT.  AN
      *    AMOUNT THAT IS NOT NUMERIC IS CARRIED AS ZERO ON BOTH SIDES
      *    OF THE CONTROLS SO THE RUN STILL BALANCES.
      *----------------------------------------------------------------
       0200-PROCESS-ITEMS.
           ADD 1 TO WS-ITEMS-READ
           IF BNK-AMOUNT IS NUMERIC
               MOVE BNK-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZERO TO WS-ITEM-AMOUNT
           END-IF
           ADD WS-ITEM-AMOUNT TO WS-AMT-READ

           PERFORM 0300-VALIDATE-ITEM
           IF WS-SUSPENSE-REASON = SPACES
               PERFORM 0400-POST-ITEM
           ELSE
               PERFORM 0500-SUSPEND-ITEM
           END-IF
           PERFORM 0210-READ-ITEM.

       0210-READ-ITEM.
           READ BANK-FILE
               AT END
                   SET NO-MORE-ITEMS TO TRUE
           END-READ.

       0300-VALIDATE-ITEM.
           MOVE SPACES TO WS-SUSPENSE-REASON
           IF BNK-AMOUNT IS NOT NUMERIC
               STRING 'AMOUNT NOT NUMERIC'
                   DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
           ELSE IF WS-ITEM-AMOUNT = ZERO
               STRING 'ZERO AMOUNT'
                   DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
           ELSE IF WS-ITEM-AMOUNT > WS-ITEM-LIMIT
               STRING 'AMOUNT OVER SINGLE-ITEM LIMIT'
                   DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
           ELSE IF NOT BNK-RECEIPT AND NOT BNK-DISBURSEMENT
               STRING 'UNKNOWN DEBIT/CREDIT INDICATOR'
                   DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
           ELSE IF BNK-REMIT-ACCOUNT-NO = SPACES
               STRING 'NO ACCOUNT IN REMITTANCE REFERENCE'
                   DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
           ELSE
               PERFORM 0310-CHECK-ACCOUNT
           END-IF.

       0310-CHECK-ACCOUNT.
           MOVE BNK-REMIT-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   STRING 'ACCOUNT NOT ON MASTER'
                       DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS-CLOSED
                       STRING 'ACCOUNT CLOSED'
                           DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
                   ELSE IF ACCT-STATUS-FROZEN
                       STRING 'ACCOUNT FROZEN'
                           DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
                   ELSE IF ACCT-STATUS-SUSPENDED AND BNK-DISBURSEMENT
                       STRING 'DISBURSEMENT ON SUSPENDED ACCOUNT'
                           DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
                   ELSE IF ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE
                       AND BNK-DISBURSEMENT
                       STRING 'IRA DEBIT - NEEDS DISTRIBUTION'
                           DELIMITED BY SIZE INTO WS-SUSPENSE-REASON
                   END-IF
           END-READ.

       0400-POST-ITEM.
           MOVE SPACES               TO ACCT-TRAN-RECORD
           MOVE BNK-ITEM-REF         TO TRAN-ID
           MOVE BNK-REMIT-ACCOUNT-NO TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE          TO TRAN-DATE
           IF BNK-RECEIPT
               SET TRAN-TYPE-DEPOSIT TO TRUE
               ADD 1 TO WS-RECEIPTS-POSTED
           ELSE
               SET TRAN-TYPE-WITHDRAWAL TO TRUE
               ADD 1 TO WS-DISBURSE-POSTED
           END-IF
           MOVE WS-ITEM-AMOUNT       TO TRAN-AMOUNT
           MOVE SPACES               TO TRAN-RELATED-ACCT-NO
           WRITE ACCT-TRAN-RECORD

           ADD 1 TO WS-ITEMS-POSTED
           ADD WS-ITEM-AMOUNT TO WS-AMT-POSTED.

       0500-SUSPEND-ITEM.
           MOVE SPACES               TO CASH-SUSPENSE-RECORD
           MOVE BNK-ITEM-REF         TO CSP-ITEM-REF
           MOVE BNK-VALUE-DATE       TO CSP-VALUE-DATE
           MOVE BNK-CHANNEL          TO CSP-CHANNEL
           MOVE BNK-DR-CR            TO CSP-DR-CR
           MOVE WS-ITEM-AMOUNT       TO CSP-AMOUNT
           MOVE BNK-REMIT-REF        TO CSP-REMIT-REF
           MOVE WS-SUSPENSE-REASON   TO CSP-REASON
           MOVE WS-RUN-DATE          TO CSP-SUSPENDED-DATE
           WRITE CASH-SUSPENSE-RECORD

           ADD 1 TO WS-ITEMS-SUSPENDED
           ADD WS-ITEM-AMOUNT TO WS-AMT-SUSPENDED.

       0800-WRITE-CONTROLS.
           OPEN EXTEND CONTROL-FILE

           MOVE 'BANKRCPT'        TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE 'BANKITEM'        TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-ITEMS-READ     TO CTL-RECORD-COUNT
           MOVE WS-AMT-READ       TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'ACCTTRAN'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-ITEMS-POSTED   TO CTL-RECORD-COUNT
           MOVE WS-AMT-POSTED     TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'CASHSUSP'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-ITEMS-SUSPENDED TO CTL-RECORD-COUNT
           MOVE WS-AMT-SUSPENDED  TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           CLOSE CONTROL-FILE.

       0900-TERMINATE.
           PERFORM 0800-WRITE-CONTROLS

           CLOSE BANK-FILE
                 ACCOUNT-FILE
                 TRAN-FILE
                 SUSPENSE-FILE

           DISPLAY 'BANKRCPT - BANK ITEMS READ  : ' WS-ITEMS-READ
           DISPLAY 'BANKRCPT - RECEIPTS POSTED  : ' WS-RECEIPTS-POSTED
           DISPLAY 'BANKRCPT - DISBURSEMENTS    : ' WS-DISBURSE-POSTED
           DISPLAY 'BANKRCPT - ITEMS SUSPENDED  : ' WS-ITEMS-SUSPENDED.
