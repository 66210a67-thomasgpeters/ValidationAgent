       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHDISP.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  CASH SUSPENSE DISPOSITION, RELEASE AND AGING
      *  WORKS THE CASH SUSPENSE FILE (CASHSUSP) BUILT BY BANKRCPT
      *  AGAINST AN OPERATOR DECISION FILE, THE SAME WAY TRDDISP
      *  WORKS THE TRADE HOLD QUEUES.  EACH DECISION NAMES A BANK
      *  ITEM REFERENCE AND AN ACTION:
      *    RELEASE - POST THE ITEM TO THE ACCOUNT IN ITS REMITTANCE
      *              REFERENCE (E.G. ONCE THE ACCOUNT IS UNFROZEN).
      *    REROUTE - POST THE ITEM TO A CORRECTED ACCOUNT-NO.
      *    CANCEL  - DROP THE ITEM FROM SUSPENSE FOR GOOD (RETURNED
      *              TO THE BANK OR REVERSED OFFLINE).
      *  RELEASED AND REROUTED ITEMS ARE APPENDED TO THE DAY'S
      *  TRANSACTION FILE AS DEPOSITS OR WITHDRAWALS, SO RUN THIS
      *  AHEAD OF ACCTUPDT.  THE ITEM AND THE ACCOUNT POSTED TO ARE
      *  FIRST PUT THROUGH BANKRCPT'S CHECKS - AN ITEM WITH NO AMOUNT
      *  OR NO DEBIT/CREDIT INDICATOR CAN ONLY BE CANCELLED AND
      *  RE-PRESENTED BY THE BANK.  AN ITEM THAT FAILS THEM IS
      *  LOGGED AS REFUSED AND STAYS IN SUSPENSE WITH THE NEW REASON,
      *  RATHER THAN BEING REFUSED BY ACCTUPDT.  EVERY ACTION IS
      *  WRITTEN TO THE CASH DISPOSITION LOG WITH THE OPERATOR WHO
      *  DECIDED IT AND THEIR COMMENT (OR, FOR A REFUSED ONE, THE
      *  REASON).  ITEMS WITH NO DECISION ARE CARRIED FORWARD, WITH
      *  THE DATE THEY WERE FIRST SUSPENDED, TO CASHSCF - WHICH
      *  BECOMES THE NEXT NIGHT'S SUSPENSE FILE - AND DECISIONS THAT
      *  MATCH NO SUSPENDED ITEM ARE LOGGED AS NOT FOUND.
      *  EVERY ITEM LEFT IN SUSPENSE IS PRINTED ON THE SUSPENSE
      *  REPORT, AGED IN BUSINESS DAYS SINCE IT WAS SUSPENDED (VIA THE
      *  SHARED BDAYCALC CALCULATOR), WITH COUNT AND AMOUNT TOTALS
      *  PER AGE BUCKET.  CONTROL RECORDS ARE WRITTEN SO BATBALNC
      *  PROVES THE SUSPENSE FILE EQUALS POSTED PLUS CARRIED PLUS
      *  CANCELLED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "CASHDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CASHSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CARRY-FWD-FILE ASSIGN TO "CASHSCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.

           SELECT DISPOSITION-LOG ASSIGN TO "CASHDSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SUSPENSE-RPT ASSIGN TO "CASHSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY CASHDECN.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  SUSPENSE-RECORD             PIC X(130).

       FD  TRAN-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY ACCTTRAN.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  CARRY-FWD-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  CARRY-FWD-RECORD            PIC X(130).

       FD  DISPOSITION-LOG
           RECORD CONTAINS 130 CHARACTERS.
           COPY CASHDSPL.

       FD  SUSPENSE-RPT
           RECORD CONTAINS 140 CHARACTERS.
           COPY CASHSRPT.

       FD  CONTROL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY BATCTL.

       WORKING-STORAGE SECTION.
       COPY CASHSUSP.
       COPY BDAYPARM.

       01  WS-DECISION-FILE-STATUS     PIC X(2).
       01  WS-SUSP-FILE-STATUS         PIC X(2).
       01  WS-TRAN-FILE-STATUS         PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-CARRY-FILE-STATUS        PIC X(2).
       01  WS-LOG-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).

       01  WS-DECISION-EOF-SW          PIC X(1)    VALUE 'N'.
           88  NO-MORE-DECISIONS           VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW          PIC X(1)    VALUE 'N'.
           88  NO-MORE-SUSPENSE            VALUE 'Y'.
       01  WS-DECISION-FOUND-SW        PIC X(1).
           88  DECISION-FOUND              VALUE 'Y'.

       01  WS-IRA-ACCOUNT-TYPE         PIC X(2)    VALUE 'IR'.
       01  WS-POST-ACCOUNT-NO          PIC X(12).
       01  WS-REFUSE-REASON            PIC X(40).

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-DAY-DIFF                 PIC S9(5).
       01  WS-BUCKET                   PIC X(9).

       01  WS-DECISION-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-DECISION-COUNT
                                       INDEXED BY WS-DEC-IDX.
               10  WS-DEC-ITEM-REF     PIC X(16).
               10  WS-DEC-ACTION       PIC X(8).
               10  WS-DEC-NEW-ACCT-NO  PIC X(12).
               10  WS-DEC-OPERATOR-ID  PIC X(8).
               10  WS-DEC-COMMENT      PIC X(30).
               10  WS-DEC-MATCHED-SW   PIC X(1).

       01  WS-COUNTERS.
           05  WS-DECISIONS-READ       PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-READ           PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-RELEASED       PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-REROUTED       PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-CANCELLED      PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-REFUSED        PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-CARRIED        PIC 9(7)    VALUE ZERO.
           05  WS-DECISIONS-NOT-FOUND  PIC 9(7)    VALUE ZERO.
           05  WS-ITEMS-POSTED         PIC 9(7)    VALUE ZERO.

       01  WS-CONTROL-AMOUNTS.
           05  WS-AMT-READ             PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-POSTED           PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-CARRIED          PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-CANCELLED        PIC S9(13)V99 VALUE ZERO.

       01  WS-BUCKET-TOTALS.
           05  WS-AGE1-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-AGE1-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-AGE2-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-AGE2-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-AGE3-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-AGE3-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-AGE4-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-AGE4-AMOUNT          PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-DECISIONS
               UNTIL NO-MORE-DECISIONS

           PERFORM 0210-READ-SUSPENSE
           PERFORM 0200-PROCESS-SUSPENSE
               UNTIL NO-MORE-SUSPENSE

           PERFORM 0700-LOG-UNMATCHED-DECISIONS
           PERFORM 0800-PRINT-SUMMARY
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

           OPEN INPUT  DECISION-FILE
                INPUT  SUSPENSE-FILE
                INPUT  ACCOUNT-FILE
                EXTEND TRAN-FILE
                OUTPUT CARRY-FWD-FILE
                OUTPUT DISPOSITION-LOG
                OUTPUT SUSPENSE-RPT

           PERFORM 0110-READ-DECISION.

       0110-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET NO-MORE-DECISIONS TO TRUE
           END-READ.

       0150-LOAD-DECISIONS.
           ADD 1 TO WS-DECISIONS-READ
           IF WS-DECISION-COUNT < 500
               ADD 1 TO WS-DECISION-COUNT
               SET WS-DEC-IDX TO WS-DECISION-COUNT
               MOVE CDC-ITEM-REF        TO
                   WS-DEC-ITEM-REF (WS-DEC-IDX)
               MOVE CDC-ACTION          TO
                   WS-DEC-ACTION (WS-DEC-IDX)
               MOVE CDC-NEW-ACCOUNT-NO  TO
                   WS-DEC-NEW-ACCT-NO (WS-DEC-IDX)
               MOVE CDC-OPERATOR-ID     TO
                   WS-DEC-OPERATOR-ID (WS-DEC-IDX)
               MOVE CDC-COMMENT         TO
                   WS-DEC-COMMENT (WS-DEC-IDX)
               MOVE 'N'                 TO
                   WS-DEC-MATCHED-SW (WS-DEC-IDX)
           ELSE
               DISPLAY 'CASHDISP - DECISION TABLE FULL, DECISION FOR '
                   CDC-ITEM-REF ' NOT LOADED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0110-READ-DECISION.

       0200-PROCESS-SUSPENSE.
           MOVE SUSPENSE-RECORD TO CASH-SUSPENSE-RECORD
           ADD 1 TO WS-ITEMS-READ
           ADD CSP-AMOUNT TO WS-AMT-READ
           PERFORM 0300-DISPOSE-ITEM
           PERFORM 0210-READ-SUSPENSE.

       0210-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET NO-MORE-SUSPENSE TO TRUE
           END-READ.

       0300-DISPOSE-ITEM.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 0310-FIND-DECISION
           IF DECISION-FOUND
               EVALUATE WS-DEC-ACTION (WS-DEC-IDX)
                   WHEN 'RELEASE '
                   WHEN 'REROUTE '
                       PERFORM 0400-POST-ITEM
                   WHEN 'CANCEL  '
                       ADD 1 TO WS-ITEMS-CANCELLED
                       ADD CSP-AMOUNT TO WS-AMT-CANCELLED
                   WHEN OTHER
                       DISPLAY 'CASHDISP - UNKNOWN ACTION '
                           WS-DEC-ACTION (WS-DEC-IDX)
                           ' FOR ITEM ' CSP-ITEM-REF
                           ', ITEM CARRIED FORWARD'
                       PERFORM 0600-CARRY-FORWARD
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               MOVE 'Y' TO WS-DEC-MATCHED-SW (WS-DEC-IDX)
               PERFORM 0500-WRITE-LOG
           ELSE
               PERFORM 0600-CARRY-FORWARD
           END-IF.

       0310-FIND-DECISION.
           MOVE 'N' TO WS-DECISION-FOUND-SW
           IF WS-DECISION-COUNT > ZERO
               SET WS-DEC-IDX TO 1
               SEARCH WS-DEC-ENTRY
                   AT END
                       MOVE 'N' TO WS-DECISION-FOUND-SW
                   WHEN WS-DEC-ITEM-REF (WS-DEC-IDX) = CSP-ITEM-REF
                       MOVE 'Y' TO WS-DECISION-FOUND-SW
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *    RELEASE OR REROUTE - THE ITEM AND THE ACCOUNT POSTED TO
      *    MUST PASS THE SAME CHECKS BANKRCPT MAKES, OR THE ITEM STAYS
      *    IN SUSPENSE.
      *----------------------------------------------------------------
       0400-POST-ITEM.
           IF WS-DEC-ACTION (WS-DEC-IDX) = 'REROUTE '
               MOVE WS-DEC-NEW-ACCT-NO (WS-DEC-IDX)
                   TO WS-POST-ACCOUNT-NO
           ELSE
               MOVE CSP-REMIT-ACCOUNT-NO TO WS-POST-ACCOUNT-NO
           END-IF
           PERFORM 0405-CHECK-ITEM
           IF WS-REFUSE-REASON = SPACES
               PERFORM 0410-CHECK-ACCOUNT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 0420-WRITE-TRANSACTION
               IF WS-DEC-ACTION (WS-DEC-IDX) = 'REROUTE '
                   ADD 1 TO WS-ITEMS-REROUTED
               ELSE
                   ADD 1 TO WS-ITEMS-RELEASED
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-REFUSED
               MOVE WS-REFUSE-REASON TO CSP-REASON
               PERFORM 0600-CARRY-FORWARD
           END-IF.

       0405-CHECK-ITEM.
           MOVE SPACES TO WS-REFUSE-REASON
           IF CSP-AMOUNT = ZERO
               STRING 'NO AMOUNT - CANCEL ONLY'
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE IF NOT CSP-RECEIPT AND NOT CSP-DISBURSEMENT
               STRING 'NO DEBIT/CREDIT INDICATOR - CANCEL ONLY'
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF.

       0410-CHECK-ACCOUNT.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-POST-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   STRING 'ACCOUNT NOT ON MASTER'
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS-CLOSED
                       STRING 'ACCOUNT CLOSED'
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   ELSE IF ACCT-STATUS-FROZEN
                       STRING 'ACCOUNT FROZEN'
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   ELSE IF ACCT-STATUS-SUSPENDED AND CSP-DISBURSEMENT
                       STRING 'DISBURSEMENT ON SUSPENDED ACCOUNT'
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   ELSE IF ACCOUNT-TYPE = WS-IRA-ACCOUNT-TYPE
                       AND CSP-DISBURSEMENT
                       STRING 'IRA DEBIT - NEEDS DISTRIBUTION'
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-IF
           END-READ.

       0420-WRITE-TRANSACTION.
           MOVE SPACES               TO ACCT-TRAN-RECORD
           MOVE CSP-ITEM-REF         TO TRAN-ID
           MOVE WS-POST-ACCOUNT-NO   TO TRAN-ACCOUNT-NO
           MOVE WS-RUN-DATE          TO TRAN-DATE
           IF CSP-DISBURSEMENT
               SET TRAN-TYPE-WITHDRAWAL TO TRUE
           ELSE
               SET TRAN-TYPE-DEPOSIT TO TRUE
           END-IF
           MOVE CSP-AMOUNT           TO TRAN-AMOUNT
           MOVE SPACES               TO TRAN-RELATED-ACCT-NO
           WRITE ACCT-TRAN-RECORD

           ADD 1 TO WS-ITEMS-POSTED
           ADD CSP-AMOUNT TO WS-AMT-POSTED.

       0500-WRITE-LOG.
           MOVE SPACES            TO CASH-DISPOSITION-LINE
           MOVE WS-RUN-DATE        TO CDL-RUN-DATE
           MOVE CSP-ITEM-REF       TO CDL-ITEM-REF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-DEC-ACTION (WS-DEC-IDX) TO CDL-ACTION
           ELSE
               MOVE 'REFUSED '  TO CDL-ACTION
           END-IF
           MOVE CSP-REMIT-ACCOUNT-NO TO CDL-ACCOUNT-NO
           MOVE WS-DEC-OPERATOR-ID (WS-DEC-IDX) TO CDL-OPERATOR-ID
           IF WS-DEC-ACTION (WS-DEC-IDX) = 'REROUTE '
               MOVE WS-DEC-NEW-ACCT-NO (WS-DEC-IDX)
                   TO CDL-NEW-ACCOUNT-NO
           ELSE
               MOVE SPACES TO CDL-NEW-ACCOUNT-NO
           END-IF
           MOVE CSP-DR-CR          TO CDL-DR-CR
           MOVE CSP-AMOUNT         TO CDL-AMOUNT
           MOVE CSP-SUSPENDED-DATE TO CDL-SUSPENDED-DATE
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-DEC-COMMENT (WS-DEC-IDX) TO CDL-COMMENT
           ELSE
               MOVE WS-REFUSE-REASON TO CDL-COMMENT
           END-IF
           WRITE CASH-DISPOSITION-LINE.

      *----------------------------------------------------------------
      *    AN ITEM LEFT IN SUSPENSE KEEPS ITS ORIGINAL SUSPENDED DATE
      *    AND IS AGED AND PRINTED ON THE SUSPENSE REPORT.
      *----------------------------------------------------------------
       0600-CARRY-FORWARD.
           ADD 1 TO WS-ITEMS-CARRIED
           ADD CSP-AMOUNT TO WS-AMT-CARRIED
           MOVE CASH-SUSPENSE-RECORD TO CARRY-FWD-RECORD
           WRITE CARRY-FWD-RECORD

           PERFORM 0610-AGE-ITEM
           PERFORM 0620-PRINT-DETAIL.

       0610-AGE-ITEM.
           SET BDP-FUNC-DIFF TO TRUE
           MOVE CSP-SUSPENDED-DATE TO BDP-DATE-1
           MOVE WS-RUN-DATE        TO BDP-DATE-2
           CALL 'BDAYCALC' USING BDAY-PARM-AREA

           IF NOT BDP-STATUS-OK
               DISPLAY 'CASHDISP - BAD SUSPENDED DATE '
                   CSP-SUSPENDED-DATE ' ON ITEM ' CSP-ITEM-REF
               MOVE ZERO TO WS-DAY-DIFF
               MOVE 'OVER 30' TO WS-BUCKET
           ELSE
               MOVE BDP-DAYS TO WS-DAY-DIFF
               EVALUATE TRUE
                   WHEN WS-DAY-DIFF NOT > 1
                       MOVE '0-1 DAY' TO WS-BUCKET
                   WHEN WS-DAY-DIFF NOT > 5
                       MOVE '2-5 DAYS' TO WS-BUCKET
                   WHEN WS-DAY-DIFF NOT > 30
                       MOVE '6-30 DAYS' TO WS-BUCKET
                   WHEN OTHER
                       MOVE 'OVER 30' TO WS-BUCKET
               END-EVALUATE
           END-IF.

       0620-PRINT-DETAIL.
           MOVE SPACES             TO CASH-SUSPENSE-LINE
           MOVE CSP-ITEM-REF        TO CSR-ITEM-REF
           MOVE CSP-VALUE-DATE      TO CSR-VALUE-DATE
           MOVE CSP-CHANNEL         TO CSR-CHANNEL
           MOVE CSP-DR-CR           TO CSR-DR-CR
           MOVE CSP-REMIT-ACCOUNT-NO TO CSR-ACCOUNT-NO
           MOVE CSP-AMOUNT          TO CSR-AMOUNT
           MOVE CSP-SUSPENDED-DATE  TO CSR-SUSPENDED-DATE
           MOVE WS-DAY-DIFF         TO CSR-AGE-DAYS
           MOVE WS-BUCKET           TO CSR-BUCKET
           MOVE CSP-REASON          TO CSR-REASON
           WRITE CASH-SUSPENSE-LINE

           EVALUATE WS-BUCKET
               WHEN '0-1 DAY'
                   ADD 1 TO WS-AGE1-COUNT
                   ADD CSP-AMOUNT TO WS-AGE1-AMOUNT
               WHEN '2-5 DAYS'
                   ADD 1 TO WS-AGE2-COUNT
                   ADD CSP-AMOUNT TO WS-AGE2-AMOUNT
               WHEN '6-30 DAYS'
                   ADD 1 TO WS-AGE3-COUNT
                   ADD CSP-AMOUNT TO WS-AGE3-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE4-COUNT
                   ADD CSP-AMOUNT TO WS-AGE4-AMOUNT
           END-EVALUATE.

       0700-LOG-UNMATCHED-DECISIONS.
           IF WS-DECISION-COUNT > ZERO
               PERFORM 0710-LOG-IF-UNMATCHED
                   VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-COUNT
           END-IF.

       0710-LOG-IF-UNMATCHED.
           IF WS-DEC-MATCHED-SW (WS-DEC-IDX) = 'N'
               ADD 1 TO WS-DECISIONS-NOT-FOUND
               MOVE SPACES          TO CASH-DISPOSITION-LINE
               MOVE WS-RUN-DATE      TO CDL-RUN-DATE
               MOVE WS-DEC-ITEM-REF (WS-DEC-IDX)
                   TO CDL-ITEM-REF
               MOVE 'NOTFOUND'       TO CDL-ACTION
               MOVE WS-DEC-OPERATOR-ID (WS-DEC-IDX)
                   TO CDL-OPERATOR-ID
               MOVE WS-DEC-COMMENT (WS-DEC-IDX)
                   TO CDL-COMMENT
               WRITE CASH-DISPOSITION-LINE
           END-IF.

       0800-PRINT-SUMMARY.
           MOVE SPACES         TO CASH-SUSPENSE-LINE
           MOVE '0-1 DAY'       TO CSR-BUCKET
           MOVE WS-AGE1-COUNT   TO CSR-BUCKET-COUNT
           MOVE WS-AGE1-AMOUNT  TO CSR-AMOUNT
           WRITE CASH-SUSPENSE-LINE

           MOVE SPACES         TO CASH-SUSPENSE-LINE
           MOVE '2-5 DAYS'      TO CSR-BUCKET
           MOVE WS-AGE2-COUNT   TO CSR-BUCKET-COUNT
           MOVE WS-AGE2-AMOUNT  TO CSR-AMOUNT
           WRITE CASH-SUSPENSE-LINE

           MOVE SPACES         TO CASH-SUSPENSE-LINE
           MOVE '6-30 DAYS'     TO CSR-BUCKET
           MOVE WS-AGE3-COUNT   TO CSR-BUCKET-COUNT
           MOVE WS-AGE3-AMOUNT  TO CSR-AMOUNT
           WRITE CASH-SUSPENSE-LINE

           MOVE SPACES         TO CASH-SUSPENSE-LINE
           MOVE 'OVER 30'       TO CSR-BUCKET
           MOVE WS-AGE4-COUNT   TO CSR-BUCKET-COUNT
           MOVE WS-AGE4-AMOUNT  TO CSR-AMOUNT
           WRITE CASH-SUSPENSE-LINE.

       0850-WRITE-CONTROLS.
           OPEN EXTEND CONTROL-FILE

           MOVE 'CASHDISP'        TO CTL-PROGRAM-ID
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE 'CASHSUSP'        TO CTL-FILE-NAME
           SET CTL-FILE-INPUT     TO TRUE
           MOVE WS-ITEMS-READ     TO CTL-RECORD-COUNT
           MOVE WS-AMT-READ       TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'ACCTTRAN'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-ITEMS-POSTED   TO CTL-RECORD-COUNT
           MOVE WS-AMT-POSTED     TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'CASHSCF '        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-ITEMS-CARRIED  TO CTL-RECORD-COUNT
           MOVE WS-AMT-CARRIED    TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           MOVE 'CASHDSPL'        TO CTL-FILE-NAME
           SET CTL-FILE-OUTPUT    TO TRUE
           MOVE WS-ITEMS-CANCELLED TO CTL-RECORD-COUNT
           MOVE WS-AMT-CANCELLED  TO CTL-NET-AMOUNT
           WRITE BATCH-CONTROL-RECORD

           CLOSE CONTROL-FILE.

       0900-TERMINATE.
           PERFORM 0850-WRITE-CONTROLS

           CLOSE DECISION-FILE
                 SUSPENSE-FILE
                 ACCOUNT-FILE
                 TRAN-FILE
                 CARRY-FWD-FILE
                 DISPOSITION-LOG
                 SUSPENSE-RPT

           DISPLAY 'CASHDISP - DECISIONS READ    : ' WS-DECISIONS-READ
           DISPLAY 'CASHDISP - SUSPENSE ITEMS    : ' WS-ITEMS-READ
           DISPLAY 'CASHDISP - ITEMS RELEASED    : ' WS-ITEMS-RELEASED
           DISPLAY 'CASHDISP - ITEMS REROUTED    : ' WS-ITEMS-REROUTED
           DISPLAY 'CASHDISP - ITEMS CANCELLED   : ' WS-ITEMS-CANCELLED
           DISPLAY 'CASHDISP - RELEASES REFUSED  : ' WS-ITEMS-REFUSED
           DISPLAY 'CASHDISP - ITEMS CARRIED FWD : ' WS-ITEMS-CARRIED
           DISPLAY 'CASHDISP - DECISIONS UNMATCHED: '
               WS-DECISIONS-NOT-FOUND.
