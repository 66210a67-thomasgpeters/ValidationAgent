      *  OVERSELL IS SKIPPED BECAUSE POSUPDT NEVER APPLIED IT - AND
      *  NETS OUT CANCEL/CORRECT REVERSALS FROM THE TRDCANCL LOG AND
      *  SPLIT / SYMBOL-CHANGE RESTATEMENTS FROM THE CORPACT CORPLOG,
      *  AND ACCOUNT-TO-ACCOUNT POSITION MOVES FROM THE ACCTXFER
      *  XFERLOG, SO NEITHER A PROPERLY BUSTED TRADE, A PROPERLY
      *  APPLIED CORPORATE ACTION NOR A PROPER TRANSFER SHOWS AS A
      *  BREAK.
      *  EVERY DIFFERENCE PRINTS ON THE BREAK REPORT WITH THE
      *  PER-FIELD DELTAS: A QUANTITY OR COST MISMATCH, A REBUILT
      *  POSITION MISSING FROM THE MASTER, OR A MASTER POSITION WITH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-FILE-STATUS.

           SELECT TRANSFER-LOG ASSIGN TO "XFERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "PVRFSORT".

           SELECT POSITION-FILE ASSIGN TO "POSMSTR"
           RECORD CONTAINS 94 CHARACTERS.
           COPY CORPLOG.

       FD  TRANSFER-LOG
           RECORD CONTAINS 97 CHARACTERS.
           COPY XFERLOG.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  SV-VERIFY-RECORD.
               88  SV-TYPE-TRADE           VALUE 'T'.
               88  SV-TYPE-REVERSAL        VALUE 'R'.
               88  SV-TYPE-CORP-ADJ        VALUE 'C'.
               88  SV-TYPE-TRANSFER        VALUE 'X'.
           05  SV-TRADE-TYPE           PIC X(4).
           05  SV-QUANTITY             PIC 9(9).
           05  SV-AMOUNT               PIC S9(11)V99.
           88  WS-LOG-NOT-FOUND            VALUE '35'.
       01  WS-CLOG-FILE-STATUS         PIC X(2).
           88  WS-CLOG-NOT-FOUND           VALUE '35'.
       01  WS-XLOG-FILE-STATUS         PIC X(2).
           88  WS-XLOG-NOT-FOUND           VALUE '35'.
       01  WS-POS-FILE-STATUS          PIC X(2).
       01  WS-RPT-FILE-STATUS          PIC X(2).

           88  NO-MORE-LOG                 VALUE 'Y'.
       01  WS-CLOG-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-CORP-LOG            VALUE 'Y'.
       01  WS-XLOG-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-TRANSFER-LOG        VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-SORTED-EVENTS       VALUE 'Y'.
       01  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
           05  WS-HISTORY-READ         PIC 9(7)    VALUE ZERO.
           05  WS-REVERSALS-READ       PIC 9(7)    VALUE ZERO.
           05  WS-CORP-ADJ-READ        PIC 9(7)    VALUE ZERO.
           05  WS-TRANSFERS-READ       PIC 9(7)    VALUE ZERO.
           05  WS-POSITIONS-COMPARED   PIC 9(7)    VALUE ZERO.
           05  WS-POSITIONS-CLEAN      PIC 9(7)    VALUE ZERO.
           05  WS-POSITIONS-BROKEN     PIC 9(7)    VALUE ZERO.
           DISPLAY 'POSVERIF - HISTORY READ      : ' WS-HISTORY-READ
           DISPLAY 'POSVERIF - REVERSALS READ    : ' WS-REVERSALS-READ
           DISPLAY 'POSVERIF - CORP ADJ READ     : ' WS-CORP-ADJ-READ
           DISPLAY 'POSVERIF - TRANSFERS READ    : ' WS-TRANSFERS-READ
           DISPLAY 'POSVERIF - POSITIONS COMPARED: '
               WS-POSITIONS-COMPARED
           DISPLAY 'POSVERIF - POSITIONS CLEAN   : '
               UNTIL NO-MORE-CORP-LOG
           IF NOT WS-CLOG-NOT-FOUND
               CLOSE CORP-LOG
           END-IF

           OPEN INPUT TRANSFER-LOG
           IF WS-XLOG-NOT-FOUND
               SET NO-MORE-TRANSFER-LOG TO TRUE
           ELSE
               PERFORM 0170-READ-TRANSFER-LOG
           END-IF
           PERFORM 0180-RELEASE-ONE-TRANSFER
               UNTIL NO-MORE-TRANSFER-LOG
           IF NOT WS-XLOG-NOT-FOUND
               CLOSE TRANSFER-LOG
           END-IF.

       0110-READ-HISTORY.

           PERFORM 0150-READ-CORP-LOG.

       0170-READ-TRANSFER-LOG.
           READ TRANSFER-LOG
               AT END
                   SET NO-MORE-TRANSFER-LOG TO TRUE
           END-READ.

      *    A TRANSFER REPLAYS AS TWO DELTAS: THE MOVED QUANTITY AND
      *    COST OFF THE FROM-ACCOUNT, THE SAME ONTO THE TO-ACCOUNT.
      *    THE EVENT TIME SITS AFTER THE DAY'S TRADES BUT BEFORE A
      *    SAME-DAY CORPORATE ACTION OR CANCEL REVERSAL.
       0180-RELEASE-ONE-TRANSFER.
           ADD 1 TO WS-TRANSFERS-READ
           MOVE XFL-FROM-ACCOUNT-NO TO SV-CUSTOMER-ID
           MOVE XFL-SYMBOL      TO SV-SYMBOL
           MOVE XFL-RUN-DATE    TO SV-EVENT-DATE
           MOVE '99:99:97'      TO SV-EVENT-TIME
           SET SV-TYPE-TRANSFER TO TRUE
           MOVE 'SUB '          TO SV-TRADE-TYPE
           MOVE XFL-QUANTITY    TO SV-QUANTITY
           MOVE XFL-TOTAL-COST  TO SV-AMOUNT
           RELEASE SV-VERIFY-RECORD

           MOVE XFL-TO-ACCOUNT-NO TO SV-CUSTOMER-ID
           MOVE XFL-SYMBOL      TO SV-SYMBOL
           MOVE XFL-RUN-DATE    TO SV-EVENT-DATE
           MOVE '99:99:97'      TO SV-EVENT-TIME
           SET SV-TYPE-TRANSFER TO TRUE
           MOVE 'ADD '          TO SV-TRADE-TYPE
           MOVE XFL-QUANTITY    TO SV-QUANTITY
           MOVE XFL-TOTAL-COST  TO SV-AMOUNT
           RELEASE SV-VERIFY-RECORD

           PERFORM 0170-READ-TRANSFER-LOG.

      *----------------------------------------------------------------
      *  OUTPUT SIDE - MATCH-MERGE REBUILT GROUPS AGAINST THE MASTER
      *----------------------------------------------------------------

       0510-REPLAY-ONE-EVENT.
           EVALUATE TRUE
               WHEN (SV-TYPE-CORP-ADJ OR SV-TYPE-TRANSFER)
                   AND SV-TRADE-TYPE = 'SUB '
                   SUBTRACT SV-QUANTITY FROM WS-REB-QUANTITY
                   SUBTRACT SV-AMOUNT   FROM WS-REB-TOTAL-COST
               WHEN SV-TYPE-CORP-ADJ OR SV-TYPE-TRANSFER
                   ADD SV-QUANTITY TO WS-REB-QUANTITY
                   ADD SV-AMOUNT   TO WS-REB-TOTAL-COST
               WHEN SV-TYPE-TRADE AND SV-TRADE-TYPE = 'SELL'
