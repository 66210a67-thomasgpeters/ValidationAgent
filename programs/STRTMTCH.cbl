       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRTMTCH.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  STREET-SIDE TRADE MATCHING
      *  PAIRS THE CONTRA-SIDE CONFIRMATIONS RECEIVED FROM EACH
      *  EXECUTING BROKER (STRTCONF) TO OUR PENDING TRADES ON THE
      *  TRADE MASTER, SO A WRONG QUANTITY OR PRICE IS FOUND BEFORE
      *  SETTLEMENT RATHER THAN WHEN IT FAILS:
      *    - A CONTRA QUOTING ONE OF OUR TRADE-IDS PAIRS TO THAT
      *      TRADE WHEN THE BROKER AGREES.
      *    - FAILING THAT, IT PAIRS TO AN UNPAIRED PENDING TRADE FOR
      *      THE SAME BROKER WITH THE SAME TRADE DATE, SYMBOL, SIDE
      *      AND QUANTITY.
      *    - A CONTRA THAT PAIRS TO NOTHING IS UNMATCHED-THEIRS; A
      *      SECOND CONTRA FOR A TRADE ALREADY PAIRED TODAY IS
      *      REPORTED THE SAME WAY AS A DUPLICATE.
      *  EVERY PAIRED TRADE IS THEN COMPARED FIELD BY FIELD - PRICE,
      *  QUANTITY AND COMMISSION - AGAINST THAT BROKER'S TOLERANCES
      *  FROM THE MAINTAINABLE STRTTOL FILE.  WITHIN TOLERANCE IS
      *  MATCHED; OTHERWISE EACH FIELD OUT OF TOLERANCE PRINTS AS A
      *  MISMATCH LINE WITH BOTH VALUES AND THE DIFFERENCE.  A PENDING
      *  TRADE NO CONTRA HAS PAIRED TO IS UNMATCHED-OURS.
      *  PAIRINGS ARE CARRIED FORWARD IN STRTPAIR WITH THE BROKER'S
      *  FIGURES, SO A TRADE CONFIRMED ON TRADE DATE STAYS PAIRED
      *  UNTIL IT SETTLES WITHOUT THE BROKER RE-SENDING IT, AND A
      *  TRADE RESTATED BY TRDCANCL IS RE-JUDGED AGAINST THE SAME
      *  CONTRA.  A RE-SENT CONTRA REPLACES THE CARRIED ONE.
      *  ANY PENDING TRADE STILL NOT MATCHED (UNPAIRED, OR PAIRED BUT
      *  OUT OF TOLERANCE) BY THE BUSINESS DAY BEFORE ITS SETTLEMENT-
      *  DATE - COUNTED IN BUSINESS DAYS VIA BDAYCALC - IS WRITTEN TO
      *  THE AT-RISK FILE (TRDATRSK) THAT TRDSETL AND SETLAGER READ TO
      *  CALL IT OUT BEFORE IT FAILS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-MASTER ASSIGN TO "TRDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRADE-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CONTRA-FILE ASSIGN TO "STRTCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRA-FILE-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO "STRTTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-FILE-STATUS.

           SELECT PAIR-FILE ASSIGN TO "STRTPAIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-FILE-STATUS.

           SELECT MATCH-RPT ASSIGN TO "STRTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT AT-RISK-FILE ASSIGN TO "TRDATRSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRADE-MASTER
           RECORD CONTAINS 192 CHARACTERS.
           COPY TRADE-RECORD.

       FD  CONTRA-FILE
           RECORD CONTAINS 110 CHARACTERS.
           COPY STRTCONF.

       FD  TOLERANCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY STRTTOL.

       FD  PAIR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY STRTPAIR.

       FD  MATCH-RPT
           RECORD CONTAINS 148 CHARACTERS.
           COPY STRTMRPT.

       FD  AT-RISK-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY TRDATRSK.

       WORKING-STORAGE SECTION.
       COPY BDAYPARM.

       01  WS-MASTER-FILE-STATUS       PIC X(2).
       01  WS-CONTRA-FILE-STATUS       PIC X(2).
           88  WS-CONTRA-NOT-FOUND         VALUE '35'.
       01  WS-TOL-FILE-STATUS          PIC X(2).
           88  WS-TOL-NOT-FOUND            VALUE '35'.
       01  WS-PAIR-FILE-STATUS         PIC X(2).
           88  WS-PAIR-NOT-FOUND           VALUE '35'.
       01  WS-RPT-FILE-STATUS          PIC X(2).
       01  WS-RISK-FILE-STATUS         PIC X(2).

       01  WS-MASTER-EOF-SW            PIC X(1)    VALUE 'N'.
           88  NO-MORE-TRADES              VALUE 'Y'.
       01  WS-CONTRA-EOF-SW            PIC X(1)    VALUE 'N'.
           88  NO-MORE-CONTRAS             VALUE 'Y'.
       01  WS-TOL-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-TOLERANCES          VALUE 'Y'.
       01  WS-PAIR-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-PAIRS               VALUE 'Y'.
       01  WS-OUR-FOUND-SW             PIC X(1).
           88  OUR-TRADE-FOUND             VALUE 'Y'.
       01  WS-MISMATCH-SW              PIC X(1).
           88  PAIR-IS-MISMATCHED          VALUE 'Y'.
       01  WS-AT-RISK-SW               PIC X(1).
           88  TRADE-IS-AT-RISK            VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

       01  WS-TOL-COUNT                PIC 9(3)    VALUE ZERO.
       01  WS-TOLERANCE-TABLE.
           05  WS-TOL-ENTRY            OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-TOL-COUNT
                                       INDEXED BY WS-TOL-IDX.
               10  WS-TOL-BROKER-ID    PIC X(8).
               10  WS-TOL-PRICE        PIC 9(3)V9(4).
               10  WS-TOL-QUANTITY     PIC 9(9).
               10  WS-TOL-COMMISSION   PIC 9(5)V99.

      *    OUR PENDING TRADES AND WHATEVER CONTRA HAS PAIRED TO EACH
       01  WS-OUR-COUNT                PIC 9(5)    VALUE ZERO.
       01  WS-OUR-TABLE.
           05  WS-OUR-ENTRY            OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-OUR-COUNT
                                       INDEXED BY WS-OUR-IDX.
               10  WS-OUR-TRADE-ID     PIC X(16).
               10  WS-OUR-BROKER-ID    PIC X(8).
               10  WS-OUR-TRADE-DATE   PIC X(10).
               10  WS-OUR-SYMBOL       PIC X(10).
               10  WS-OUR-TRADE-TYPE   PIC X(4).
               10  WS-OUR-QUANTITY     PIC 9(9).
               10  WS-OUR-PRICE        PIC 9(7)V9(4).
               10  WS-OUR-COMMISSION   PIC 9(7)V99.
               10  WS-OUR-SETTLE-DATE  PIC X(10).
               10  WS-OUR-PAIR-SW      PIC X(1).
                   88  OUR-NOT-PAIRED      VALUE SPACE.
                   88  OUR-PAIR-CARRIED    VALUE 'C'.
                   88  OUR-PAIRED-TODAY    VALUE 'T'.
               10  WS-OUR-CONTRA-REF   PIC X(16).
               10  WS-OUR-PAIRED-DATE  PIC X(10).
               10  WS-OUR-PAIRED-BY    PIC X(1).
               10  WS-THR-QUANTITY     PIC 9(9).
               10  WS-THR-PRICE        PIC 9(7)V9(4).
               10  WS-THR-COMMISSION   PIC 9(7)V99.

       01  WS-MATCH-WORK.
           05  WS-SEARCH-TRADE-ID      PIC X(16).
           05  WS-SEARCH-PAIR-SW       PIC X(1).
           05  WS-PRICE-TOL            PIC 9(3)V9(4).
           05  WS-QUANTITY-TOL         PIC 9(9).
           05  WS-COMMISSION-TOL       PIC 9(5)V99.
           05  WS-PRICE-DIFF           PIC S9(7)V9(4).
           05  WS-QUANTITY-DIFF        PIC S9(9).
           05  WS-COMMISSION-DIFF      PIC S9(7)V99.
           05  WS-ABS-DIFF             PIC 9(9)V9(4).
           05  WS-DAY-DIFF             PIC S9(5).
           05  WS-PAIR-REMARK          PIC X(12).
           05  WS-RISK-REASON          PIC X(30).

       01  WS-SUMMARY-LINE.
           05  WSL-LABEL               PIC X(30).
           05  WSL-COUNT               PIC Z(6)9.

       01  WS-COUNTERS.
           05  WS-TRADES-READ          PIC 9(7)    VALUE ZERO.
           05  WS-TRADES-PENDING       PIC 9(7)    VALUE ZERO.
           05  WS-PAIRS-CARRIED        PIC 9(7)    VALUE ZERO.
           05  WS-CONTRAS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-MATCHED              PIC 9(7)    VALUE ZERO.
           05  WS-MISMATCHED           PIC 9(7)    VALUE ZERO.
           05  WS-UNMATCHED-OURS       PIC 9(7)    VALUE ZERO.
           05  WS-UNMATCHED-THEIRS     PIC 9(7)    VALUE ZERO.
           05  WS-AT-RISK              PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0300-PAIR-CONTRAS
               UNTIL NO-MORE-CONTRAS
           PERFORM 0500-JUDGE-OUR-TRADES
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

           OPEN INPUT TOLERANCE-FILE
           IF WS-TOL-NOT-FOUND
               DISPLAY 'STRTMTCH - NO TOLERANCE FILE, EXACT MATCHING'
           ELSE
               PERFORM 0120-READ-TOLERANCE
               PERFORM 0110-LOAD-ONE-TOLERANCE
                   UNTIL NO-MORE-TOLERANCES
               CLOSE TOLERANCE-FILE
           END-IF

           OPEN INPUT TRADE-MASTER
           PERFORM 0140-READ-TRADE
           PERFORM 0130-LOAD-ONE-TRADE
               UNTIL NO-MORE-TRADES
           CLOSE TRADE-MASTER

           OPEN INPUT PAIR-FILE
           IF WS-PAIR-NOT-FOUND
               SET NO-MORE-PAIRS TO TRUE
           ELSE
               PERFORM 0160-READ-PAIR
               PERFORM 0150-LOAD-ONE-PAIR
                   UNTIL NO-MORE-PAIRS
               CLOSE PAIR-FILE
           END-IF

           OPEN INPUT  CONTRA-FILE
                OUTPUT MATCH-RPT
                OUTPUT AT-RISK-FILE
           IF WS-CONTRA-NOT-FOUND
               DISPLAY 'STRTMTCH - NO CONTRA CONFIRMS RECEIVED'
               SET NO-MORE-CONTRAS TO TRUE
           ELSE
               PERFORM 0310-READ-CONTRA
           END-IF.

      *----------------------------------------------------------------
      *  REFERENCE LOADS - TOLERANCES, PENDING TRADES, CARRIED PAIRS
      *----------------------------------------------------------------
       0110-LOAD-ONE-TOLERANCE.
           IF WS-TOL-COUNT < 200
               ADD 1 TO WS-TOL-COUNT
               SET WS-TOL-IDX TO WS-TOL-COUNT
               MOVE STL-BROKER-ID TO WS-TOL-BROKER-ID (WS-TOL-IDX)
               MOVE STL-PRICE-TOLERANCE
                   TO WS-TOL-PRICE (WS-TOL-IDX)
               MOVE STL-QUANTITY-TOLERANCE
                   TO WS-TOL-QUANTITY (WS-TOL-IDX)
               MOVE STL-COMMISSION-TOLERANCE
                   TO WS-TOL-COMMISSION (WS-TOL-IDX)
           ELSE
               DISPLAY 'STRTMTCH - TOLERANCE TABLE FULL, BROKER '
                   STL-BROKER-ID ' MATCHES EXACTLY'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0120-READ-TOLERANCE.

       0120-READ-TOLERANCE.
           READ TOLERANCE-FILE
               AT END
                   SET NO-MORE-TOLERANCES TO TRUE
           END-READ.

       0130-LOAD-ONE-TRADE.
           ADD 1 TO WS-TRADES-READ
           IF TRADE-STATUS-PENDING
               IF WS-OUR-COUNT < 20000
                   ADD 1 TO WS-TRADES-PENDING
                   ADD 1 TO WS-OUR-COUNT
                   SET WS-OUR-IDX TO WS-OUR-COUNT
                   MOVE TRADE-ID     TO WS-OUR-TRADE-ID (WS-OUR-IDX)
                   MOVE BROKER-ID    TO WS-OUR-BROKER-ID (WS-OUR-IDX)
                   MOVE TRADE-DATE   TO WS-OUR-TRADE-DATE (WS-OUR-IDX)
                   MOVE TRADE-SYMBOL TO WS-OUR-SYMBOL (WS-OUR-IDX)
                   MOVE TRADE-TYPE   TO WS-OUR-TRADE-TYPE (WS-OUR-IDX)
                   MOVE QUANTITY     TO WS-OUR-QUANTITY (WS-OUR-IDX)
                   MOVE PRICE        TO WS-OUR-PRICE (WS-OUR-IDX)
                   MOVE COMMISSION   TO WS-OUR-COMMISSION (WS-OUR-IDX)
                   MOVE SETTLEMENT-DATE
                       TO WS-OUR-SETTLE-DATE (WS-OUR-IDX)
                   MOVE SPACE        TO WS-OUR-PAIR-SW (WS-OUR-IDX)
               ELSE
                   DISPLAY 'STRTMTCH - TRADE TABLE FULL, TRADE '
                       TRADE-ID ' NOT MATCHED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0140-READ-TRADE.

       0140-READ-TRADE.
           READ TRADE-MASTER NEXT RECORD
               AT END
                   SET NO-MORE-TRADES TO TRUE
           END-READ.

      *    A CARRIED PAIR WHOSE TRADE IS NO LONGER PENDING HAS
      *    SETTLED OR BEEN CANCELLED AND DROPS OFF HERE.
       0150-LOAD-ONE-PAIR.
           MOVE SPR-TRADE-ID TO WS-SEARCH-TRADE-ID
           PERFORM 0320-FIND-BY-TRADE-ID
           IF OUR-TRADE-FOUND
               ADD 1 TO WS-PAIRS-CARRIED
               SET OUR-PAIR-CARRIED (WS-OUR-IDX) TO TRUE
               MOVE SPR-CONTRA-REF  TO WS-OUR-CONTRA-REF (WS-OUR-IDX)
               MOVE SPR-PAIRED-DATE TO WS-OUR-PAIRED-DATE (WS-OUR-IDX)
               MOVE SPR-PAIRED-BY   TO WS-OUR-PAIRED-BY (WS-OUR-IDX)
               MOVE SPR-QUANTITY    TO WS-THR-QUANTITY (WS-OUR-IDX)
               MOVE SPR-PRICE       TO WS-THR-PRICE (WS-OUR-IDX)
               MOVE SPR-COMMISSION  TO WS-THR-COMMISSION (WS-OUR-IDX)
           END-IF
           PERFORM 0160-READ-PAIR.

       0160-READ-PAIR.
           READ PAIR-FILE
               AT END
                   SET NO-MORE-PAIRS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      *  PAIR EACH CONTRA - BY TRADE-ID, ELSE BY DATE/SYMBOL/SIDE/QTY
      *----------------------------------------------------------------
       0300-PAIR-CONTRAS.
           ADD 1 TO WS-CONTRAS-READ
           MOVE 'N' TO WS-OUR-FOUND-SW
           IF SCF-TRADE-ID NOT = SPACES
               MOVE SCF-TRADE-ID TO WS-SEARCH-TRADE-ID
               PERFORM 0320-FIND-BY-TRADE-ID
               IF OUR-TRADE-FOUND
                   AND WS-OUR-BROKER-ID (WS-OUR-IDX) NOT = SCF-BROKER-ID
                   MOVE 'N' TO WS-OUR-FOUND-SW
               END-IF
           END-IF

           IF OUR-TRADE-FOUND
               IF OUR-PAIRED-TODAY (WS-OUR-IDX)
                   MOVE 'DUPLICATE' TO WS-PAIR-REMARK
                   PERFORM 0350-PRINT-UNMATCHED-THEIRS
               ELSE
                   MOVE 'I' TO WS-OUR-PAIRED-BY (WS-OUR-IDX)
                   PERFORM 0340-PAIR-CONTRA
               END-IF
           ELSE
               PERFORM 0330-FIND-BY-FIELDS
               IF OUR-TRADE-FOUND
                   IF OUR-PAIRED-TODAY (WS-OUR-IDX)
                       MOVE 'DUPLICATE' TO WS-PAIR-REMARK
                       PERFORM 0350-PRINT-UNMATCHED-THEIRS
                   ELSE
                       MOVE 'F' TO WS-OUR-PAIRED-BY (WS-OUR-IDX)
                       PERFORM 0340-PAIR-CONTRA
                   END-IF
               ELSE
                   MOVE 'NO PN TRADE' TO WS-PAIR-REMARK
                   PERFORM 0350-PRINT-UNMATCHED-THEIRS
               END-IF
           END-IF
           PERFORM 0310-READ-CONTRA.

       0310-READ-CONTRA.
           READ CONTRA-FILE
               AT END
                   SET NO-MORE-CONTRAS TO TRUE
           END-READ.

       0320-FIND-BY-TRADE-ID.
           MOVE 'N' TO WS-OUR-FOUND-SW
           IF WS-OUR-COUNT > ZERO
               SET WS-OUR-IDX TO 1
               SEARCH WS-OUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OUR-TRADE-ID (WS-OUR-IDX)
                       = WS-SEARCH-TRADE-ID
                       MOVE 'Y' TO WS-OUR-FOUND-SW
               END-SEARCH
           END-IF.

      *    AN UNPAIRED TRADE IS PREFERRED; FAILING THAT THE CONTRA
      *    REPLACES ONE CARRIED FROM STRTPAIR, AND ONLY THEN IS IT
      *    TAKEN AS A DUPLICATE OF ONE ALREADY PAIRED TODAY.
       0330-FIND-BY-FIELDS.
           MOVE 'N' TO WS-OUR-FOUND-SW
           MOVE SPACE TO WS-SEARCH-PAIR-SW
           PERFORM 0335-SEARCH-BY-FIELDS
           IF NOT OUR-TRADE-FOUND
               MOVE 'C' TO WS-SEARCH-PAIR-SW
               PERFORM 0335-SEARCH-BY-FIELDS
           END-IF
           IF NOT OUR-TRADE-FOUND
               MOVE 'T' TO WS-SEARCH-PAIR-SW
               PERFORM 0335-SEARCH-BY-FIELDS
           END-IF.

       0335-SEARCH-BY-FIELDS.
           IF WS-OUR-COUNT > ZERO
               SET WS-OUR-IDX TO 1
               SEARCH WS-OUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OUR-PAIR-SW (WS-OUR-IDX) = WS-SEARCH-PAIR-SW
                       AND WS-OUR-BROKER-ID (WS-OUR-IDX) = SCF-BROKER-ID
                       AND WS-OUR-TRADE-DATE (WS-OUR-IDX)
                           = SCF-TRADE-DATE
                       AND WS-OUR-SYMBOL (WS-OUR-IDX) = SCF-SYMBOL
                       AND WS-OUR-TRADE-TYPE (WS-OUR-IDX)
                           = SCF-TRADE-TYPE
                       AND WS-OUR-QUANTITY (WS-OUR-IDX) = SCF-QUANTITY
                       MOVE 'Y' TO WS-OUR-FOUND-SW
               END-SEARCH
           END-IF.

       0340-PAIR-CONTRA.
           SET OUR-PAIRED-TODAY (WS-OUR-IDX) TO TRUE
           MOVE SCF-CONTRA-REF TO WS-OUR-CONTRA-REF (WS-OUR-IDX)
           MOVE WS-RUN-DATE    TO WS-OUR-PAIRED-DATE (WS-OUR-IDX)
           MOVE SCF-QUANTITY   TO WS-THR-QUANTITY (WS-OUR-IDX)
           MOVE SCF-PRICE      TO WS-THR-PRICE (WS-OUR-IDX)
           MOVE SCF-COMMISSION TO WS-THR-COMMISSION (WS-OUR-IDX).

       0350-PRINT-UNMATCHED-THEIRS.
           ADD 1 TO WS-UNMATCHED-THEIRS
           MOVE SPACES           TO STREET-MATCH-LINE
           MOVE 'UNMATCH-THEIRS'  TO SMR-STATUS
           MOVE SCF-BROKER-ID     TO SMR-BROKER-ID
           MOVE SCF-TRADE-ID      TO SMR-TRADE-ID
           MOVE SCF-CONTRA-REF    TO SMR-CONTRA-REF
           MOVE SCF-SYMBOL        TO SMR-SYMBOL
           MOVE SCF-TRADE-TYPE    TO SMR-TRADE-TYPE
           MOVE 'QUANTITY'        TO SMR-FIELD
           MOVE SCF-QUANTITY      TO SMR-THEIR-VALUE
           MOVE WS-PAIR-REMARK    TO SMR-REMARKS
           WRITE STREET-MATCH-LINE.

      *----------------------------------------------------------------
      *  JUDGE EVERY PENDING TRADE - MATCHED, MISMATCHED OR UNMATCHED -
      *  CARRY ITS PAIRING FORWARD AND FLAG IT IF AT RISK
      *----------------------------------------------------------------
       0500-JUDGE-OUR-TRADES.
           OPEN OUTPUT PAIR-FILE
           IF WS-OUR-COUNT > ZERO
               PERFORM 0510-JUDGE-ONE-TRADE
                   VARYING WS-OUR-IDX FROM 1 BY 1
                   UNTIL WS-OUR-IDX > WS-OUR-COUNT
           END-IF
           CLOSE PAIR-FILE.

       0510-JUDGE-ONE-TRADE.
           MOVE 'N' TO WS-MISMATCH-SW
           MOVE 'N' TO WS-AT-RISK-SW
           IF OUR-NOT-PAIRED (WS-OUR-IDX)
               ADD 1 TO WS-UNMATCHED-OURS
               MOVE 'NO CONTRA CONFIRM' TO WS-RISK-REASON
               PERFORM 0560-CHECK-AT-RISK
               PERFORM 0540-PRINT-UNMATCHED-OURS
           ELSE
               PERFORM 0520-COMPARE-PAIR
               PERFORM 0550-WRITE-PAIR
               IF PAIR-IS-MISMATCHED
                   ADD 1 TO WS-MISMATCHED
                   MOVE 'CONTRA OUT OF TOLERANCE' TO WS-RISK-REASON
                   PERFORM 0560-CHECK-AT-RISK
                   PERFORM 0530-PRINT-MISMATCHES
               ELSE
                   ADD 1 TO WS-MATCHED
                   PERFORM 0535-PRINT-MATCHED
               END-IF
           END-IF.

       0520-COMPARE-PAIR.
           MOVE ZERO TO WS-PRICE-TOL
           MOVE ZERO TO WS-QUANTITY-TOL
           MOVE ZERO TO WS-COMMISSION-TOL
           IF WS-TOL-COUNT > ZERO
               SET WS-TOL-IDX TO 1
               SEARCH WS-TOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TOL-BROKER-ID (WS-TOL-IDX)
                       = WS-OUR-BROKER-ID (WS-OUR-IDX)
                       MOVE WS-TOL-PRICE (WS-TOL-IDX)
                           TO WS-PRICE-TOL
                       MOVE WS-TOL-QUANTITY (WS-TOL-IDX)
                           TO WS-QUANTITY-TOL
                       MOVE WS-TOL-COMMISSION (WS-TOL-IDX)
                           TO WS-COMMISSION-TOL
               END-SEARCH
           END-IF

           COMPUTE WS-PRICE-DIFF = WS-THR-PRICE (WS-OUR-IDX)
                                 - WS-OUR-PRICE (WS-OUR-IDX)
           COMPUTE WS-QUANTITY-DIFF = WS-THR-QUANTITY (WS-OUR-IDX)
                                    - WS-OUR-QUANTITY (WS-OUR-IDX)
           COMPUTE WS-COMMISSION-DIFF =
               WS-THR-COMMISSION (WS-OUR-IDX)
             - WS-OUR-COMMISSION (WS-OUR-IDX)

           MOVE WS-PRICE-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-PRICE-TOL
               SET PAIR-IS-MISMATCHED TO TRUE
           END-IF
           MOVE WS-QUANTITY-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-QUANTITY-TOL
               SET PAIR-IS-MISMATCHED TO TRUE
           END-IF
           MOVE WS-COMMISSION-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-COMMISSION-TOL
               SET PAIR-IS-MISMATCHED TO TRUE
           END-IF

           IF OUR-PAIR-CARRIED (WS-OUR-IDX)
               MOVE 'CARRIED'     TO WS-PAIR-REMARK
           ELSE IF WS-OUR-PAIRED-BY (WS-OUR-IDX) = 'I'
               MOVE 'BY TRADE-ID' TO WS-PAIR-REMARK
           ELSE
               MOVE 'BY FIELDS'   TO WS-PAIR-REMARK
           END-IF.

      *    ONE LINE PER FIELD OUT OF TOLERANCE.  THE UNSIGNED MOVE
      *    TO WS-ABS-DIFF DROPS THE SIGN, GIVING THE MAGNITUDE.
       0530-PRINT-MISMATCHES.
           MOVE WS-PRICE-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-PRICE-TOL
               PERFORM 0545-BUILD-PAIR-LINE
               MOVE 'PRICE'                     TO SMR-FIELD
               MOVE WS-OUR-PRICE (WS-OUR-IDX)    TO SMR-OUR-VALUE
               MOVE WS-THR-PRICE (WS-OUR-IDX)    TO SMR-THEIR-VALUE
               MOVE WS-PRICE-DIFF                TO SMR-DIFFERENCE
               WRITE STREET-MATCH-LINE
           END-IF
           MOVE WS-QUANTITY-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-QUANTITY-TOL
               PERFORM 0545-BUILD-PAIR-LINE
               MOVE 'QUANTITY'                  TO SMR-FIELD
               MOVE WS-OUR-QUANTITY (WS-OUR-IDX) TO SMR-OUR-VALUE
               MOVE WS-THR-QUANTITY (WS-OUR-IDX) TO SMR-THEIR-VALUE
               MOVE WS-QUANTITY-DIFF             TO SMR-DIFFERENCE
               WRITE STREET-MATCH-LINE
           END-IF
           MOVE WS-COMMISSION-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-COMMISSION-TOL
               PERFORM 0545-BUILD-PAIR-LINE
               MOVE 'COMMISSION'                TO SMR-FIELD
               MOVE WS-OUR-COMMISSION (WS-OUR-IDX) TO SMR-OUR-VALUE
               MOVE WS-THR-COMMISSION (WS-OUR-IDX) TO SMR-THEIR-VALUE
               MOVE WS-COMMISSION-DIFF           TO SMR-DIFFERENCE
               WRITE STREET-MATCH-LINE
           END-IF.

       0535-PRINT-MATCHED.
           PERFORM 0545-BUILD-PAIR-LINE
           WRITE STREET-MATCH-LINE.

       0540-PRINT-UNMATCHED-OURS.
           MOVE SPACES           TO STREET-MATCH-LINE
           MOVE 'UNMATCH-OURS'    TO SMR-STATUS
           MOVE WS-OUR-BROKER-ID (WS-OUR-IDX)  TO SMR-BROKER-ID
           MOVE WS-OUR-TRADE-ID (WS-OUR-IDX)   TO SMR-TRADE-ID
           MOVE WS-OUR-SYMBOL (WS-OUR-IDX)     TO SMR-SYMBOL
           MOVE WS-OUR-TRADE-TYPE (WS-OUR-IDX) TO SMR-TRADE-TYPE
           MOVE 'QUANTITY'                     TO SMR-FIELD
           MOVE WS-OUR-QUANTITY (WS-OUR-IDX)   TO SMR-OUR-VALUE
           IF TRADE-IS-AT-RISK
               MOVE 'AT RISK'     TO SMR-REMARKS
           END-IF
           WRITE STREET-MATCH-LINE.

       0545-BUILD-PAIR-LINE.
           MOVE SPACES           TO STREET-MATCH-LINE
           IF PAIR-IS-MISMATCHED
               MOVE 'MISMATCHED'  TO SMR-STATUS
           ELSE
               MOVE 'MATCHED'     TO SMR-STATUS
           END-IF
           MOVE WS-OUR-BROKER-ID (WS-OUR-IDX)  TO SMR-BROKER-ID
           MOVE WS-OUR-TRADE-ID (WS-OUR-IDX)   TO SMR-TRADE-ID
           MOVE WS-OUR-CONTRA-REF (WS-OUR-IDX) TO SMR-CONTRA-REF
           MOVE WS-OUR-SYMBOL (WS-OUR-IDX)     TO SMR-SYMBOL
           MOVE WS-OUR-TRADE-TYPE (WS-OUR-IDX) TO SMR-TRADE-TYPE
           IF TRADE-IS-AT-RISK
               MOVE 'AT RISK'     TO SMR-REMARKS
           ELSE
               MOVE WS-PAIR-REMARK TO SMR-REMARKS
           END-IF.

       0550-WRITE-PAIR.
           MOVE SPACES TO STREET-PAIR-RECORD
           MOVE WS-OUR-TRADE-ID (WS-OUR-IDX)    TO SPR-TRADE-ID
           MOVE WS-OUR-BROKER-ID (WS-OUR-IDX)   TO SPR-BROKER-ID
           MOVE WS-OUR-CONTRA-REF (WS-OUR-IDX)  TO SPR-CONTRA-REF
           MOVE WS-OUR-PAIRED-DATE (WS-OUR-IDX) TO SPR-PAIRED-DATE
           MOVE WS-OUR-PAIRED-BY (WS-OUR-IDX)   TO SPR-PAIRED-BY
           MOVE WS-THR-QUANTITY (WS-OUR-IDX)    TO SPR-QUANTITY
           MOVE WS-THR-PRICE (WS-OUR-IDX)       TO SPR-PRICE
           MOVE WS-THR-COMMISSION (WS-OUR-IDX)  TO SPR-COMMISSION
           WRITE STREET-PAIR-RECORD.

      *    AT RISK FROM THE BUSINESS DAY BEFORE SETTLEMENT ONWARD.  A
      *    SETTLEMENT-DATE BDAYCALC CANNOT READ IS AT RISK BY
      *    DEFINITION.
       0560-CHECK-AT-RISK.
           SET BDP-FUNC-DIFF TO TRUE
           MOVE WS-RUN-DATE                     TO BDP-DATE-1
           MOVE WS-OUR-SETTLE-DATE (WS-OUR-IDX) TO BDP-DATE-2
           CALL 'BDAYCALC' USING BDAY-PARM-AREA
           IF NOT BDP-STATUS-OK
               SET TRADE-IS-AT-RISK TO TRUE
           ELSE
               MOVE BDP-DAYS TO WS-DAY-DIFF
               IF WS-DAY-DIFF NOT > 1
                   SET TRADE-IS-AT-RISK TO TRUE
               END-IF
           END-IF

           IF TRADE-IS-AT-RISK
               ADD 1 TO WS-AT-RISK
               MOVE SPACES TO TRD-AT-RISK-RECORD
               MOVE WS-OUR-TRADE-ID (WS-OUR-IDX)    TO ATR-TRADE-ID
               MOVE WS-RUN-DATE                     TO ATR-RUN-DATE
               MOVE WS-OUR-SETTLE-DATE (WS-OUR-IDX)
                   TO ATR-SETTLEMENT-DATE
               MOVE WS-OUR-BROKER-ID (WS-OUR-IDX)   TO ATR-BROKER-ID
               MOVE WS-RISK-REASON                  TO ATR-REASON
               WRITE TRD-AT-RISK-RECORD
           END-IF.

       0800-PRINT-SUMMARY.
           MOVE 'PENDING TRADES'          TO WSL-LABEL
           MOVE WS-TRADES-PENDING          TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'CONTRA CONFIRMS RECEIVED' TO WSL-LABEL
           MOVE WS-CONTRAS-READ            TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'PAIRS CARRIED FORWARD'    TO WSL-LABEL
           MOVE WS-PAIRS-CARRIED           TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'MATCHED'                  TO WSL-LABEL
           MOVE WS-MATCHED                 TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'MISMATCHED'               TO WSL-LABEL
           MOVE WS-MISMATCHED              TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'UNMATCHED - OURS'         TO WSL-LABEL
           MOVE WS-UNMATCHED-OURS          TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'UNMATCHED - THEIRS'       TO WSL-LABEL
           MOVE WS-UNMATCHED-THEIRS        TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE
           MOVE 'AT RISK OF FAILING'       TO WSL-LABEL
           MOVE WS-AT-RISK                 TO WSL-COUNT
           PERFORM 0810-WRITE-SUMMARY-LINE.

       0810-WRITE-SUMMARY-LINE.
           MOVE SPACES          TO STREET-MATCH-LINE
           MOVE WS-SUMMARY-LINE TO STREET-MATCH-LINE
           WRITE STREET-MATCH-LINE.

       0900-TERMINATE.
           IF NOT WS-CONTRA-NOT-FOUND
               CLOSE CONTRA-FILE
           END-IF
           CLOSE MATCH-RPT
                 AT-RISK-FILE

           DISPLAY 'STRTMTCH - PENDING TRADES   : ' WS-TRADES-PENDING
           DISPLAY 'STRTMTCH - CONTRAS RECEIVED : ' WS-CONTRAS-READ
           DISPLAY 'STRTMTCH - MATCHED          : ' WS-MATCHED
           DISPLAY 'STRTMTCH - MISMATCHED       : ' WS-MISMATCHED
           DISPLAY 'STRTMTCH - UNMATCHED OURS   : ' WS-UNMATCHED-OURS
           DISPLAY 'STRTMTCH - UNMATCHED THEIRS : '
               WS-UNMATCHED-THEIRS
           DISPLAY 'STRTMTCH - AT RISK          : ' WS-AT-RISK.
