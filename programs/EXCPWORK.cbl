       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXCPWORK.
       AUTHOR.      OPERATIONS-SUPPORT.
      *****************************************************************
      *  CONSOLIDATED MORNING EXCEPTIONS WORKBENCH
      *  GATHERS THE NIGHT'S EXCEPTION FILES INTO ONE OPEN-ITEMS
      *  MASTER (EXCPOPEN) KEYED BY SOURCE, ACCOUNT, REFERENCE AND
      *  REASON, SO AN ITEM REPORTED NIGHT AFTER NIGHT IS CARRIED AND
      *  AGED INSTEAD OF LOOKING NEW EACH MORNING.  SOURCES:
      *    ACCTEXCP  ACCTMEXC  POSEXCP   PRICEXCP  SECEXCP   CALEXCP
      *    CORPEXCP  BUSTEXCP  POSBREAK  XFEREXCP  CASHSUSP  IRADEXCP
      *    SETLAGE   - FAIL-BUCKET DETAIL LINES ONLY (THE BUCKET
      *                TOTAL LINES CARRY NO TRADE-ID).
      *    TRDHOLD / TRDCRHLD - THE RECONCILIATION AND CREDIT REVIEW
      *                HOLD QUEUES.
      *  ANY SOURCE MAY BE ABSENT ON A QUIET NIGHT; AN ABSENT FILE IS
      *  TREATED AS EMPTY, SO ITS ITEMS CLEAR.
      *  EVERY ITEM IS GIVEN AN OWNING DESK AND PRIORITY FROM THE
      *  MAINTAINABLE OWNERSHIP TABLE (EXCPDESK), SO RE-ASSIGNING A
      *  REASON NEEDS NO PROGRAM CHANGE.  AN OPEN ITEM NOT SEEN
      *  TONIGHT IS MARKED CLEARED, AND A CLEARED ITEM IS DROPPED
      *  FROM THE MASTER ON THE FOLLOWING RUN.  AGE IS IN BUSINESS
      *  DAYS FROM THE FIRST NIGHT SEEN, VIA BDAYCALC.
      *  THE WORKBENCH REPORT (EXCPWBR) LISTS THE ITEMS BY DESK - OPEN
      *  ITEMS BY PRIORITY, OLDEST FIRST, THEN THOSE CLEARED TONIGHT -
      *  WITH NEW, CARRIED AND CLEARED COUNTS FOR EACH DESK AND THE
      *  RUN.  A RERUN OF THE SAME NIGHT REPORTS THE SAME COUNTS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESK-FILE ASSIGN TO "EXCPDESK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESK-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "EXCPOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-ITEM-KEY
               FILE STATUS IS WS-OPI-FILE-STATUS.

           SELECT ACCT-EXCP-FILE ASSIGN TO "ACCTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AEX-FILE-STATUS.

           SELECT MAINT-EXCP-FILE ASSIGN TO "ACCTMEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEX-FILE-STATUS.

           SELECT POS-EXCP-FILE ASSIGN TO "POSEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEX-FILE-STATUS.

           SELECT PRICE-EXCP-FILE ASSIGN TO "PRICEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXC-FILE-STATUS.

           SELECT SEC-EXCP-FILE ASSIGN TO "SECEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXC-FILE-STATUS.

           SELECT CAL-EXCP-FILE ASSIGN TO "CALEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLX-FILE-STATUS.

           SELECT CORP-EXCP-FILE ASSIGN TO "CORPEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXC-FILE-STATUS.

           SELECT BUST-EXCP-FILE ASSIGN TO "BUSTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXC-FILE-STATUS.

           SELECT BREAK-FILE ASSIGN TO "POSBREAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBK-FILE-STATUS.

           SELECT AGING-FILE ASSIGN TO "SETLAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-FILE-STATUS.

           SELECT RECON-HOLD-FILE ASSIGN TO "TRDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHOLD-FILE-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "TRDCRHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHOLD-FILE-STATUS.

           SELECT XFER-EXCP-FILE ASSIGN TO "XFEREXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFX-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CASHSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSP-FILE-STATUS.

           SELECT IRA-EXCP-FILE ASSIGN TO "IRADEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "EXWBSORT".

           SELECT WORKBENCH-RPT ASSIGN TO "EXCPWBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DESK-FILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY EXCPDESK.

       FD  OPEN-ITEM-FILE
           RECORD CONTAINS 140 CHARACTERS.
           COPY EXCPOPEN.

       FD  ACCT-EXCP-FILE
           RECORD CONTAINS 98 CHARACTERS.
           COPY ACCTEXCP.

       FD  MAINT-EXCP-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY ACCTMEXC.

       FD  POS-EXCP-FILE
           RECORD CONTAINS 113 CHARACTERS.
           COPY POSEXCP.

       FD  PRICE-EXCP-FILE
           RECORD CONTAINS 73 CHARACTERS.
           COPY PRICEXCP.

       FD  SEC-EXCP-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY SECEXCP.

       FD  CAL-EXCP-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY CALEXCP.

       FD  CORP-EXCP-FILE
           RECORD CONTAINS 82 CHARACTERS.
           COPY CORPEXCP.

       FD  BUST-EXCP-FILE
           RECORD CONTAINS 77 CHARACTERS.
           COPY BUSTEXCP.

       FD  BREAK-FILE
           RECORD CONTAINS 125 CHARACTERS.
           COPY POSBREAK.

       FD  AGING-FILE
           RECORD CONTAINS 93 CHARACTERS.
           COPY SETLAGE.

       FD  RECON-HOLD-FILE
           RECORD CONTAINS 258 CHARACTERS.
       01  RECON-HOLD-INPUT            PIC X(258).

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 258 CHARACTERS.
       01  CREDIT-HOLD-INPUT           PIC X(258).

       FD  XFER-EXCP-FILE
           RECORD CONTAINS 124 CHARACTERS.
           COPY XFEREXCP.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY CASHSUSP.

       FD  IRA-EXCP-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY IRADEXCP.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  SW-WORKBENCH-RECORD.
           05  SW-DESK                 PIC X(12).
           05  SW-SECTION              PIC X(1).
           05  SW-PRIORITY             PIC 9(1).
           05  SW-AGE-DAYS             PIC 9(5).
           05  SW-SOURCE               PIC X(8).
           05  SW-ACCOUNT-NO           PIC X(12).
           05  SW-REFERENCE            PIC X(16).
           05  SW-SYMBOL               PIC X(10).
           05  SW-STATE                PIC X(7).
           05  SW-FIRST-SEEN-DATE      PIC X(10).
           05  SW-REASON               PIC X(40).

       FD  WORKBENCH-RPT
           RECORD CONTAINS 138 CHARACTERS.
           COPY EXCPWRPT.

       WORKING-STORAGE SECTION.
           COPY BDAYPARM.
           COPY TRDHOLD.

       01  WS-DESK-FILE-STATUS         PIC X(2).
       01  WS-OPI-FILE-STATUS          PIC X(2).
       01  WS-AEX-FILE-STATUS          PIC X(2).
           88  WS-AEX-NOT-FOUND            VALUE '35'.
       01  WS-MEX-FILE-STATUS          PIC X(2).
           88  WS-MEX-NOT-FOUND            VALUE '35'.
       01  WS-PEX-FILE-STATUS          PIC X(2).
           88  WS-PEX-NOT-FOUND            VALUE '35'.
       01  WS-PXC-FILE-STATUS          PIC X(2).
           88  WS-PXC-NOT-FOUND            VALUE '35'.
       01  WS-SXC-FILE-STATUS          PIC X(2).
           88  WS-SXC-NOT-FOUND            VALUE '35'.
       01  WS-CLX-FILE-STATUS          PIC X(2).
           88  WS-CLX-NOT-FOUND            VALUE '35'.
       01  WS-CXC-FILE-STATUS          PIC X(2).
           88  WS-CXC-NOT-FOUND            VALUE '35'.
       01  WS-BXC-FILE-STATUS          PIC X(2).
           88  WS-BXC-NOT-FOUND            VALUE '35'.
       01  WS-PBK-FILE-STATUS          PIC X(2).
           88  WS-PBK-NOT-FOUND            VALUE '35'.
       01  WS-SAL-FILE-STATUS          PIC X(2).
           88  WS-SAL-NOT-FOUND            VALUE '35'.
       01  WS-RHOLD-FILE-STATUS        PIC X(2).
           88  WS-RHOLD-NOT-FOUND          VALUE '35'.
       01  WS-CHOLD-FILE-STATUS        PIC X(2).
           88  WS-CHOLD-NOT-FOUND          VALUE '35'.
       01  WS-XFX-FILE-STATUS          PIC X(2).
           88  WS-XFX-NOT-FOUND            VALUE '35'.
       01  WS-CSP-FILE-STATUS          PIC X(2).
           88  WS-CSP-NOT-FOUND            VALUE '35'.
       01  WS-IDX-FILE-STATUS          PIC X(2).
           88  WS-IDX-NOT-FOUND            VALUE '35'.
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-DESK-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-DESKS               VALUE 'Y'.
       01  WS-SOURCE-EOF-SW            PIC X(1)    VALUE 'N'.
           88  NO-MORE-SOURCE-ITEMS        VALUE 'Y'.
       01  WS-OPI-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-OPEN-ITEMS          VALUE 'Y'.
       01  WS-SORT-EOF-SW              PIC X(1)    VALUE 'N'.
           88  NO-MORE-SORTED-ITEMS        VALUE 'Y'.

       01  WS-DESK-FOUND-SW            PIC X(1).
           88  DESK-FOUND                  VALUE 'Y'.
       01  WS-CANDIDATE-SW             PIC X(1).
           88  DESK-CANDIDATE              VALUE 'Y'.

      *    OWNER OF AN ITEM NO TABLE ENTRY MATCHES.
       01  WS-DEFAULT-DESK             PIC X(12)   VALUE 'UNASSIGNED'.
       01  WS-DEFAULT-PRIORITY         PIC 9(1)    VALUE 9.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

      *    THE ITEM BEING GATHERED FROM ONE OF THE SOURCE FILES.
       01  WS-ITEM.
           05  WS-ITEM-KEY.
               10  WS-ITEM-SOURCE      PIC X(8).
               10  WS-ITEM-ACCOUNT-NO  PIC X(12).
               10  WS-ITEM-REFERENCE   PIC X(16).
               10  WS-ITEM-REASON      PIC X(40).
           05  WS-ITEM-SYMBOL          PIC X(10).
           05  WS-ITEM-DESK            PIC X(12).
           05  WS-ITEM-PRIORITY        PIC 9(1).

       01  WS-MATCH-SCORE              PIC S9(3).
       01  WS-BEST-SCORE               PIC S9(3).
       01  WS-GROUP-DESK               PIC X(12).
       01  WS-TOTAL-STATE              PIC X(7).
       01  WS-TOTAL-COUNT              PIC 9(7).

      *    OWNERSHIP TABLE, WITH THE SIGNIFICANT LENGTH OF EACH
      *    REASON KEY WORKED OUT AS IT IS LOADED.
       01  WS-DESK-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-DESK-TABLE.
           05  WS-DK-ENTRY             OCCURS 1 TO 300 TIMES
                                       DEPENDING ON WS-DESK-COUNT
                                       INDEXED BY WS-DK-IDX.
               10  WS-DK-SOURCE        PIC X(8).
               10  WS-DK-REASON-KEY    PIC X(30).
               10  WS-DK-KEY-LENGTH    PIC 9(2).
               10  WS-DK-DESK          PIC X(12).
               10  WS-DK-PRIORITY      PIC 9(1).

       01  WS-COUNTERS.
           05  WS-ITEMS-GATHERED       PIC 9(7)    VALUE ZERO.
           05  WS-NEW-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-CARRIED-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-CLEARED-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-UNASSIGNED-COUNT     PIC 9(7)    VALUE ZERO.

       01  WS-DESK-COUNTERS.
           05  WS-DESK-NEW             PIC 9(7).
           05  WS-DESK-CARRIED         PIC 9(7).
           05  WS-DESK-CLEARED         PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-GATHER-EXCEPTIONS

           SORT SORT-WORK-FILE
               ON ASCENDING  KEY SW-DESK
                                 SW-SECTION
                                 SW-PRIORITY
               ON DESCENDING KEY SW-AGE-DAYS
               ON ASCENDING  KEY SW-SOURCE
                                 SW-ACCOUNT-NO
                                 SW-REFERENCE
               INPUT PROCEDURE IS 0600-SWEEP-OPEN-ITEMS
               OUTPUT PROCEDURE IS 0700-PRINT-WORKBENCH

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

           OPEN INPUT DESK-FILE
           PERFORM 0110-READ-DESK
           PERFORM 0120-LOAD-ONE-DESK
               UNTIL NO-MORE-DESKS
           CLOSE DESK-FILE

           OPEN I-O    OPEN-ITEM-FILE
                OUTPUT WORKBENCH-RPT.

       0110-READ-DESK.
           READ DESK-FILE
               AT END
                   SET NO-MORE-DESKS TO TRUE
           END-READ.

      *    THE REASON KEY RUNS TO ITS FIRST DOUBLE SPACE, SO A KEY OF
      *    SEVERAL WORDS KEEPS ITS SINGLE SPACES; A BLANK KEY HAS
      *    LENGTH ZERO AND MATCHES ANY REASON.
       0120-LOAD-ONE-DESK.
           IF WS-DESK-COUNT < 300
               ADD 1 TO WS-DESK-COUNT
               SET WS-DK-IDX TO WS-DESK-COUNT
               MOVE EDK-SOURCE     TO WS-DK-SOURCE (WS-DK-IDX)
               MOVE EDK-REASON-KEY TO WS-DK-REASON-KEY (WS-DK-IDX)
               MOVE EDK-DESK       TO WS-DK-DESK (WS-DK-IDX)
               MOVE EDK-PRIORITY   TO WS-DK-PRIORITY (WS-DK-IDX)
               MOVE ZERO           TO WS-DK-KEY-LENGTH (WS-DK-IDX)
               INSPECT EDK-REASON-KEY
                   TALLYING WS-DK-KEY-LENGTH (WS-DK-IDX)
                   FOR CHARACTERS BEFORE INITIAL '  '
           ELSE
               DISPLAY 'EXCPWORK - OWNERSHIP TABLE FULL, '
                   EDK-SOURCE ' ' EDK-REASON-KEY ' IGNORED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0110-READ-DESK.

      *----------------------------------------------------------------
      *  GATHER - STAMP EVERY ITEM ON TONIGHT'S EXCEPTION FILES ONTO
      *  THE OPEN-ITEMS MASTER
      *----------------------------------------------------------------
       0200-GATHER-EXCEPTIONS.
           PERFORM 0210-GATHER-ACCT-EXCP
           PERFORM 0220-GATHER-MAINT-EXCP
           PERFORM 0230-GATHER-POS-EXCP
           PERFORM 0240-GATHER-PRICE-EXCP
           PERFORM 0250-GATHER-SEC-EXCP
           PERFORM 0260-GATHER-CAL-EXCP
           PERFORM 0270-GATHER-CORP-EXCP
           PERFORM 0280-GATHER-BUST-EXCP
           PERFORM 0290-GATHER-POS-BREAKS
           PERFORM 0300-GATHER-SETTLE-FAILS
           PERFORM 0310-GATHER-RECON-HOLDS
           PERFORM 0320-GATHER-CREDIT-HOLDS
           PERFORM 0330-GATHER-XFER-EXCP
           PERFORM 0340-GATHER-CASH-SUSPENSE
           PERFORM 0345-GATHER-IRA-DIST-EXCP.

       0210-GATHER-ACCT-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT ACCT-EXCP-FILE
           IF WS-AEX-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0211-READ-ACCT-EXCP
               PERFORM 0212-TAKE-ACCT-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE ACCT-EXCP-FILE
           END-IF.

       0211-READ-ACCT-EXCP.
           READ ACCT-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0212-TAKE-ACCT-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'ACCTEXCP'      TO WS-ITEM-SOURCE
           MOVE EXCP-ACCOUNT-NO TO WS-ITEM-ACCOUNT-NO
           MOVE EXCP-TRAN-ID    TO WS-ITEM-REFERENCE
           MOVE EXCP-REASON     TO WS-ITEM-REASON
           PERFORM 0500-STAMP-ITEM
           PERFORM 0211-READ-ACCT-EXCP.

       0220-GATHER-MAINT-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT MAINT-EXCP-FILE
           IF WS-MEX-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0221-READ-MAINT-EXCP
               PERFORM 0222-TAKE-MAINT-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE MAINT-EXCP-FILE
           END-IF.

       0221-READ-MAINT-EXCP.
           READ MAINT-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0222-TAKE-MAINT-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'ACCTMEXC'      TO WS-ITEM-SOURCE
           MOVE MXC-ACCOUNT-NO  TO WS-ITEM-ACCOUNT-NO
           MOVE MXC-TRAN-ID     TO WS-ITEM-REFERENCE
           MOVE MXC-REASON      TO WS-ITEM-REASON
           PERFORM 0500-STAMP-ITEM
           PERFORM 0221-READ-MAINT-EXCP.

       0230-GATHER-POS-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT POS-EXCP-FILE
           IF WS-PEX-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0231-READ-POS-EXCP
               PERFORM 0232-TAKE-POS-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE POS-EXCP-FILE
           END-IF.

       0231-READ-POS-EXCP.
           READ POS-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0232-TAKE-POS-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'POSEXCP'       TO WS-ITEM-SOURCE
           MOVE PEX-CUSTOMER-ID TO WS-ITEM-ACCOUNT-NO
           MOVE PEX-TRADE-ID    TO WS-ITEM-REFERENCE
           MOVE PEX-REASON      TO WS-ITEM-REASON
           MOVE PEX-SYMBOL      TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM
           PERFORM 0231-READ-POS-EXCP.

       0240-GATHER-PRICE-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT PRICE-EXCP-FILE
           IF WS-PXC-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0241-READ-PRICE-EXCP
               PERFORM 0242-TAKE-PRICE-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE PRICE-EXCP-FILE
           END-IF.

       0241-READ-PRICE-EXCP.
           READ PRICE-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

      *    KEYED BY SYMBOL ALONE - A PRICE STILL BAD TOMORROW CARRIES
      *    THE SAME ITEM EVEN THOUGH ITS PRICE DATE HAS MOVED ON.
       0242-TAKE-PRICE-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'PRICEXCP'      TO WS-ITEM-SOURCE
           MOVE PXC-SYMBOL      TO WS-ITEM-REFERENCE
           MOVE PXC-REASON      TO WS-ITEM-REASON
           MOVE PXC-SYMBOL      TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM
           PERFORM 0241-READ-PRICE-EXCP.

       0250-GATHER-SEC-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT SEC-EXCP-FILE
           IF WS-SXC-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0251-READ-SEC-EXCP
               PERFORM 0252-TAKE-SEC-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE SEC-EXCP-FILE
           END-IF.

       0251-READ-SEC-EXCP.
           READ SEC-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0252-TAKE-SEC-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'SECEXCP'       TO WS-ITEM-SOURCE
           MOVE SXC-SYMBOL      TO WS-ITEM-REFERENCE
           MOVE SXC-REASON      TO WS-ITEM-REASON
           MOVE SXC-SYMBOL      TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM
           PERFORM 0251-READ-SEC-EXCP.

       0260-GATHER-CAL-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT CAL-EXCP-FILE
           IF WS-CLX-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0261-READ-CAL-EXCP
               PERFORM 0262-TAKE-CAL-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE CAL-EXCP-FILE
           END-IF.

       0261-READ-CAL-EXCP.
           READ CAL-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0262-TAKE-CAL-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'CALEXCP'       TO WS-ITEM-SOURCE
           MOVE CLX-DATE        TO WS-ITEM-REFERENCE
           MOVE CLX-REASON      TO WS-ITEM-REASON
           PERFORM 0500-STAMP-ITEM
           PERFORM 0261-READ-CAL-EXCP.

       0270-GATHER-CORP-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT CORP-EXCP-FILE
           IF WS-CXC-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0271-READ-CORP-EXCP
               PERFORM 0272-TAKE-CORP-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE CORP-EXCP-FILE
           END-IF.

       0271-READ-CORP-EXCP.
           READ CORP-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0272-TAKE-CORP-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'CORPEXCP'      TO WS-ITEM-SOURCE
           MOVE CXC-OLD-SYMBOL  TO WS-ITEM-REFERENCE
           MOVE CXC-REASON      TO WS-ITEM-REASON
           MOVE CXC-OLD-SYMBOL  TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM
           PERFORM 0271-READ-CORP-EXCP.

       0280-GATHER-BUST-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT BUST-EXCP-FILE
           IF WS-BXC-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0281-READ-BUST-EXCP
               PERFORM 0282-TAKE-BUST-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE BUST-EXCP-FILE
           END-IF.

       0281-READ-BUST-EXCP.
           READ BUST-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0282-TAKE-BUST-EXCP.
           MOVE SPACES          TO WS-ITEM
           MOVE 'BUSTEXCP'      TO WS-ITEM-SOURCE
           MOVE BXC-TRADE-ID    TO WS-ITEM-REFERENCE
           MOVE BXC-REASON      TO WS-ITEM-REASON
           PERFORM 0500-STAMP-ITEM
           PERFORM 0281-READ-BUST-EXCP.

       0290-GATHER-POS-BREAKS.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT BREAK-FILE
           IF WS-PBK-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0291-READ-POS-BREAK
               PERFORM 0292-TAKE-POS-BREAK
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE BREAK-FILE
           END-IF.

       0291-READ-POS-BREAK.
           READ BREAK-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0292-TAKE-POS-BREAK.
           MOVE SPACES          TO WS-ITEM
           MOVE 'POSBREAK'      TO WS-ITEM-SOURCE
           MOVE PBK-CUSTOMER-ID TO WS-ITEM-ACCOUNT-NO
           MOVE PBK-SYMBOL      TO WS-ITEM-REFERENCE
           MOVE PBK-REASON      TO WS-ITEM-REASON
           MOVE PBK-SYMBOL      TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM
           PERFORM 0291-READ-POS-BREAK.

       0300-GATHER-SETTLE-FAILS.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT AGING-FILE
           IF WS-SAL-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0301-READ-AGING-LINE
               PERFORM 0302-TAKE-SETTLE-FAIL
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE AGING-FILE
           END-IF.

       0301-READ-AGING-LINE.
           READ AGING-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

      *    ONLY FAIL-BUCKET DETAIL LINES ARE EXCEPTIONS; THE BUCKET
      *    TOTAL LINES HAVE NO TRADE-ID.
       0302-TAKE-SETTLE-FAIL.
           IF SAL-TRADE-ID NOT = SPACES
               AND SAL-BUCKET = 'FAIL'
               MOVE SPACES          TO WS-ITEM
               MOVE 'SETLAGE'       TO WS-ITEM-SOURCE
               MOVE SAL-CUSTOMER-ID TO WS-ITEM-ACCOUNT-NO
               MOVE SAL-TRADE-ID    TO WS-ITEM-REFERENCE
               MOVE 'SETTLEMENT FAIL' TO WS-ITEM-REASON
               MOVE SAL-SYMBOL      TO WS-ITEM-SYMBOL
               PERFORM 0500-STAMP-ITEM
           END-IF
           PERFORM 0301-READ-AGING-LINE.

       0310-GATHER-RECON-HOLDS.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT RECON-HOLD-FILE
           IF WS-RHOLD-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0311-READ-RECON-HOLD
               PERFORM 0312-TAKE-RECON-HOLD
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE RECON-HOLD-FILE
           END-IF.

       0311-READ-RECON-HOLD.
           READ RECON-HOLD-FILE INTO TRD-HOLD-RECORD
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0312-TAKE-RECON-HOLD.
           MOVE 'TRDHOLD'  TO WS-ITEM-SOURCE
           PERFORM 0350-TAKE-HELD-TRADE
           PERFORM 0311-READ-RECON-HOLD.

       0320-GATHER-CREDIT-HOLDS.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CHOLD-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0321-READ-CREDIT-HOLD
               PERFORM 0322-TAKE-CREDIT-HOLD
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       0321-READ-CREDIT-HOLD.
           READ CREDIT-HOLD-FILE INTO TRD-HOLD-RECORD
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0322-TAKE-CREDIT-HOLD.
           MOVE 'TRDCRHLD' TO WS-ITEM-SOURCE
           PERFORM 0350-TAKE-HELD-TRADE
           PERFORM 0321-READ-CREDIT-HOLD.

       0330-GATHER-XFER-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT XFER-EXCP-FILE
           IF WS-XFX-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0331-READ-XFER-EXCP
               PERFORM 0332-TAKE-XFER-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE XFER-EXCP-FILE
           END-IF.

       0331-READ-XFER-EXCP.
           READ XFER-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0332-TAKE-XFER-EXCP.
           MOVE SPACES              TO WS-ITEM
           MOVE 'XFEREXCP'          TO WS-ITEM-SOURCE
           MOVE XFX-FROM-ACCOUNT-NO TO WS-ITEM-ACCOUNT-NO
           MOVE XFX-TRANSFER-ID     TO WS-ITEM-REFERENCE
           MOVE XFX-REASON          TO WS-ITEM-REASON
           MOVE XFX-SYMBOL          TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM
           PERFORM 0331-READ-XFER-EXCP.

       0340-GATHER-CASH-SUSPENSE.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-CSP-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0341-READ-SUSPENSE
               PERFORM 0342-TAKE-SUSPENSE
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE SUSPENSE-FILE
           END-IF.

       0341-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0342-TAKE-SUSPENSE.
           MOVE SPACES               TO WS-ITEM
           MOVE 'CASHSUSP'           TO WS-ITEM-SOURCE
           MOVE CSP-REMIT-ACCOUNT-NO TO WS-ITEM-ACCOUNT-NO
           MOVE CSP-ITEM-REF         TO WS-ITEM-REFERENCE
           MOVE CSP-REASON           TO WS-ITEM-REASON
           PERFORM 0500-STAMP-ITEM
           PERFORM 0341-READ-SUSPENSE.

       0345-GATHER-IRA-DIST-EXCP.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           OPEN INPUT IRA-EXCP-FILE
           IF WS-IDX-NOT-FOUND
               SET NO-MORE-SOURCE-ITEMS TO TRUE
           ELSE
               PERFORM 0346-READ-IRA-DIST-EXCP
               PERFORM 0347-TAKE-IRA-DIST-EXCP
                   UNTIL NO-MORE-SOURCE-ITEMS
               CLOSE IRA-EXCP-FILE
           END-IF.

       0346-READ-IRA-DIST-EXCP.
           READ IRA-EXCP-FILE
               AT END
                   SET NO-MORE-SOURCE-ITEMS TO TRUE
           END-READ.

       0347-TAKE-IRA-DIST-EXCP.
           MOVE SPACES              TO WS-ITEM
           MOVE 'IRADEXCP'          TO WS-ITEM-SOURCE
           MOVE IDX-ACCOUNT-NO      TO WS-ITEM-ACCOUNT-NO
           MOVE IDX-REQUEST-ID      TO WS-ITEM-REFERENCE
           MOVE IDX-REASON          TO WS-ITEM-REASON
           PERFORM 0500-STAMP-ITEM
           PERFORM 0346-READ-IRA-DIST-EXCP.

      *    BOTH HOLD QUEUES SHARE THE TRDHOLD LAYOUT; THE SOURCE IS
      *    ALREADY SET BY THE CALLER.
       0350-TAKE-HELD-TRADE.
           MOVE SPACES           TO WS-ITEM-ACCOUNT-NO
                                    WS-ITEM-REFERENCE
                                    WS-ITEM-REASON
                                    WS-ITEM-SYMBOL
           MOVE HLD-CUSTOMER-ID  TO WS-ITEM-ACCOUNT-NO
           MOVE HLD-TRADE-ID     TO WS-ITEM-REFERENCE
           MOVE HLD-REASON       TO WS-ITEM-REASON
           MOVE HLD-TRADE-SYMBOL TO WS-ITEM-SYMBOL
           PERFORM 0500-STAMP-ITEM.

      *----------------------------------------------------------------
      *  STAMP ONE ITEM - A NEW ITEM (OR ONE CLEARED AND NOW BACK) IS
      *  OPENED AS FIRST SEEN TONIGHT; AN OPEN ONE IS CARRIED.  THE
      *  OWNER IS TAKEN AFRESH EACH NIGHT SO TABLE CHANGES APPLY TO
      *  ITEMS ALREADY OPEN.
      *----------------------------------------------------------------
       0500-STAMP-ITEM.
           IF WS-ITEM-REASON NOT = SPACES
               ADD 1 TO WS-ITEMS-GATHERED
               PERFORM 0510-ASSIGN-DESK
               MOVE WS-ITEM-KEY TO OPI-ITEM-KEY
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE SPACES         TO OPEN-ITEM-RECORD
                       MOVE WS-ITEM-KEY    TO OPI-ITEM-KEY
                       MOVE WS-RUN-DATE    TO OPI-FIRST-SEEN-DATE
                       MOVE ZERO           TO OPI-AGE-DAYS
                       PERFORM 0530-SET-ITEM-SEEN
                       WRITE OPEN-ITEM-RECORD
                   NOT INVALID KEY
                       IF OPI-CLEARED
                           MOVE WS-RUN-DATE TO OPI-FIRST-SEEN-DATE
                           MOVE SPACES      TO OPI-CLEARED-DATE
                       END-IF
                       PERFORM 0530-SET-ITEM-SEEN
                       REWRITE OPEN-ITEM-RECORD
               END-READ
           END-IF.

      *    THE LONGEST MATCHING REASON KEY OWNS THE ITEM; ON A TIE AN
      *    ENTRY NAMING THE SOURCE BEATS ONE FOR ANY SOURCE.
       0510-ASSIGN-DESK.
           MOVE 'N' TO WS-DESK-FOUND-SW
           MOVE -1  TO WS-BEST-SCORE
           IF WS-DESK-COUNT > ZERO
               PERFORM 0520-MATCH-ONE-DESK
                   VARYING WS-DK-IDX FROM 1 BY 1
                   UNTIL WS-DK-IDX > WS-DESK-COUNT
           END-IF
           IF NOT DESK-FOUND
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE WS-DEFAULT-DESK     TO WS-ITEM-DESK
               MOVE WS-DEFAULT-PRIORITY TO WS-ITEM-PRIORITY
           END-IF.

       0520-MATCH-ONE-DESK.
           MOVE 'N' TO WS-CANDIDATE-SW
           IF WS-DK-SOURCE (WS-DK-IDX) = SPACES
               OR WS-DK-SOURCE (WS-DK-IDX) = WS-ITEM-SOURCE
               IF WS-DK-KEY-LENGTH (WS-DK-IDX) = ZERO
                   SET DESK-CANDIDATE TO TRUE
               ELSE
                   IF WS-ITEM-REASON (1:WS-DK-KEY-LENGTH (WS-DK-IDX))
                      = WS-DK-REASON-KEY (WS-DK-IDX)
                            (1:WS-DK-KEY-LENGTH (WS-DK-IDX))
                       SET DESK-CANDIDATE TO TRUE
                   END-IF
               END-IF
           END-IF

           IF DESK-CANDIDATE
               COMPUTE WS-MATCH-SCORE =
                   WS-DK-KEY-LENGTH (WS-DK-IDX) * 2
               IF WS-DK-SOURCE (WS-DK-IDX) NOT = SPACES
                   ADD 1 TO WS-MATCH-SCORE
               END-IF
               IF WS-MATCH-SCORE > WS-BEST-SCORE
                   SET DESK-FOUND TO TRUE
                   MOVE WS-MATCH-SCORE TO WS-BEST-SCORE
                   MOVE WS-DK-DESK (WS-DK-IDX)     TO WS-ITEM-DESK
                   MOVE WS-DK-PRIORITY (WS-DK-IDX) TO WS-ITEM-PRIORITY
               END-IF
           END-IF.

       0530-SET-ITEM-SEEN.
           SET OPI-OPEN TO TRUE
           MOVE WS-RUN-DATE      TO OPI-LAST-SEEN-DATE
           MOVE WS-ITEM-DESK     TO OPI-DESK
           MOVE WS-ITEM-PRIORITY TO OPI-PRIORITY
           MOVE WS-ITEM-SYMBOL   TO OPI-SYMBOL.

      *----------------------------------------------------------------
      *  INPUT SIDE - SWEEP THE MASTER: AGE WHAT WAS SEEN TONIGHT,
      *  CLEAR WHAT WAS NOT, AND DROP WHAT A PRIOR RUN CLEARED
      *----------------------------------------------------------------
       0600-SWEEP-OPEN-ITEMS.
           MOVE LOW-VALUES TO OPI-ITEM-KEY
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OPI-ITEM-KEY
               INVALID KEY
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-START
           IF NOT NO-MORE-OPEN-ITEMS
               PERFORM 0610-READ-OPEN-ITEM
           END-IF
           PERFORM 0620-SWEEP-ONE-ITEM
               UNTIL NO-MORE-OPEN-ITEMS.

       0610-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-READ.

      *    A CLEARED ITEM STAYS FOR THE RUN THAT CLEARED IT, SO A
      *    RERUN OF THE SAME NIGHT STILL REPORTS IT.
       0620-SWEEP-ONE-ITEM.
           EVALUATE TRUE
               WHEN OPI-OPEN AND OPI-LAST-SEEN-DATE = WS-RUN-DATE
                   MOVE WS-RUN-DATE TO BDP-DATE-2
                   PERFORM 0630-AGE-ITEM
                   IF OPI-FIRST-SEEN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-NEW-COUNT
                       MOVE 'NEW'     TO SW-STATE
                   ELSE
                       ADD 1 TO WS-CARRIED-COUNT
                       MOVE 'CARRIED' TO SW-STATE
                   END-IF
                   MOVE '1' TO SW-SECTION
                   REWRITE OPEN-ITEM-RECORD
                   PERFORM 0640-RELEASE-ITEM
               WHEN OPI-OPEN
                   SET OPI-CLEARED TO TRUE
                   MOVE WS-RUN-DATE        TO OPI-CLEARED-DATE
                   MOVE OPI-LAST-SEEN-DATE TO BDP-DATE-2
                   PERFORM 0630-AGE-ITEM
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE 'CLEARED' TO SW-STATE
                   MOVE '2' TO SW-SECTION
                   REWRITE OPEN-ITEM-RECORD
                   PERFORM 0640-RELEASE-ITEM
               WHEN OPI-CLEARED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE 'CLEARED' TO SW-STATE
                   MOVE '2' TO SW-SECTION
                   PERFORM 0640-RELEASE-ITEM
               WHEN OTHER
                   ADD 1 TO WS-DROPPED-COUNT
                   DELETE OPEN-ITEM-FILE RECORD
           END-EVALUATE
           PERFORM 0610-READ-OPEN-ITEM.

      *    BUSINESS DAYS FROM THE FIRST NIGHT SEEN TO BDP-DATE-2 - THE
      *    RUN DATE FOR AN OPEN ITEM, THE LAST NIGHT SEEN FOR A
      *    CLEARED ONE.  A MALFORMED DATE AGES AS ZERO.
       0630-AGE-ITEM.
           SET BDP-FUNC-DIFF TO TRUE
           MOVE OPI-FIRST-SEEN-DATE TO BDP-DATE-1
           CALL 'BDAYCALC' USING BDAY-PARM-AREA
           IF BDP-STATUS-OK AND BDP-DAYS > ZERO
               MOVE BDP-DAYS TO OPI-AGE-DAYS
           ELSE
               MOVE ZERO     TO OPI-AGE-DAYS
           END-IF.

       0640-RELEASE-ITEM.
           MOVE OPI-DESK            TO SW-DESK
           MOVE OPI-PRIORITY        TO SW-PRIORITY
           MOVE OPI-AGE-DAYS        TO SW-AGE-DAYS
           MOVE OPI-SOURCE          TO SW-SOURCE
           MOVE OPI-ACCOUNT-NO      TO SW-ACCOUNT-NO
           MOVE OPI-REFERENCE       TO SW-REFERENCE
           MOVE OPI-SYMBOL          TO SW-SYMBOL
           MOVE OPI-FIRST-SEEN-DATE TO SW-FIRST-SEEN-DATE
           MOVE OPI-REASON          TO SW-REASON
           RELEASE SW-WORKBENCH-RECORD.

      *----------------------------------------------------------------
      *  OUTPUT SIDE - THE WORKBENCH, ONE DESK AT A TIME
      *----------------------------------------------------------------
       0700-PRINT-WORKBENCH.
           PERFORM 0710-RETURN-SORTED-ITEM
           PERFORM 0720-PRINT-ONE-DESK
               UNTIL NO-MORE-SORTED-ITEMS
           PERFORM 0760-PRINT-RUN-TOTALS.

       0710-RETURN-SORTED-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET NO-MORE-SORTED-ITEMS TO TRUE
           END-RETURN.

       0720-PRINT-ONE-DESK.
           MOVE SW-DESK TO WS-GROUP-DESK
           MOVE ZERO    TO WS-DESK-NEW
                           WS-DESK-CARRIED
                           WS-DESK-CLEARED
           PERFORM 0730-PRINT-ONE-ITEM
               UNTIL NO-MORE-SORTED-ITEMS
                 OR SW-DESK NOT = WS-GROUP-DESK
           PERFORM 0740-PRINT-DESK-TOTALS.

       0730-PRINT-ONE-ITEM.
           EVALUATE SW-STATE
               WHEN 'NEW'
                   ADD 1 TO WS-DESK-NEW
               WHEN 'CARRIED'
                   ADD 1 TO WS-DESK-CARRIED
               WHEN OTHER
                   ADD 1 TO WS-DESK-CLEARED
           END-EVALUATE

           MOVE SPACES             TO EXCP-WORKBENCH-LINE
           MOVE SW-DESK            TO WBR-DESK
           MOVE SW-PRIORITY        TO WBR-PRIORITY
           MOVE SW-STATE           TO WBR-STATE
           MOVE SW-AGE-DAYS        TO WBR-AGE-DAYS
           MOVE SW-SOURCE          TO WBR-SOURCE
           MOVE SW-ACCOUNT-NO      TO WBR-ACCOUNT-NO
           MOVE SW-REFERENCE       TO WBR-REFERENCE
           MOVE SW-SYMBOL          TO WBR-SYMBOL
           MOVE SW-FIRST-SEEN-DATE TO WBR-FIRST-SEEN-DATE
           MOVE SW-REASON          TO WBR-REASON
           WRITE EXCP-WORKBENCH-LINE
           PERFORM 0710-RETURN-SORTED-ITEM.

       0740-PRINT-DESK-TOTALS.
           MOVE 'NEW'           TO WS-TOTAL-STATE
           MOVE WS-DESK-NEW     TO WS-TOTAL-COUNT
           PERFORM 0750-PRINT-TOTAL-LINE
           MOVE 'CARRIED'       TO WS-TOTAL-STATE
           MOVE WS-DESK-CARRIED TO WS-TOTAL-COUNT
           PERFORM 0750-PRINT-TOTAL-LINE
           MOVE 'CLEARED'       TO WS-TOTAL-STATE
           MOVE WS-DESK-CLEARED TO WS-TOTAL-COUNT
           PERFORM 0750-PRINT-TOTAL-LINE.

       0750-PRINT-TOTAL-LINE.
           MOVE SPACES         TO EXCP-WORKBENCH-LINE
           MOVE WS-GROUP-DESK  TO WBR-DESK
           MOVE WS-TOTAL-STATE TO WBR-STATE
           MOVE 'TOTAL'        TO WBR-SOURCE
           MOVE WS-TOTAL-COUNT TO WBR-ITEM-COUNT
           WRITE EXCP-WORKBENCH-LINE.

       0760-PRINT-RUN-TOTALS.
           MOVE 'ALL DESKS'      TO WS-GROUP-DESK
           MOVE 'NEW'            TO WS-TOTAL-STATE
           MOVE WS-NEW-COUNT     TO WS-TOTAL-COUNT
           PERFORM 0750-PRINT-TOTAL-LINE
           MOVE 'CARRIED'        TO WS-TOTAL-STATE
           MOVE WS-CARRIED-COUNT TO WS-TOTAL-COUNT
           PERFORM 0750-PRINT-TOTAL-LINE
           MOVE 'CLEARED'        TO WS-TOTAL-STATE
           MOVE WS-CLEARED-COUNT TO WS-TOTAL-COUNT
           PERFORM 0750-PRINT-TOTAL-LINE.

       0900-TERMINATE.
           CLOSE OPEN-ITEM-FILE
                 WORKBENCH-RPT

           DISPLAY 'EXCPWORK - ITEMS GATHERED  : ' WS-ITEMS-GATHERED
           DISPLAY 'EXCPWORK - NEW             : ' WS-NEW-COUNT
           DISPLAY 'EXCPWORK - CARRIED         : ' WS-CARRIED-COUNT
           DISPLAY 'EXCPWORK - CLEARED         : ' WS-CLEARED-COUNT
           DISPLAY 'EXCPWORK - DROPPED         : ' WS-DROPPED-COUNT
           DISPLAY 'EXCPWORK - UNASSIGNED      : ' WS-UNASSIGNED-COUNT.
