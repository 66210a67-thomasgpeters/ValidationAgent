       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRMDRVR.
       AUTHOR.      OPERATIONS-SUPPORT.
      *****************************************************************
      *  NIGHTLY BATCH-STREAM DRIVER
      *  RUNS THE NIGHT'S PROGRAMS IN THE ORDER GIVEN BY THE STRMDEF
      *  STEP-DEFINITION FILE AND RECORDS EACH STEP ON THE STRMCTL
      *  STREAM-CONTROL MASTER - BUSINESS DATE, START AND END, RETURN
      *  CODE AND STATUS - SO WHAT HAS ALREADY RUN AFTER AN ABEND IS ON
      *  FILE RATHER THAN IN THE OPERATORS' HEADS.
      *  A STEP IS SKIPPED WHEN IT IS SWITCHED OFF ON STRMDEF, AND IS
      *  BLOCKED (THE STREAM STOPS) WHEN A PREREQUISITE PROGRAM HAS NOT
      *  COMPLETED FOR THE BUSINESS DATE.  THE STREAM ALSO STOPS ON
      *  THE FIRST STEP ENDING WITH A NON-ZERO RETURN CODE - WHICH IS
      *  HOW POSVERIF AND BATBALNC SIGNAL A POSITION BREAK OR A
      *  CONTROL MISMATCH - AND THE DRIVER ENDS WITH RETURN CODE 8.
      *  RESTART: WHEN THE MASTER SHOWS A STEP FAILED, BLOCKED OR LEFT
      *  RUNNING, THE NEXT RUN IS A RERUN OF THAT BUSINESS DATE.  STEPS
      *  ALREADY COMPLETE ARE PASSED OVER AND THE STREAM RESUMES AT THE
      *  FAILED STEP, DOING THAT STEP'S PRE-STEP HOUSEKEEPING FIRST (SEE
      *  STRMDEF - THE STEP'S OWN BATCTL CONTROLS ARE PURGED, AND THE
      *  TRDSETLD EXTRACT ROLLED TO TRDHIST, SO NEITHER IS DOUBLED).
      *  OTHERWISE A NEW BUSINESS DATE STARTS WITH EVERY STEP PENDING.
      *  EVERY RUN ENDS WITH THE STRMRPT RUN-STATUS REPORT: ONE LINE
      *  PER STEP WITH ITS START, END AND ELAPSED TIME, AND A TOTAL
      *  LINE FOR THE BATCH WINDOW.
      *  A STRMDEF RECORD OUT OF SEQUENCE OR PAST THE END OF THE STEP
      *  TABLE STOPS THE STREAM BEFORE ANY STEP RUNS, RATHER THAN LET
      *  THE NIGHT RUN WITH A STEP MISSING.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEF-FILE ASSIGN TO "STRMDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT STREAM-MASTER ASSIGN TO "STRMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCM-PROGRAM
               FILE STATUS IS WS-SCM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CONTROL-WORK ASSIGN TO "BATCTLWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLWK-FILE-STATUS.

           SELECT SETTLED-FILE ASSIGN TO "TRDSETLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLD-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TRDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT STATUS-RPT ASSIGN TO "STRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-DEF-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY STRMDEF.

       FD  STREAM-MASTER
           RECORD CONTAINS 75 CHARACTERS.
           COPY STRMCTL.

       FD  CONTROL-FILE
           RECORD CONTAINS 51 CHARACTERS.
           COPY BATCTL.

       FD  CONTROL-WORK
           RECORD CONTAINS 51 CHARACTERS.
       01  CONTROL-WORK-RECORD         PIC X(51).

       FD  SETTLED-FILE
           RECORD CONTAINS 192 CHARACTERS.
       01  SETTLED-TRADE-RECORD        PIC X(192).

       FD  HISTORY-FILE
           RECORD CONTAINS 192 CHARACTERS.
       01  HISTORY-TRADE-RECORD        PIC X(192).

       FD  STATUS-RPT
           RECORD CONTAINS 111 CHARACTERS.
           COPY STRMRPT.

       WORKING-STORAGE SECTION.
       01  WS-DEF-FILE-STATUS          PIC X(2).
       01  WS-SCM-FILE-STATUS          PIC X(2).
       01  WS-CONTROL-FILE-STATUS      PIC X(2).
           88  WS-CONTROL-NOT-FOUND        VALUE '35'.
       01  WS-CTLWK-FILE-STATUS        PIC X(2).
       01  WS-SETLD-FILE-STATUS        PIC X(2).
           88  WS-SETLD-NOT-FOUND          VALUE '35'.
       01  WS-HIST-FILE-STATUS         PIC X(2).
           88  WS-HIST-NOT-FOUND           VALUE '35'.
       01  WS-RPT-FILE-STATUS          PIC X(2).

       01  WS-DEF-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-STEP-DEFS           VALUE 'Y'.
       01  WS-CONTROL-EOF-SW           PIC X(1).
           88  NO-MORE-CONTROLS            VALUE 'Y'.
       01  WS-SETLD-EOF-SW             PIC X(1).
           88  NO-MORE-SETTLED             VALUE 'Y'.
       01  WS-MASTER-FOUND-SW          PIC X(1).
           88  MASTER-ON-FILE              VALUE 'Y'.
       01  WS-RERUN-SW                 PIC X(1)    VALUE 'N'.
           88  STREAM-IS-RERUN             VALUE 'Y'.
       01  WS-STOP-SW                  PIC X(1)    VALUE 'N'.
           88  STREAM-STOPPED              VALUE 'Y'.
       01  WS-STEP-DEF-ERROR-SW        PIC X(1)    VALUE 'N'.
           88  STEP-DEFS-IN-ERROR          VALUE 'Y'.
       01  WS-PREREQ-SW                PIC X(1).
           88  PREREQ-NOT-MET              VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-BUSINESS-DATE            PIC X(10).

       01  WS-NOW.
           05  WS-NOW-DATE             PIC 9(8).
           05  WS-NOW-DATE-X REDEFINES WS-NOW-DATE.
               10  WS-NOW-YYYY         PIC 9(4).
               10  WS-NOW-MM           PIC 9(2).
               10  WS-NOW-DD           PIC 9(2).
           05  WS-NOW-HH               PIC 9(2).
           05  WS-NOW-MI               PIC 9(2).
           05  WS-NOW-SS               PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-NOW-DATE-TEXT            PIC X(10).
       01  WS-NOW-TIME-TEXT            PIC X(8).
       01  WS-NOW-SECS                 PIC 9(11).
       01  WS-START-SECS               PIC 9(11).

       01  WS-STEP-COMMAND             PIC X(80).
       01  WS-STEP-RC                  PIC S9(9).
       01  WS-STEP-REMARKS             PIC X(30).
       01  WS-STOP-REMARKS             PIC X(30)   VALUE SPACES.
       01  WS-PREREQ-PROGRAM           PIC X(8).
       01  WS-HOUSEKEEP-CODE           PIC X(8).
       01  WS-HOUSEKEEP-PROGRAM        PIC X(8).

       01  WS-ELAPSED-SECS             PIC 9(9).
       01  WS-ELAPSED-HH               PIC 9(2).
       01  WS-ELAPSED-MI               PIC 9(2).
       01  WS-ELAPSED-SS               PIC 9(2).
       01  WS-ELAPSED-REM              PIC 9(9).
       01  WS-ELAPSED-TEXT             PIC X(8).

      *    THE NIGHT'S STEPS, IN STEP-SEQUENCE ORDER.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-STEP-COUNT
                   INDEXED BY WS-STEP-IDX.
               10  WS-ST-STEP-SEQ      PIC 9(3).
               10  WS-ST-PROGRAM       PIC X(8).
               10  WS-ST-ACTIVE-FLAG   PIC X(1).
               10  WS-ST-PREREQ-1      PIC X(8).
               10  WS-ST-PREREQ-2      PIC X(8).
               10  WS-ST-HOUSEKEEP-1   PIC X(8).
               10  WS-ST-HOUSEKEEP-2   PIC X(8).

       01  WS-COUNTERS.
           05  WS-STEPS-DEFINED        PIC 9(7)    VALUE ZERO.
           05  WS-STEPS-RUN            PIC 9(7)    VALUE ZERO.
           05  WS-STEPS-PASSED-OVER    PIC 9(7)    VALUE ZERO.
           05  WS-STEPS-SKIPPED        PIC 9(7)    VALUE ZERO.
           05  WS-CONTROLS-PURGED      PIC 9(7)    VALUE ZERO.
           05  WS-SETTLED-ROLLED       PIC 9(7)    VALUE ZERO.
           05  WS-TOTAL-ELAPSED        PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-DETERMINE-RESTART
           IF STEP-DEFS-IN-ERROR
               SET STREAM-STOPPED TO TRUE
               MOVE 'STRMDEF IN ERROR - NOT RUN' TO WS-STOP-REMARKS
           END-IF
           IF WS-STEP-COUNT > ZERO
               PERFORM 0300-RUN-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR STREAM-STOPPED
           END-IF
           PERFORM 0700-PRINT-RUN-STATUS
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

           OPEN INPUT STEP-DEF-FILE
           PERFORM 0110-READ-STEP-DEF
           PERFORM 0120-LOAD-ONE-STEP-DEF
               UNTIL NO-MORE-STEP-DEFS
           CLOSE STEP-DEF-FILE

           OPEN I-O    STREAM-MASTER
                OUTPUT STATUS-RPT.

       0110-READ-STEP-DEF.
           READ STEP-DEF-FILE
               AT END
                   SET NO-MORE-STEP-DEFS TO TRUE
           END-READ.

      *    STRMDEF IS KEPT IN STEP-SEQUENCE ORDER; A RECORD OUT OF
      *    ORDER IS REFUSED RATHER THAN RUN IN THE WRONG PLACE.
       0120-LOAD-ONE-STEP-DEF.
           ADD 1 TO WS-STEPS-DEFINED
           IF WS-STEP-COUNT > ZERO
               AND STD-STEP-SEQ NOT > WS-ST-STEP-SEQ (WS-STEP-COUNT)
               DISPLAY 'STRMDRVR - STEP OUT OF SEQUENCE, NOT LOADED: '
                   STD-STEP-SEQ ' ' STD-PROGRAM
               SET STEP-DEFS-IN-ERROR TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STEP-COUNT < 60
                   PERFORM 0125-ADD-STEP-ENTRY
               ELSE
                   DISPLAY 'STRMDRVR - STEP TABLE FULL AT '
                       STD-STEP-SEQ ' ' STD-PROGRAM
                   SET STEP-DEFS-IN-ERROR TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 0110-READ-STEP-DEF.

       0125-ADD-STEP-ENTRY.
           ADD 1 TO WS-STEP-COUNT
           MOVE STD-STEP-SEQ     TO WS-ST-STEP-SEQ (WS-STEP-COUNT)
           MOVE STD-PROGRAM      TO WS-ST-PROGRAM (WS-STEP-COUNT)
           MOVE STD-ACTIVE-FLAG  TO WS-ST-ACTIVE-FLAG (WS-STEP-COUNT)
           MOVE STD-PREREQ-1     TO WS-ST-PREREQ-1 (WS-STEP-COUNT)
           MOVE STD-PREREQ-2     TO WS-ST-PREREQ-2 (WS-STEP-COUNT)
           MOVE STD-HOUSEKEEP-1  TO WS-ST-HOUSEKEEP-1 (WS-STEP-COUNT)
           MOVE STD-HOUSEKEEP-2  TO WS-ST-HOUSEKEEP-2 (WS-STEP-COUNT).

      *----------------------------------------------------------------
      *  A STEP LEFT FAILED, BLOCKED OR RUNNING MAKES THIS A RERUN OF
      *  ITS BUSINESS DATE; OTHERWISE EVERY STEP IS RESET TO PENDING
      *  FOR TODAY
      *----------------------------------------------------------------
       0200-DETERMINE-RESTART.
           IF WS-STEP-COUNT > ZERO
               PERFORM 0210-CHECK-ONE-STEP-STATUS
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR STREAM-IS-RERUN
           END-IF

           IF STREAM-IS-RERUN
               DISPLAY 'STRMDRVR - RERUN OF BUSINESS DATE '
                   WS-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
               DISPLAY 'STRMDRVR - NEW RUN FOR BUSINESS DATE '
                   WS-BUSINESS-DATE
           END-IF

           IF WS-STEP-COUNT > ZERO
               PERFORM 0220-RESET-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF.

       0210-CHECK-ONE-STEP-STATUS.
           PERFORM 0500-READ-STEP-MASTER
           IF MASTER-ON-FILE
               AND (SCM-FAILED OR SCM-BLOCKED OR SCM-RUNNING)
               SET STREAM-IS-RERUN TO TRUE
               MOVE SCM-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

      *    ON A RERUN A STEP ALREADY COMPLETE FOR THE BUSINESS DATE
      *    KEEPS ITS RECORD; EVERY OTHER STEP STARTS PENDING.
       0220-RESET-ONE-STEP.
           PERFORM 0500-READ-STEP-MASTER
           IF STREAM-IS-RERUN AND MASTER-ON-FILE
               AND SCM-COMPLETE
               AND SCM-BUSINESS-DATE = WS-BUSINESS-DATE
               CONTINUE
           ELSE IF STREAM-IS-RERUN AND MASTER-ON-FILE
               AND SCM-BUSINESS-DATE = WS-BUSINESS-DATE
               SET SCM-PENDING TO TRUE
               MOVE WS-ST-STEP-SEQ (WS-STEP-IDX) TO SCM-STEP-SEQ
               REWRITE STREAM-CONTROL-RECORD
           ELSE
               MOVE SPACES TO STREAM-CONTROL-RECORD
               MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO SCM-PROGRAM
               MOVE WS-ST-STEP-SEQ (WS-STEP-IDX) TO SCM-STEP-SEQ
               MOVE WS-BUSINESS-DATE TO SCM-BUSINESS-DATE
               MOVE ZERO TO SCM-ELAPSED-SECS
               MOVE ZERO TO SCM-RETURN-CODE
               MOVE ZERO TO SCM-ATTEMPTS
               SET SCM-PENDING TO TRUE
               IF MASTER-ON-FILE
                   REWRITE STREAM-CONTROL-RECORD
               ELSE
                   WRITE STREAM-CONTROL-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  RUN ONE STEP
      *----------------------------------------------------------------
       0300-RUN-ONE-STEP.
           PERFORM 0500-READ-STEP-MASTER
           IF SCM-COMPLETE
               ADD 1 TO WS-STEPS-PASSED-OVER
           ELSE IF WS-ST-ACTIVE-FLAG (WS-STEP-IDX) NOT = 'Y'
               ADD 1 TO WS-STEPS-SKIPPED
               SET SCM-SKIPPED TO TRUE
               REWRITE STREAM-CONTROL-RECORD
           ELSE
               PERFORM 0310-CHECK-PREREQUISITES
               PERFORM 0500-READ-STEP-MASTER
               IF PREREQ-NOT-MET
                   SET SCM-BLOCKED TO TRUE
                   REWRITE STREAM-CONTROL-RECORD
                   SET STREAM-STOPPED TO TRUE
                   STRING 'BLOCKED - ' DELIMITED BY SIZE
                          WS-PREREQ-PROGRAM DELIMITED BY SPACE
                          ' NOT COMPLETE' DELIMITED BY SIZE
                          INTO WS-STOP-REMARKS
                   END-STRING
                   DISPLAY 'STRMDRVR - ' WS-ST-PROGRAM (WS-STEP-IDX)
                       ' ' WS-STOP-REMARKS
               ELSE
                   PERFORM 0400-EXECUTE-STEP
               END-IF
           END-IF.

       0310-CHECK-PREREQUISITES.
           MOVE 'N' TO WS-PREREQ-SW
           MOVE WS-ST-PREREQ-1 (WS-STEP-IDX) TO WS-PREREQ-PROGRAM
           PERFORM 0320-CHECK-ONE-PREREQ
           IF NOT PREREQ-NOT-MET
               MOVE WS-ST-PREREQ-2 (WS-STEP-IDX) TO WS-PREREQ-PROGRAM
               PERFORM 0320-CHECK-ONE-PREREQ
           END-IF.

       0320-CHECK-ONE-PREREQ.
           IF WS-PREREQ-PROGRAM NOT = SPACES
               MOVE WS-PREREQ-PROGRAM TO SCM-PROGRAM
               READ STREAM-MASTER
                   INVALID KEY
                       SET PREREQ-NOT-MET TO TRUE
                   NOT INVALID KEY
                       IF NOT SCM-COMPLETE
                           OR SCM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           SET PREREQ-NOT-MET TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    THE STEP IS MARKED RUNNING (AND THE MASTER REWRITTEN) BEFORE
      *    THE PROGRAM STARTS, SO A STREAM THAT DIES UNDER IT IS SEEN
      *    AS FAILED ON THE NEXT RUN.
       0400-EXECUTE-STEP.
           MOVE SPACES TO WS-STEP-REMARKS
           MOVE ZERO   TO WS-STEP-RC
           MOVE WS-ST-HOUSEKEEP-1 (WS-STEP-IDX) TO WS-HOUSEKEEP-CODE
           PERFORM 0600-PRE-STEP-HOUSEKEEPING
           IF WS-STEP-RC = ZERO
               MOVE WS-ST-HOUSEKEEP-2 (WS-STEP-IDX)
                   TO WS-HOUSEKEEP-CODE
               PERFORM 0600-PRE-STEP-HOUSEKEEPING
           END-IF
           PERFORM 0500-READ-STEP-MASTER

           PERFORM 0520-TAKE-TIMESTAMP
           MOVE WS-NOW-SECS      TO WS-START-SECS
           MOVE WS-BUSINESS-DATE TO SCM-BUSINESS-DATE
           MOVE WS-NOW-DATE-TEXT TO SCM-START-DATE
           MOVE WS-NOW-TIME-TEXT TO SCM-START-TIME
           MOVE SPACES           TO SCM-END-DATE
           MOVE SPACES           TO SCM-END-TIME
           ADD 1 TO SCM-ATTEMPTS
           SET SCM-RUNNING TO TRUE
           REWRITE STREAM-CONTROL-RECORD

           IF WS-STEP-RC = ZERO
               ADD 1 TO WS-STEPS-RUN
               DISPLAY 'STRMDRVR - STARTING '
                   WS-ST-PROGRAM (WS-STEP-IDX)
               MOVE SPACES TO WS-STEP-COMMAND
               MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO WS-STEP-COMMAND
               CALL 'SYSTEM' USING WS-STEP-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE ZERO TO RETURN-CODE
      *        THE SHELL HANDS BACK A WAIT STATUS - THE STEP'S OWN
      *        RETURN CODE IS IN ITS HIGH-ORDER BYTE (8 COMES BACK AS
      *        2048, COMMAND NOT FOUND AS 32512 FOR 127).
               IF WS-STEP-RC > 255
                   DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
               END-IF
           END-IF

           PERFORM 0520-TAKE-TIMESTAMP
           MOVE WS-NOW-DATE-TEXT TO SCM-END-DATE
           MOVE WS-NOW-TIME-TEXT TO SCM-END-TIME
           COMPUTE SCM-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS
           IF WS-STEP-RC < ZERO
               COMPUTE SCM-RETURN-CODE = ZERO - WS-STEP-RC
           ELSE
               MOVE WS-STEP-RC TO SCM-RETURN-CODE
           END-IF
           IF WS-STEP-RC = ZERO
               SET SCM-COMPLETE TO TRUE
           ELSE
               SET SCM-FAILED TO TRUE
               SET STREAM-STOPPED TO TRUE
               IF WS-STEP-REMARKS = SPACES
                   STRING 'STOPPED - RETURN CODE NOT ZERO'
                       DELIMITED BY SIZE INTO WS-STOP-REMARKS
               ELSE
                   MOVE WS-STEP-REMARKS TO WS-STOP-REMARKS
               END-IF
               DISPLAY 'STRMDRVR - ' WS-ST-PROGRAM (WS-STEP-IDX)
                   ' ' WS-STOP-REMARKS ' RC=' SCM-RETURN-CODE
           END-IF
           REWRITE STREAM-CONTROL-RECORD.

       0500-READ-STEP-MASTER.
           MOVE 'Y' TO WS-MASTER-FOUND-SW
           MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO SCM-PROGRAM
           READ STREAM-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
           END-READ.

      *    SECONDS ARE COUNTED FROM THE DAY NUMBER SO A STEP RUNNING
      *    PAST MIDNIGHT STILL SHOWS ITS TRUE ELAPSED TIME.
       0520-TAKE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-NOW-DATE-TEXT
           STRING WS-NOW-YYYY DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-NOW-MM   DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-NOW-DD   DELIMITED BY SIZE
                  INTO WS-NOW-DATE-TEXT
           END-STRING
           MOVE SPACES TO WS-NOW-TIME-TEXT
           STRING WS-NOW-HH   DELIMITED BY SIZE
                  ':'         DELIMITED BY SIZE
                  WS-NOW-MI   DELIMITED BY SIZE
                  ':'         DELIMITED BY SIZE
                  WS-NOW-SS   DELIMITED BY SIZE
                  INTO WS-NOW-TIME-TEXT
           END-STRING
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS.

      *----------------------------------------------------------------
      *  PRE-STEP HOUSEKEEPING (CODES ARE DESCRIBED ON STRMDEF)
      *----------------------------------------------------------------
       0600-PRE-STEP-HOUSEKEEPING.
           EVALUATE WS-HOUSEKEEP-CODE
               WHEN SPACES
                   CONTINUE
               WHEN 'PURGECTL'
                   PERFORM 0610-PURGE-STEP-CONTROLS
               WHEN 'ROLLSETL'
                   PERFORM 0650-ROLL-SETTLED-EXTRACT
               WHEN OTHER
                   MOVE 12 TO WS-STEP-RC
                   STRING 'UNKNOWN HOUSEKEEPING ' DELIMITED BY SIZE
                          WS-HOUSEKEEP-CODE       DELIMITED BY SIZE
                          INTO WS-STEP-REMARKS
                   END-STRING
           END-EVALUATE.

      *    BATCTL IS COPIED TO A WORK FILE LESS THE STEP'S RECORDS FOR
      *    THE BUSINESS DATE, THEN COPIED BACK.
       0610-PURGE-STEP-CONTROLS.
           MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO WS-HOUSEKEEP-PROGRAM
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CONTROL-NOT-FOUND
               OPEN OUTPUT CONTROL-WORK
               MOVE 'N' TO WS-CONTROL-EOF-SW
               PERFORM 0620-READ-CONTROL
               PERFORM 0630-COPY-OR-PURGE-CONTROL
                   UNTIL NO-MORE-CONTROLS
               CLOSE CONTROL-FILE
                     CONTROL-WORK

               OPEN INPUT  CONTROL-WORK
                    OUTPUT CONTROL-FILE
               MOVE 'N' TO WS-CONTROL-EOF-SW
               PERFORM 0640-READ-CONTROL-WORK
               PERFORM 0645-COPY-BACK-CONTROL
                   UNTIL NO-MORE-CONTROLS
               CLOSE CONTROL-WORK
                     CONTROL-FILE
           END-IF.

       0620-READ-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET NO-MORE-CONTROLS TO TRUE
           END-READ.

       0630-COPY-OR-PURGE-CONTROL.
           IF CTL-PROGRAM-ID = WS-HOUSEKEEP-PROGRAM
               AND CTL-RUN-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-CONTROLS-PURGED
           ELSE
               MOVE BATCH-CONTROL-RECORD TO CONTROL-WORK-RECORD
               WRITE CONTROL-WORK-RECORD
           END-IF
           PERFORM 0620-READ-CONTROL.

       0640-READ-CONTROL-WORK.
           READ CONTROL-WORK
               AT END
                   SET NO-MORE-CONTROLS TO TRUE
           END-READ.

       0645-COPY-BACK-CONTROL.
           MOVE CONTROL-WORK-RECORD TO BATCH-CONTROL-RECORD
           WRITE BATCH-CONTROL-RECORD
           PERFORM 0640-READ-CONTROL-WORK.

       0650-ROLL-SETTLED-EXTRACT.
           OPEN INPUT SETTLED-FILE
           IF NOT WS-SETLD-NOT-FOUND
               OPEN EXTEND HISTORY-FILE
               IF WS-HIST-NOT-FOUND
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               MOVE 'N' TO WS-SETLD-EOF-SW
               PERFORM 0660-READ-SETTLED
               PERFORM 0670-ROLL-ONE-SETTLED
                   UNTIL NO-MORE-SETTLED
               CLOSE SETTLED-FILE
                     HISTORY-FILE
               OPEN OUTPUT SETTLED-FILE
               CLOSE SETTLED-FILE
           END-IF.

       0660-READ-SETTLED.
           READ SETTLED-FILE
               AT END
                   SET NO-MORE-SETTLED TO TRUE
           END-READ.

       0670-ROLL-ONE-SETTLED.
           ADD 1 TO WS-SETTLED-ROLLED
           MOVE SETTLED-TRADE-RECORD TO HISTORY-TRADE-RECORD
           WRITE HISTORY-TRADE-RECORD
           PERFORM 0660-READ-SETTLED.

      *----------------------------------------------------------------
      *  MORNING RUN-STATUS REPORT
      *----------------------------------------------------------------
       0700-PRINT-RUN-STATUS.
           IF WS-STEP-COUNT > ZERO
               PERFORM 0710-PRINT-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF

           MOVE SPACES TO STREAM-STATUS-LINE
           MOVE 'TOTAL'          TO SRP-PROGRAM
           MOVE WS-BUSINESS-DATE TO SRP-BUSINESS-DATE
           MOVE WS-TOTAL-ELAPSED TO WS-ELAPSED-SECS
           PERFORM 0730-FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT  TO SRP-ELAPSED
           IF STREAM-STOPPED
               MOVE 'STOPPED'       TO SRP-STATUS
               MOVE WS-STOP-REMARKS TO SRP-REMARKS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE'      TO SRP-STATUS
           END-IF
           WRITE STREAM-STATUS-LINE.

       0710-PRINT-ONE-STEP.
           PERFORM 0500-READ-STEP-MASTER
           MOVE SPACES TO STREAM-STATUS-LINE
           MOVE WS-ST-STEP-SEQ (WS-STEP-IDX) TO SRP-STEP-SEQ
           MOVE WS-ST-PROGRAM (WS-STEP-IDX)  TO SRP-PROGRAM
           IF MASTER-ON-FILE
               MOVE SCM-BUSINESS-DATE TO SRP-BUSINESS-DATE
               PERFORM 0720-STATUS-TEXT
               MOVE SCM-START-DATE    TO SRP-START-DATE
               MOVE SCM-START-TIME    TO SRP-START-TIME
               MOVE SCM-END-TIME      TO SRP-END-TIME
               IF SCM-START-TIME NOT = SPACES
                   MOVE SCM-ELAPSED-SECS  TO WS-ELAPSED-SECS
                   PERFORM 0730-FORMAT-ELAPSED
                   MOVE WS-ELAPSED-TEXT   TO SRP-ELAPSED
                   MOVE SCM-RETURN-CODE   TO SRP-RETURN-CODE
                   ADD SCM-ELAPSED-SECS   TO WS-TOTAL-ELAPSED
               END-IF
               MOVE SCM-ATTEMPTS      TO SRP-ATTEMPTS
               IF SCM-FAILED OR SCM-BLOCKED
                   MOVE WS-STOP-REMARKS TO SRP-REMARKS
               END-IF
           ELSE
               MOVE 'NOT ON FILE' TO SRP-STATUS
           END-IF
           WRITE STREAM-STATUS-LINE.

       0720-STATUS-TEXT.
           EVALUATE TRUE
               WHEN SCM-PENDING
                   MOVE 'NOT RUN'  TO SRP-STATUS
               WHEN SCM-RUNNING
                   MOVE 'RUNNING'  TO SRP-STATUS
               WHEN SCM-COMPLETE
                   MOVE 'COMPLETE' TO SRP-STATUS
               WHEN SCM-FAILED
                   MOVE 'FAILED'   TO SRP-STATUS
               WHEN SCM-BLOCKED
                   MOVE 'BLOCKED'  TO SRP-STATUS
               WHEN SCM-SKIPPED
                   MOVE 'SKIPPED'  TO SRP-STATUS
               WHEN OTHER
                   MOVE SCM-STATUS TO SRP-STATUS
           END-EVALUATE.

       0730-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-SECS BY 3600
               GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-REM
           DIVIDE WS-ELAPSED-REM BY 60
               GIVING WS-ELAPSED-MI REMAINDER WS-ELAPSED-SS
           MOVE SPACES TO WS-ELAPSED-TEXT
           STRING WS-ELAPSED-HH DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  WS-ELAPSED-MI DELIMITED BY SIZE
                  ':'           DELIMITED BY SIZE
                  WS-ELAPSED-SS DELIMITED BY SIZE
                  INTO WS-ELAPSED-TEXT
           END-STRING.

       0900-TERMINATE.
           CLOSE STREAM-MASTER
                 STATUS-RPT

           DISPLAY 'STRMDRVR - STEPS DEFINED    : ' WS-STEPS-DEFINED
           DISPLAY 'STRMDRVR - STEPS RUN        : ' WS-STEPS-RUN
           DISPLAY 'STRMDRVR - ALREADY COMPLETE : '
               WS-STEPS-PASSED-OVER
           DISPLAY 'STRMDRVR - STEPS SKIPPED    : ' WS-STEPS-SKIPPED
           DISPLAY 'STRMDRVR - CONTROLS PURGED  : ' WS-CONTROLS-PURGED
           DISPLAY 'STRMDRVR - SETTLED ROLLED   : ' WS-SETTLED-ROLLED.
