      *****************************************************************
      *  NIGHTLY STREAM STEP DEFINITION - ONE RECORD PER STEP, IN RUN
      *  ORDER BY STEP SEQUENCE.  A STEP RUNS ONLY WHEN ACTIVE AND
      *  WHEN EACH PREREQUISITE PROGRAM NAMED HAS COMPLETED FOR THE
      *  BUSINESS DATE.  HOUSEKEEPING CODES, DONE BEFORE EVERY RUN OF
      *  THE STEP (FIRST RUN OR RERUN) AND SAFE TO REPEAT:
      *    PURGECTL - DROP THE STEP'S OWN BATCTL CONTROL RECORDS FOR
      *               THE BUSINESS DATE, SO A RERUN DOES NOT DOUBLE
      *               BOTH SIDES OF ITS BALANCE.
      *    ROLLSETL - APPEND THE TRDSETLD SETTLED-TRADE EXTRACT TO THE
      *               TRDHIST HISTORY AND CLEAR IT (TOP OF STREAM,
      *               ONCE POSUPDT HAS APPLIED IT).
      *****************************************************************
       01  STREAM-STEP-DEFINITION.
           05  STD-STEP-SEQ            PIC 9(3).
           05  STD-PROGRAM             PIC X(8).
           05  STD-ACTIVE-FLAG         PIC X(1).
               88  STD-STEP-ACTIVE         VALUE 'Y'.
           05  STD-PREREQ-1            PIC X(8).
           05  STD-PREREQ-2            PIC X(8).
           05  STD-HOUSEKEEP-1         PIC X(8).
           05  STD-HOUSEKEEP-2         PIC X(8).
           05  STD-DESCRIPTION         PIC X(30).
