      *****************************************************************
      *  STREAM-CONTROL MASTER - ONE RECORD PER STEP PROGRAM, HOLDING
      *  ITS LATEST RUN FOR THE BUSINESS DATE.  STATUS:
      *    P PENDING, R RUNNING (LEFT SET IF THE STREAM DIED UNDER
      *    IT), C COMPLETE, F FAILED, B BLOCKED BY A PREREQUISITE,
      *    X SKIPPED (STEP INACTIVE).
      *****************************************************************
       01  STREAM-CONTROL-RECORD.
           05  SCM-PROGRAM             PIC X(8).
           05  SCM-STEP-SEQ            PIC 9(3).
           05  SCM-BUSINESS-DATE       PIC X(10).
           05  SCM-START-DATE          PIC X(10).
           05  SCM-START-TIME          PIC X(8).
           05  SCM-END-DATE            PIC X(10).
           05  SCM-END-TIME            PIC X(8).
           05  SCM-ELAPSED-SECS        PIC 9(7).
           05  SCM-RETURN-CODE         PIC 9(4).
           05  SCM-STATUS              PIC X(1).
               88  SCM-PENDING             VALUE 'P'.
               88  SCM-RUNNING             VALUE 'R'.
               88  SCM-COMPLETE            VALUE 'C'.
               88  SCM-FAILED              VALUE 'F'.
               88  SCM-BLOCKED             VALUE 'B'.
               88  SCM-SKIPPED             VALUE 'X'.
           05  SCM-ATTEMPTS            PIC 9(2).
           05  FILLER                  PIC X(4).
