      *****************************************************************
      *  EXCEPTIONS WORKBENCH OPEN-ITEMS MASTER - ONE RECORD PER
      *  EXCEPTION, KEYED BY SOURCE FILE, ACCOUNT, REFERENCE (TRADE,
      *  TRANSACTION OR TRANSFER ID, SYMBOL OR DATE - WHATEVER THE
      *  SOURCE IDENTIFIES THE ITEM BY) AND REASON TEXT.  STATUS:
      *    O OPEN    - SEEN ON THE LAST RUN'S EXCEPTION FILES.
      *    C CLEARED - NO LONGER REPORTED; KEPT FOR THE RUN THAT
      *                CLEARED IT AND DROPPED ON THE NEXT.
      *  AGE IS IN BUSINESS DAYS FROM THE FIRST NIGHT SEEN.
      *****************************************************************
       01  OPEN-ITEM-RECORD.
           05  OPI-ITEM-KEY.
               10  OPI-SOURCE          PIC X(8).
               10  OPI-ACCOUNT-NO      PIC X(12).
               10  OPI-REFERENCE       PIC X(16).
               10  OPI-REASON          PIC X(40).
           05  OPI-DESK                PIC X(12).
           05  OPI-PRIORITY            PIC 9(1).
           05  OPI-STATUS              PIC X(1).
               88  OPI-OPEN                VALUE 'O'.
               88  OPI-CLEARED             VALUE 'C'.
           05  OPI-FIRST-SEEN-DATE     PIC X(10).
           05  OPI-LAST-SEEN-DATE      PIC X(10).
           05  OPI-CLEARED-DATE        PIC X(10).
           05  OPI-AGE-DAYS            PIC 9(5).
           05  OPI-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(5).
