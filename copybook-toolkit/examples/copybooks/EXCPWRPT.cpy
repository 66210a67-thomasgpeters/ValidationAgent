      *****************************************************************
      *  EXCEPTIONS WORKBENCH REPORT LINE.  DETAIL LINES CARRY ONE
      *  ITEM; TOTAL LINES (SOURCE 'TOTAL') CARRY A STATE AND ITS
      *  ITEM COUNT FOR ONE DESK OR, UNDER 'ALL DESKS', THE RUN.
      *****************************************************************
       01  EXCP-WORKBENCH-LINE.
           05  WBR-DESK                PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-PRIORITY            PIC 9(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-STATE               PIC X(7).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-AGE-DAYS            PIC Z(4)9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-SOURCE              PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-REFERENCE           PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-SYMBOL              PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-FIRST-SEEN-DATE     PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-REASON              PIC X(40).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  WBR-ITEM-COUNT          PIC Z(6)9.
