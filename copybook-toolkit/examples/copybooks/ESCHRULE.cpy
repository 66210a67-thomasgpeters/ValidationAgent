      *****************************************************************
      *  STATE UNCLAIMED-PROPERTY (ESCHEATMENT) RULES, ONE ENTRY PER
      *  STATE CODE ON STATETAB.  EACH ENTRY IS THE STATE CODE, THE
      *  DORMANCY PERIOD IN YEARS (NO OWNER-GENERATED ACTIVITY SINCE
      *  LAST-ACTIVITY-DATE) AND THE DUE-DILIGENCE LETTER CYCLE IN
      *  CALENDAR DAYS - HOW LONG THE OWNER HAS TO RESPOND TO THE
      *  LETTER BEFORE THE ACCOUNT IS REPORTED AND REMITTED - E.G.
      *  'NY03090' IS NEW YORK, 3 YEARS, 90 DAYS.  KEEP THE TABLE IN
      *  STEP WITH STATETAB WHEN A STATE CHANGES ITS LAW.
      *****************************************************************
       01  WS-ESCHEAT-RULE-TABLE-DATA.
           05  FILLER          PIC X(7)  VALUE 'AL03060'.
           05  FILLER          PIC X(7)  VALUE 'AK03060'.
           05  FILLER          PIC X(7)  VALUE 'AZ03060'.
           05  FILLER          PIC X(7)  VALUE 'AR03060'.
           05  FILLER          PIC X(7)  VALUE 'CA03120'.
           05  FILLER          PIC X(7)  VALUE 'CO03060'.
           05  FILLER          PIC X(7)  VALUE 'CT03060'.
           05  FILLER          PIC X(7)  VALUE 'DE05090'.
           05  FILLER          PIC X(7)  VALUE 'DC03060'.
           05  FILLER          PIC X(7)  VALUE 'FL05060'.
           05  FILLER          PIC X(7)  VALUE 'GA03060'.
           05  FILLER          PIC X(7)  VALUE 'HI03060'.
           05  FILLER          PIC X(7)  VALUE 'ID03060'.
           05  FILLER          PIC X(7)  VALUE 'IL03090'.
           05  FILLER          PIC X(7)  VALUE 'IN03060'.
           05  FILLER          PIC X(7)  VALUE 'IA03060'.
           05  FILLER          PIC X(7)  VALUE 'KS03060'.
           05  FILLER          PIC X(7)  VALUE 'KY03060'.
           05  FILLER          PIC X(7)  VALUE 'LA03060'.
           05  FILLER          PIC X(7)  VALUE 'ME03060'.
           05  FILLER          PIC X(7)  VALUE 'MD03060'.
           05  FILLER          PIC X(7)  VALUE 'MA03090'.
           05  FILLER          PIC X(7)  VALUE 'MI03060'.
           05  FILLER          PIC X(7)  VALUE 'MN03060'.
           05  FILLER          PIC X(7)  VALUE 'MS03060'.
           05  FILLER          PIC X(7)  VALUE 'MO03060'.
           05  FILLER          PIC X(7)  VALUE 'MT03060'.
           05  FILLER          PIC X(7)  VALUE 'NE03060'.
           05  FILLER          PIC X(7)  VALUE 'NV03060'.
           05  FILLER          PIC X(7)  VALUE 'NH03060'.
           05  FILLER          PIC X(7)  VALUE 'NJ03090'.
           05  FILLER          PIC X(7)  VALUE 'NM03060'.
           05  FILLER          PIC X(7)  VALUE 'NY03090'.
           05  FILLER          PIC X(7)  VALUE 'NC03060'.
           05  FILLER          PIC X(7)  VALUE 'ND03060'.
           05  FILLER          PIC X(7)  VALUE 'OH05060'.
           05  FILLER          PIC X(7)  VALUE 'OK03060'.
           05  FILLER          PIC X(7)  VALUE 'OR03060'.
           05  FILLER          PIC X(7)  VALUE 'PA03060'.
           05  FILLER          PIC X(7)  VALUE 'PR05060'.
           05  FILLER          PIC X(7)  VALUE 'RI03060'.
           05  FILLER          PIC X(7)  VALUE 'SC03060'.
           05  FILLER          PIC X(7)  VALUE 'SD03060'.
           05  FILLER          PIC X(7)  VALUE 'TN03060'.
           05  FILLER          PIC X(7)  VALUE 'TX03060'.
           05  FILLER          PIC X(7)  VALUE 'UT03060'.
           05  FILLER          PIC X(7)  VALUE 'VT03060'.
           05  FILLER          PIC X(7)  VALUE 'VA03060'.
           05  FILLER          PIC X(7)  VALUE 'WA03060'.
           05  FILLER          PIC X(7)  VALUE 'WV03060'.
           05  FILLER          PIC X(7)  VALUE 'WI05060'.
           05  FILLER          PIC X(7)  VALUE 'WY03060'.

       01  WS-ESCHEAT-RULE-TABLE REDEFINES WS-ESCHEAT-RULE-TABLE-DATA.
           05  WS-ER-ENTRY                     OCCURS 52 TIMES
                                                INDEXED BY WS-ER-IDX.
               10  WS-ER-STATE-CODE            PIC X(2).
               10  WS-ER-DORMANCY-YEARS        PIC 9(2).
               10  WS-ER-LETTER-DAYS           PIC 9(3).
