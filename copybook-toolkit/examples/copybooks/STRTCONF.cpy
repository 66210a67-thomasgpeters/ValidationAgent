      *****************************************************************
      *  INBOUND STREET-SIDE (CONTRA) CONFIRMATION FROM AN EXECUTING
      *  BROKER.  SCF-TRADE-ID IS OUR TRADE-ID WHEN THE BROKER QUOTES
      *  IT BACK, OTHERWISE SPACES.  SCF-CONTRA-REF IS THE BROKER'S
      *  OWN REFERENCE FOR THE EXECUTION.
      *****************************************************************
       01  STREET-CONFIRM-RECORD.
           05  SCF-BROKER-ID           PIC X(8).
           05  SCF-CONTRA-REF          PIC X(16).
           05  SCF-TRADE-ID            PIC X(16).
           05  SCF-TRADE-DATE          PIC X(10).
           05  SCF-SYMBOL              PIC X(10).
           05  SCF-TRADE-TYPE          PIC X(4).
           05  SCF-QUANTITY            PIC 9(9).
           05  SCF-PRICE               PIC 9(7)V9(4).
           05  SCF-COMMISSION          PIC 9(7)V99.
           05  SCF-SETTLEMENT-DATE     PIC X(10).
           05  FILLER                  PIC X(7).
