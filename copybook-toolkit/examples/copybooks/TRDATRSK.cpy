      *****************************************************************
      *  SETTLEMENT AT-RISK FLAG WRITTEN BY STRTMTCH FOR A PENDING
      *  TRADE STILL NOT MATCHED STREET-SIDE BY THE BUSINESS DAY
      *  BEFORE ITS SETTLEMENT-DATE.  REWRITTEN EVERY RUN; READ BY
      *  TRDSETL AND SETLAGER TO CALL THE TRADE OUT BEFORE IT FAILS.
      *****************************************************************
       01  TRD-AT-RISK-RECORD.
           05  ATR-TRADE-ID            PIC X(16).
           05  ATR-RUN-DATE            PIC X(10).
           05  ATR-SETTLEMENT-DATE     PIC X(10).
           05  ATR-BROKER-ID           PIC X(8).
           05  ATR-REASON              PIC X(30).
