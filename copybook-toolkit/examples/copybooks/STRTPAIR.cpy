      *****************************************************************
      *  STREET-SIDE PAIRING CARRIED FORWARD BY STRTMTCH - ONE RECORD
      *  PER PENDING TRADE THAT A CONTRA CONFIRM HAS BEEN PAIRED TO,
      *  HOLDING THE BROKER'S FIGURES SO THE PAIR IS RE-COMPARED EACH
      *  NIGHT (A TRADE RESTATED BY TRDCANCL IS RE-JUDGED AGAINST THE
      *  SAME CONTRA) UNTIL THE TRADE LEAVES PENDING STATUS.
      *****************************************************************
       01  STREET-PAIR-RECORD.
           05  SPR-TRADE-ID            PIC X(16).
           05  SPR-BROKER-ID           PIC X(8).
           05  SPR-CONTRA-REF          PIC X(16).
           05  SPR-PAIRED-DATE         PIC X(10).
           05  SPR-PAIRED-BY           PIC X(1).
               88  SPR-PAIRED-BY-ID        VALUE 'I'.
               88  SPR-PAIRED-BY-FIELDS    VALUE 'F'.
           05  SPR-QUANTITY            PIC 9(9).
           05  SPR-PRICE               PIC 9(7)V9(4).
           05  SPR-COMMISSION          PIC 9(7)V99.
