      *****************************************************************
      *  STREET-SIDE MATCHING TOLERANCES, ONE RECORD PER BROKER-ID.
      *  A DIFFERENCE NO LARGER THAN THE TOLERANCE STILL MATCHES.
      *  PRICE TOLERANCE IS PER SHARE, QUANTITY IN SHARES, COMMISSION
      *  IN DOLLARS.  A BROKER WITH NO RECORD MATCHES EXACTLY.
      *****************************************************************
       01  STREET-TOLERANCE-RECORD.
           05  STL-BROKER-ID           PIC X(8).
           05  STL-PRICE-TOLERANCE     PIC 9(3)V9(4).
           05  STL-QUANTITY-TOLERANCE  PIC 9(9).
           05  STL-COMMISSION-TOLERANCE PIC 9(5)V99.
           05  FILLER                  PIC X(9).
