      *****************************************************************
      *  EXCEPTION OWNERSHIP TABLE - MAPS AN EXCEPTION SOURCE AND
      *  REASON TO THE DESK THAT OWNS IT AND A WORKING PRIORITY
      *  (1 = MOST URGENT).  THE REASON KEY IS MATCHED AGAINST THE
      *  START OF THE EXCEPTION'S REASON TEXT, SO 'INSUFFICIENT' TAKES
      *  EVERY REASON BEGINNING WITH THAT WORD.  A BLANK SOURCE
      *  MATCHES ANY SOURCE AND A BLANK REASON KEY ANY REASON.  THE
      *  LONGEST MATCHING REASON KEY WINS; ON A TIE AN ENTRY NAMING
      *  THE SOURCE BEATS A BLANK ONE.  SOURCES ARE THE EXCEPTION
      *  FILE NAMES:
      *    ACCTEXCP ACCTMEXC POSEXCP  PRICEXCP SECEXCP  CALEXCP
      *    CORPEXCP BUSTEXCP POSBREAK SETLAGE  TRDHOLD  TRDCRHLD
      *    XFEREXCP CASHSUSP IRADEXCP
      *  AN ITEM NO ENTRY MATCHES IS OWNED BY UNASSIGNED, PRIORITY 9.
      *****************************************************************
       01  EXCP-DESK-RECORD.
           05  EDK-SOURCE              PIC X(8).
           05  EDK-REASON-KEY          PIC X(30).
           05  EDK-DESK                PIC X(12).
           05  EDK-PRIORITY            PIC 9(1).
           05  FILLER                  PIC X(9).
