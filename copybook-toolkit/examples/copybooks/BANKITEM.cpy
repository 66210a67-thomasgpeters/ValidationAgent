      *****************************************************************
      *  BANK DAILY RECEIPTS AND DISBURSEMENTS ITEM (ACH, WIRE AND
      *  CHECK LOCKBOX).  THE CUSTOMER ACCOUNT-NO IS CARRIED IN THE
      *  FIRST 12 POSITIONS OF THE REMITTANCE REFERENCE.
      *****************************************************************
       01  BANK-ITEM-RECORD.
           05  BNK-ITEM-REF            PIC X(16).
           05  BNK-VALUE-DATE          PIC X(10).
           05  BNK-CHANNEL             PIC X(5).
               88  BNK-CHANNEL-ACH         VALUE 'ACH  '.
               88  BNK-CHANNEL-WIRE        VALUE 'WIRE '.
               88  BNK-CHANNEL-CHECK       VALUE 'CHECK'.
           05  BNK-DR-CR               PIC X(1).
               88  BNK-RECEIPT             VALUE 'C'.
               88  BNK-DISBURSEMENT        VALUE 'D'.
           05  BNK-AMOUNT              PIC 9(9)V99.
           05  BNK-REMIT-REF.
               10  BNK-REMIT-ACCOUNT-NO PIC X(12).
               10  BNK-REMIT-TEXT      PIC X(18).
           05  FILLER                  PIC X(7).
