      *****************************************************************
      *  ACCOUNT-TO-ACCOUNT TRANSFER INSTRUCTION.  A FULL TRANSFER
      *  MOVES EVERY POSITION HELD IN THE FROM-ACCOUNT; A PARTIAL ONE
      *  MOVES THE NAMED SYMBOL - THE QUANTITY GIVEN, OR THE WHOLE
      *  POSITION WHEN THE QUANTITY IS ZERO.  A PARTIAL WITH A BLANK
      *  SYMBOL MOVES CASH ONLY.  THE CASH AMOUNT IS OPTIONAL ON
      *  EITHER TYPE.
      *****************************************************************
       01  TRANSFER-INSTRUCTION-RECORD.
           05  XFI-TRANSFER-ID         PIC X(10).
           05  XFI-TRANSFER-TYPE       PIC X(1).
               88  XFI-TYPE-FULL           VALUE 'F'.
               88  XFI-TYPE-PARTIAL        VALUE 'P'.
           05  XFI-FROM-ACCOUNT-NO     PIC X(12).
           05  XFI-TO-ACCOUNT-NO       PIC X(12).
           05  XFI-SYMBOL              PIC X(10).
           05  XFI-QUANTITY            PIC 9(9).
           05  XFI-CASH-AMOUNT         PIC 9(9)V99.
