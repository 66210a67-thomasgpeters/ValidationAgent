      *****************************************************************
      *  GENERAL-LEDGER CHART-OF-ACCOUNTS MAPPING - ONE RECORD PER
      *  JOURNAL LEG.  GLINTFC CLASSIFIES EVERY CASH MOVEMENT INTO A
      *  MOVEMENT CODE AND SPLITS IT INTO COMPONENT AMOUNTS; EACH
      *  MAPPING RECORD FOR THAT MOVEMENT CODE POSTS ONE COMPONENT TO
      *  ONE GL ACCOUNT ON THE SIDE GIVEN.  A MOVEMENT'S LEGS MUST
      *  BALANCE (DEBITS EQUAL CREDITS) OR THE TRIAL BALANCE FAILS.
      *  MOVEMENT CODES:
      *    DEPOSIT  / WITHDRAW - CUSTOMER CASH IN / OUT       (AMT)
      *    XFER-OUT / XFER-IN  - ACCOUNT-TO-ACCOUNT TRANSFER  (AMT)
      *    SETL-BUY / SETL-SEL - TRADE SETTLEMENT CASH  (AMT PRIN COMM)
      *    CXL-BUY  / CXL-SELL - SETTLED TRADE REVERSAL (AMT PRIN COMM)
      *    MRGN-INT            - MARGIN INTEREST CHARGED       (AMT)
      *    DIVIDEND            - CASH DIVIDEND CREDITED        (AMT)
      *    BRK-COMM            - BROKER COMMISSION PAYABLE     (AMT)
      *  AMT IS THE CUSTOMER CASH AMOUNT, COMM THE COMMISSION AND
      *  PRIN THE PRINCIPAL (CASH AMOUNT WITH COMMISSION BACKED OUT).
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLM-MOVEMENT-CODE       PIC X(8).
           05  GLM-COMPONENT           PIC X(4).
               88  GLM-COMP-AMOUNT         VALUE 'AMT '.
               88  GLM-COMP-PRINCIPAL      VALUE 'PRIN'.
               88  GLM-COMP-COMMISSION     VALUE 'COMM'.
           05  GLM-DR-CR               PIC X(1).
               88  GLM-DEBIT               VALUE 'D'.
               88  GLM-CREDIT              VALUE 'C'.
           05  GLM-GL-ACCOUNT          PIC X(10).
           05  GLM-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(7).
