      *****************************************************************
      *  GENERAL-LEDGER JOURNAL-ENTRY FEED - ONE RECORD PER JOURNAL
      *  LEG.  ALL LEGS OF ONE ENTRY SHARE THE ENTRY NUMBER AND NET TO
      *  ZERO, DEBITS AGAINST CREDITS.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-BUSINESS-DATE       PIC X(10).
           05  GLJ-ENTRY-NO            PIC 9(7).
           05  GLJ-LINE-NO             PIC 9(2).
           05  GLJ-GL-ACCOUNT          PIC X(10).
           05  GLJ-DR-CR               PIC X(1).
               88  GLJ-DEBIT               VALUE 'D'.
               88  GLJ-CREDIT              VALUE 'C'.
           05  GLJ-AMOUNT              PIC 9(11)V99.
           05  GLJ-MOVEMENT-CODE       PIC X(8).
           05  GLJ-SOURCE-REF          PIC X(16).
           05  GLJ-ACCOUNT-NO          PIC X(12).
           05  GLJ-DESCRIPTION         PIC X(30).
