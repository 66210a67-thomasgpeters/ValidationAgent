       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IRATAXRP.
       AUTHOR.      BACK-OFFICE-SUPPORT.
      *****************************************************************
      *  YEAR-END IRA 5498 AND 1099-R FEEDS FOR ANNUAL TAX REPORTING
      *  READS THE IRA CONTRIBUTIONS MASTER FOR ONE TAX YEAR AND JOINS
      *  EACH RECORD TO THE CUSTOMER'S NAME AND ADDRESS ON THE ACCOUNT
      *  MASTER.  AN ACCOUNT WITH CONTRIBUTIONS OR ROLLOVERS IN THE
      *  YEAR GOES TO THE 5498 CONTRIBUTION FEED (IRA5498); AN ACCOUNT
      *  WITH DISTRIBUTIONS GOES TO THE 1099-R DISTRIBUTION FEED
      *  (IRA1099R) WITH THE GROSS DISTRIBUTED AND THE FEDERAL TAX
      *  WITHHELD.  BOTH ARE FIXED-FORMAT FEED FILES FOR THE
      *  TAX-REPORTING VENDOR, BUILT LIKE THE TAXEXTR FEED.
      *  THE TAX YEAR IS TAKEN FROM THE RUN PARAMETER (YYYY); WITHOUT
      *  ONE THE PREVIOUS CALENDAR YEAR IS REPORTED.  RUN THE 1099-R
      *  FEED IN JANUARY; RERUN AFTER THE PRIOR-YEAR CONTRIBUTION
      *  DEADLINE FOR A 5498 FEED THAT INCLUDES LATE CONTRIBUTIONS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRA-MASTER ASSIGN TO "IRACONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IRC-KEY
               FILE STATUS IS WS-IRA-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CONTRIB-FEED ASSIGN TO "IRA5498"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-5498-FILE-STATUS.

           SELECT DISTRIB-FEED ASSIGN TO "IRA1099R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-1099-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IRA-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY IRACONT.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 241 CHARACTERS.
           COPY ACCOUNT.

       FD  CONTRIB-FEED
           RECORD CONTAINS 174 CHARACTERS.
           COPY IRA5498.

       FD  DISTRIB-FEED
           RECORD CONTAINS 174 CHARACTERS.
           COPY IRA1099R.

       WORKING-STORAGE SECTION.
       01  WS-IRA-FILE-STATUS          PIC X(2).
       01  WS-ACCT-FILE-STATUS         PIC X(2).
       01  WS-5498-FILE-STATUS         PIC X(2).
       01  WS-1099-FILE-STATUS         PIC X(2).

       01  WS-IRA-EOF-SW               PIC X(1)    VALUE 'N'.
           88  NO-MORE-IRA-RECORDS         VALUE 'Y'.

       01  WS-RUN-PARM                 PIC X(20).
       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-OTHER-YEARS          PIC 9(7)    VALUE ZERO.
           05  WS-5498-WRITTEN         PIC 9(7)    VALUE ZERO.
           05  WS-1099-WRITTEN         PIC 9(7)    VALUE ZERO.
           05  WS-NO-ACCOUNT           PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-EXTRACT-IRA-YEAR
               UNTIL NO-MORE-IRA-RECORDS
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM (1:4) IS NUMERIC
               MOVE WS-RUN-PARM (1:4) TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-CD-YYYY - 1
           END-IF
           DISPLAY 'IRATAXRP - TAX YEAR            : ' WS-TAX-YEAR

           OPEN INPUT  IRA-MASTER
                INPUT  ACCOUNT-FILE
                OUTPUT CONTRIB-FEED
                OUTPUT DISTRIB-FEED

           PERFORM 0210-READ-IRA-RECORD.

       0200-EXTRACT-IRA-YEAR.
           ADD 1 TO WS-RECORDS-READ
           IF IRC-TAX-YEAR = WS-TAX-YEAR
               PERFORM 0300-JOIN-ACCOUNT
           ELSE
               ADD 1 TO WS-OTHER-YEARS
           END-IF
           PERFORM 0210-READ-IRA-RECORD.

       0210-READ-IRA-RECORD.
           READ IRA-MASTER
               AT END
                   SET NO-MORE-IRA-RECORDS TO TRUE
           END-READ.

       0300-JOIN-ACCOUNT.
           MOVE IRC-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-ACCOUNT
                   DISPLAY 'IRATAXRP - ACCOUNT NOT ON MASTER: '
                       IRC-ACCOUNT-NO
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   IF IRC-CONTRIBUTIONS NOT = ZERO
                       OR IRC-ROLLOVERS NOT = ZERO
                       PERFORM 0400-WRITE-5498
                   END-IF
                   IF IRC-DISTRIBUTIONS NOT = ZERO
                       PERFORM 0500-WRITE-1099R
                   END-IF
           END-READ.

       0400-WRITE-5498.
           MOVE SPACES                TO IRA-5498-EXTRACT
           MOVE ACCOUNT-NO             TO I98-ACCOUNT-NO
           MOVE CUSTOMER-NAME          TO I98-CUSTOMER-NAME
           MOVE ADDRESS-LINE-1         TO I98-ADDRESS-LINE-1
           MOVE ADDRESS-LINE-2         TO I98-ADDRESS-LINE-2
           MOVE CITY                   TO I98-CITY
           MOVE STATE                  TO I98-STATE
           MOVE ZIP-CODE               TO I98-ZIP-CODE
           MOVE IRC-TAX-YEAR           TO I98-TAX-YEAR
           MOVE IRC-CONTRIBUTIONS      TO I98-CONTRIBUTIONS
           MOVE IRC-ROLLOVERS          TO I98-ROLLOVERS
           WRITE IRA-5498-EXTRACT

           ADD 1 TO WS-5498-WRITTEN.

       0500-WRITE-1099R.
           MOVE SPACES                TO IRA-1099R-EXTRACT
           MOVE ACCOUNT-NO             TO I99-ACCOUNT-NO
           MOVE CUSTOMER-NAME          TO I99-CUSTOMER-NAME
           MOVE ADDRESS-LINE-1         TO I99-ADDRESS-LINE-1
           MOVE ADDRESS-LINE-2         TO I99-ADDRESS-LINE-2
           MOVE CITY                   TO I99-CITY
           MOVE STATE                  TO I99-STATE
           MOVE ZIP-CODE               TO I99-ZIP-CODE
           MOVE IRC-TAX-YEAR           TO I99-TAX-YEAR
           MOVE IRC-DISTRIBUTIONS      TO I99-GROSS-DISTRIBUTION
           MOVE IRC-FED-WITHHOLDING    TO I99-FED-WITHHOLDING
           WRITE IRA-1099R-EXTRACT

           ADD 1 TO WS-1099-WRITTEN.

       0900-TERMINATE.
           CLOSE IRA-MASTER
                 ACCOUNT-FILE
                 CONTRIB-FEED
                 DISTRIB-FEED

           DISPLAY 'IRATAXRP - IRA RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'IRATAXRP - OTHER TAX YEARS     : ' WS-OTHER-YEARS
           DISPLAY 'IRATAXRP - 5498 RECORDS        : ' WS-5498-WRITTEN
           DISPLAY 'IRATAXRP - 1099-R RECORDS      : ' WS-1099-WRITTEN
           DISPLAY 'IRATAXRP - NO MATCHING ACCOUNT : ' WS-NO-ACCOUNT.
