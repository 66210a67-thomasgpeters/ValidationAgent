       01  CASH-DECISION-RECORD.
           05  CDC-ITEM-REF            PIC X(16).
           05  CDC-ACTION              PIC X(8).
               88  CDC-ACTION-RELEASE      VALUE 'RELEASE '.
               88  CDC-ACTION-CANCEL       VALUE 'CANCEL  '.
               88  CDC-ACTION-REROUTE      VALUE 'REROUTE '.
           05  CDC-NEW-ACCOUNT-NO      PIC X(12).
           05  CDC-OPERATOR-ID         PIC X(8).
           05  CDC-COMMENT             PIC X(30).
