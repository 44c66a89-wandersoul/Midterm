      *> CRM acknowledgement line. The CRM writes one per feed file it
      *> loads, as CRMACK-<sequence>.DAT in the exchange area, echoing
      *> the sequence number and the detail record count it read; a
      *> count that does not match the file's trailer is treated as a
      *> rejection, so a truncated transfer never passes as loaded.
       01  CRMACK-RECORD.
           05  CRMACK-SEQ                  PIC 9(8).
           05  CRMACK-RESULT               PIC X(1).
      *>       'A' = accepted and loaded, 'R' = rejected
           05  CRMACK-RECORD-COUNT         PIC 9(8).
           05  CRMACK-REASON               PIC X(60).
