      *> CRM change-feed transfer record, keyed on the run sequence
      *> number -- one row per feed file CRMFEED builds, tracked until
      *> the CRM acknowledges it. The CRM answers each file with an
      *> acknowledgement file (CRMACKRC); the next run reads it back,
      *> and a file that was rejected, or not acknowledged at all, is
      *> handed off again and raised to on-call rather than dropped.
       01  CRMXFER-RECORD.
           05  CRMXFER-SEQ                 PIC 9(8).
           05  CRMXFER-FEED-PATH           PIC X(100).
      *>       Audit events after FROM-TS up to CUT-TS are in the file
           05  CRMXFER-FROM-TS             PIC 9(14).
           05  CRMXFER-CUT-TS              PIC 9(14).
           05  CRMXFER-RECORD-COUNT        PIC 9(8).
           05  CRMXFER-STATUS              PIC X(1).
      *>       'B' = being built (a run stopped before hand-off),
      *>       'S' = handed off, awaiting acknowledgement,
      *>       'A' = acknowledged by the CRM
           05  CRMXFER-SEND-COUNT          PIC 9(4).
           05  CRMXFER-LAST-SENT-TS        PIC 9(14).
           05  CRMXFER-ACK-TS              PIC 9(14).
      *>       Why the CRM last rejected the file, or why it was re-sent
           05  CRMXFER-ACK-REASON          PIC X(60).
