           05  MAILQ-RETRY-COUNT           PIC 9(2).
           05  MAILQ-NEXT-ATTEMPT-TS       PIC 9(14).
           05  MAILQ-SENT-TS               PIC 9(14).
           05  MAILQ-PRIORITY              PIC X(1).
      *>       'U' = urgent, 'N' = normal, 'B' = bulk; set by the
      *>       caller through MAILSEND. A blank is read as normal.
