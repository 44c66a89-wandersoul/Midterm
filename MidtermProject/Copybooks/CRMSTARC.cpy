      *> CRM change-feed state, keyed on the username -- the image of
      *> each member as the CRM was last told it, one row per member
      *> the feed has ever sent. CRMFEED compares MBRUSR.DAT against
      *> these rows each night, so whatever path changed a member (the
      *> web pages, MBRADMIN, the batch jobs) the change is picked up
      *> without every writer having to report it. Rows are updated
      *> from the feed file once it is handed off; an erased member's
      *> row is removed by the same run that reports the erasure.
       01  CRMSTATE-RECORD.
           05  CRMSTATE-USERNAME           PIC X(50).
           05  CRMSTATE-EMAIL              PIC X(100).
           05  CRMSTATE-ROLE               PIC X(20).
           05  CRMSTATE-STATUS             PIC X(1).
           05  CRMSTATE-LANGUAGE           PIC X(2).
           05  CRMSTATE-SENT-SEQ           PIC 9(8).
           05  CRMSTATE-SENT-TS            PIC 9(14).
