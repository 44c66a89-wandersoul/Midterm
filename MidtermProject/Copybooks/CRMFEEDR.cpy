      *> CRM change-feed file layout (CRMFEED-<sequence>.DAT, handed
      *> off as CRMOUT-<sequence>.DAT). One header, one detail line per
      *> change, one trailer with the control totals; the record type
      *> in column 1 says which layout a line is. Every detail carries
      *> the member's full current image, so the CRM can apply a line
      *> without reading the ones before it. Change types:
      *>   NEWMEMBER - account became active and is new to the CRM
      *>   STATUS    - status changed (prior value in PRIOR-VALUE);
      *>               a move to 'C' (closure requested) carries the
      *>               anonymous token the erasure will later report
      *>   ROLE, EMAIL, LANGUAGE - that field changed
      *>   RENAMED   - username changed (prior name in PRIOR-VALUE)
      *>   ERASED    - ACCTERASE completed; only ANON-TOKEN is filled,
      *>               the identity itself is never sent again
       01  CRMFEED-HEADER.
           05  CRMFEED-H-TYPE              PIC X(1).
      *>       'H'
           05  CRMFEED-H-SEQ               PIC 9(8).
           05  CRMFEED-H-CREATED-TS        PIC 9(14).
           05  CRMFEED-H-FROM-TS           PIC 9(14).
           05  CRMFEED-H-TO-TS             PIC 9(14).
           05  CRMFEED-H-SOURCE            PIC X(10).
           05  FILLER                      PIC X(339).
       01  CRMFEED-DETAIL.
           05  CRMFEED-D-TYPE              PIC X(1).
      *>       'D'
           05  CRMFEED-D-SEQ               PIC 9(8).
           05  CRMFEED-D-LINE-NO           PIC 9(8).
           05  CRMFEED-D-CHANGE            PIC X(10).
           05  CRMFEED-D-USERNAME          PIC X(50).
           05  CRMFEED-D-EMAIL             PIC X(100).
           05  CRMFEED-D-ROLE              PIC X(20).
           05  CRMFEED-D-STATUS            PIC X(1).
           05  CRMFEED-D-LANGUAGE          PIC X(2).
           05  CRMFEED-D-PRIOR-VALUE       PIC X(100).
           05  CRMFEED-D-ANON-TOKEN        PIC X(50).
           05  FILLER                      PIC X(50).
       01  CRMFEED-TRAILER.
           05  CRMFEED-T-TYPE              PIC X(1).
      *>       'T'
           05  CRMFEED-T-SEQ               PIC 9(8).
           05  CRMFEED-T-RECORD-COUNT      PIC 9(8).
           05  CRMFEED-T-NEW-COUNT         PIC 9(8).
           05  CRMFEED-T-STATUS-COUNT      PIC 9(8).
           05  CRMFEED-T-ROLE-COUNT        PIC 9(8).
           05  CRMFEED-T-EMAIL-COUNT       PIC 9(8).
           05  CRMFEED-T-LANGUAGE-COUNT    PIC 9(8).
           05  CRMFEED-T-RENAMED-COUNT     PIC 9(8).
           05  CRMFEED-T-ERASED-COUNT      PIC 9(8).
           05  FILLER                      PIC X(327).
