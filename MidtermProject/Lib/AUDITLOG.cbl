      *> Callers with a request context pass the ASP.NET session id so
      *> reconciliation can match sessions to their events; batch
      *> writers pass spaces.
      *> The append itself, and the copy of security-relevant events
      *> to the corporate-SIEM export spool, live in AUDITDTL -- the
      *> writer for the few event types that also carry a short detail
      *> qualifier. Every other event comes through here with the
      *> detail left blank, so there is exactly one place a trail row
      *> is written.
       data division.
       working-storage section.
       01  WS-DETAIL                       PIC X(24).
       linkage section.
       01  LK-USERNAME                     PIC X(50).
       01  LK-EVENT-TYPE                    PIC X(30).
               LK-SOURCE-CLASS LK-SOURCE-METHOD LK-CLIENT-IP
               LK-SESSION-ID LK-RETURN-CODE.
       0000-MAIN.
           move spaces to WS-DETAIL
           call "AUDITDTL" using LK-USERNAME LK-EVENT-TYPE
               LK-TIMESTAMP LK-SOURCE-CLASS LK-SOURCE-METHOD
               LK-CLIENT-IP LK-SESSION-ID WS-DETAIL LK-RETURN-CODE
           goback.
       end program AUDITLOG.
