       identification division.
       program-id. AUDITDTL.
      *> Appends one row to the shared audit trail, carrying the
      *> optional short detail qualifier (AUDIT-DETAIL) alongside the
      *> usual fields. AUDITLOG is the everyday entry -- it calls here
      *> with a blank detail -- so every writer, with or without a
      *> detail, goes through this one append and the one SIEM spool
      *> test below. Callers with a request context pass the ASP.NET
      *> session id so reconciliation can match sessions to their
      *> events; batch writers pass spaces.
      *> Security-relevant event types are additionally copied, as
      *> they happen, to the corporate-SIEM export spool in the
      *> collector's pipe-delimited format; the SIEMDISP job hands
      *> completed spool cuts to the collector's pickup area. The
      *> trail stays this system's record -- a spool write that fails
      *> never fails the audit append.
      *> Every row is also stamped onto the trail's hash chain: the
      *> previous row's chain value comes from the chain state file
      *> (AUDCHAIN.DAT), this row links to it and carries AUDHASH's
      *> value over it and this row's content, and the state moves on
      *> to the new value once the row is written. With no state file
      *> the chain starts from zero. The state row is read WITH LOCK
      *> before the trail is opened and the lock is held until the row
      *> is written and the state rewritten, so appends from requests
      *> running at the same time go one after another and never link
      *> to the same previous value. A state row that stays locked
      *> past the wait below still gets its audit row written, without
      *> chain values (rc 2) -- AUDVERIFY reports that row, where a
      *> guessed link would have forked the chain.
       environment division.
       input-output section.
       file-control.
           select AUDIT-FILE assign to WS-FILEPATH
               organization line sequential
               file status is WS-FILE-STATUS.
           select SIEM-FILE assign to WS-SIEM-PATH
               organization line sequential
               file status is WS-SIEM-STATUS.
           select CHAIN-FILE assign to WS-CHAIN-PATH
               organization indexed
               access mode dynamic
               record key is AUDCHN-KEY
               lock mode is manual
               file status is WS-CHAIN-STATUS.
       data division.
       file section.
       fd  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(300).
       fd  SIEM-FILE.
       01  SIEM-LINE                       PIC X(300).
       fd  CHAIN-FILE.
       copy AUDCHNRC.
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-SIEM-PATH                    PIC X(100)
               VALUE "SIEMSPOOL.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       01  WS-SIEM-STATUS                  PIC XX.
       01  WS-SIEM-RELEVANT                PIC X.
       01  WS-SIEM-PTR                     PIC 9(4).
       01  WS-CHAIN-PATH                   PIC X(100)
               VALUE "AUDCHAIN.DAT".
       01  WS-CHAIN-STATUS                 PIC XX.
       01  WS-PREV-HASH                    PIC 9(9).
       01  WS-CHAIN-KEY-VALUE              PIC X(8) VALUE "AUDCHAIN".
       01  WS-CHAIN-OPEN                   PIC X.
       01  WS-CHAIN-LOCKED                 PIC X.
      *> Another append holds the state row for a few milliseconds;
      *> only a stuck holder keeps it for the whole wait.
       01  WS-LOCK-TRIES                   PIC 9(2).
       01  WS-LOCK-MAX-TRIES               PIC 9(2) VALUE 10.
       01  WS-LOCK-WAIT-SECONDS            PIC 9(2) VALUE 1.
       copy AUDITREC.
       linkage section.
       01  LK-USERNAME                     PIC X(50).
       01  LK-EVENT-TYPE                    PIC X(30).
       01  LK-TIMESTAMP                    PIC 9(14).
       01  LK-SOURCE-CLASS                  PIC X(40).
       01  LK-SOURCE-METHOD                 PIC X(40).
       01  LK-CLIENT-IP                    PIC X(45).
       01  LK-SESSION-ID                   PIC X(40).
       01  LK-DETAIL                       PIC X(24).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-USERNAME LK-EVENT-TYPE LK-TIMESTAMP
               LK-SOURCE-CLASS LK-SOURCE-METHOD LK-CLIENT-IP
               LK-SESSION-ID LK-DETAIL LK-RETURN-CODE.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move spaces to AUDIT-RECORD
           move LK-USERNAME to AUDIT-USERNAME
           move LK-EVENT-TYPE to AUDIT-EVENT-TYPE
           move LK-TIMESTAMP to AUDIT-TIMESTAMP
           move LK-SOURCE-CLASS to AUDIT-SOURCE-CLASS
           move LK-SOURCE-METHOD to AUDIT-SOURCE-METHOD
           move LK-CLIENT-IP to AUDIT-CLIENT-IP
           move LK-SESSION-ID to AUDIT-SESSION-ID
           move LK-DETAIL to AUDIT-DETAIL
           perform 3000-LOCK-CHAIN-STATE
           open extend AUDIT-FILE
           if WS-FILE-STATUS = "35"
               open output AUDIT-FILE
           end-if
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               if WS-CHAIN-LOCKED = "Y"
                   move WS-PREV-HASH to AUDIT-CHAIN-LINK
                   call "AUDHASH" using WS-PREV-HASH AUDIT-RECORD
                       AUDIT-CHAIN-HASH
               else
                   move 2 to LK-RETURN-CODE
               end-if
               write AUDIT-LINE from AUDIT-RECORD
               if WS-FILE-STATUS = "00"
                   if WS-CHAIN-LOCKED = "Y"
                       perform 3100-SAVE-CHAIN-STATE
                   end-if
               else
                   move 1 to LK-RETURN-CODE
               end-if
               close AUDIT-FILE
           end-if
           perform 3200-RELEASE-CHAIN-STATE
           perform 1000-TEST-SIEM-RELEVANCE
           if WS-SIEM-RELEVANT = "Y"
               perform 2000-SPOOL-FOR-SIEM
           end-if
           goback.
      *> The set corporate security asked for: sign-in refusals and
      *> lockouts, MFA challenges (the risk-forced ones included),
      *> blocked registrations and network blocks (the spray
      *> detector's automatic ones included), every ADMIN_* action,
      *> the device events, and refusals by and changes to the
      *> role-to-capability matrix, and the audit chain's own
      *> re-seals and verification failures.
       1000-TEST-SIEM-RELEVANCE.
           move "N" to WS-SIEM-RELEVANT
           evaluate true
               when AUDIT-EVENT-TYPE = "LOGIN_FAILED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "LOGIN_LOCKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "LOGIN_SUSPENDED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "MFA_CHALLENGED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "MFA_LOCKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "LOGIN_RISK_STEPUP"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "REGISTER_BLOCKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "IP_BLOCKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "IP_SPRAY_BLOCKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "EMAIL_DOMAIN_BLOCKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "LOGIN_NEW_DEVICE"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "LOGIN_DEVICE_REVOKED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE (1:6) = "ADMIN_"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE (1:7) = "DEVICE_"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "PERMISSION_DENIED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "ROLE_PERMISSION_CHANGED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "AUDIT_CHAIN_RESEALED"
                   move "Y" to WS-SIEM-RELEVANT
               when AUDIT-EVENT-TYPE = "AUDIT_CHAIN_BROKEN"
                   move "Y" to WS-SIEM-RELEVANT
           end-evaluate.
      *> Collector format: pipe-delimited, one event per line --
      *> TIMESTAMP|EVENT|USERNAME|SOURCE_CLASS|SOURCE_METHOD|
      *> CLIENT_IP|SESSION_ID, plus a trailing |DETAIL field only on
      *> the events that carry one (the collector's parser for those
      *> event types reads it; every other line is unchanged). Best
      *> effort only: the spool failing must never cost the sign-in
      *> path its audit row or its response time.
       2000-SPOOL-FOR-SIEM.
           open extend SIEM-FILE
           if WS-SIEM-STATUS = "35"
               open output SIEM-FILE
           end-if
           if WS-SIEM-STATUS = "00"
               move spaces to SIEM-LINE
               move 1 to WS-SIEM-PTR
               string AUDIT-TIMESTAMP delimited by size
                   "|" delimited by size
                   AUDIT-EVENT-TYPE delimited by space
                   "|" delimited by size
                   AUDIT-USERNAME delimited by space
                   "|" delimited by size
                   AUDIT-SOURCE-CLASS delimited by space
                   "|" delimited by size
                   AUDIT-SOURCE-METHOD delimited by space
                   "|" delimited by size
                   AUDIT-CLIENT-IP delimited by space
                   "|" delimited by size
                   AUDIT-SESSION-ID delimited by space
                   into SIEM-LINE
                   with pointer WS-SIEM-PTR
               if AUDIT-DETAIL not = spaces
                   string "|" delimited by size
                       AUDIT-DETAIL delimited by "  "
                       into SIEM-LINE
                       with pointer WS-SIEM-PTR
               end-if
               write SIEM-LINE
               close SIEM-FILE
           end-if.
      *> Previous row's chain value, with the state row locked. The
      *> link column only has room for its low eight digits; the hash
      *> column carries all nine. A state file or row not there yet
      *> is created at zero -- the chain has not started.
       3000-LOCK-CHAIN-STATE.
           move "N" to WS-CHAIN-OPEN
           move "N" to WS-CHAIN-LOCKED
           move 0 to WS-PREV-HASH
           move 0 to WS-LOCK-TRIES
           perform until WS-CHAIN-LOCKED = "Y"
               or WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
               add 1 to WS-LOCK-TRIES
               perform 3010-TRY-CHAIN-LOCK
               if WS-CHAIN-LOCKED not = "Y"
                   and WS-LOCK-TRIES < WS-LOCK-MAX-TRIES
                   call "C$SLEEP" using WS-LOCK-WAIT-SECONDS
               end-if
           end-perform.
       3010-TRY-CHAIN-LOCK.
           if WS-CHAIN-OPEN not = "Y"
               open i-o CHAIN-FILE
               if WS-CHAIN-STATUS = "35"
                   open output CHAIN-FILE
                   if WS-CHAIN-STATUS = "00"
                       close CHAIN-FILE
                   end-if
                   open i-o CHAIN-FILE
               end-if
               if WS-CHAIN-STATUS = "00"
                   move "Y" to WS-CHAIN-OPEN
               end-if
           end-if
           if WS-CHAIN-OPEN = "Y"
               move WS-CHAIN-KEY-VALUE to AUDCHN-KEY
               read CHAIN-FILE with lock
                   key is AUDCHN-KEY
                   invalid key
                       perform 3020-ADD-CHAIN-ROW
               end-read
               if WS-CHAIN-STATUS = "00"
                   move "Y" to WS-CHAIN-LOCKED
                   if AUDCHN-LIVE-START-HASH is not numeric
                       move zeros to AUDCHN-LIVE-START-HASH
                   end-if
                   if AUDCHN-LAST-HASH is not numeric
                       or AUDCHN-LAST-TS is not numeric
                       move zeros to AUDCHN-LAST-HASH
                       move zeros to AUDCHN-LAST-TS
                   end-if
                   move AUDCHN-LAST-HASH to WS-PREV-HASH
               end-if
           end-if.
      *> Two first appends may both find the row missing; the second
      *> write is refused as a duplicate and both go on to lock the
      *> one row.
       3020-ADD-CHAIN-ROW.
           move WS-CHAIN-KEY-VALUE to AUDCHN-KEY
           move zeros to AUDCHN-LIVE-START-HASH
           move zeros to AUDCHN-LAST-HASH
           move zeros to AUDCHN-LAST-TS
           write AUDCHN-RECORD
               invalid key
                   continue
           end-write
           move WS-CHAIN-KEY-VALUE to AUDCHN-KEY
           read CHAIN-FILE with lock
               key is AUDCHN-KEY
               invalid key
                   continue
           end-read.
       3100-SAVE-CHAIN-STATE.
           move AUDIT-CHAIN-HASH to AUDCHN-LAST-HASH
           move AUDIT-TIMESTAMP to AUDCHN-LAST-TS
           rewrite AUDCHN-RECORD
               invalid key
                   continue
           end-rewrite.
      *> Closing the state file gives up the lock whether or not the
      *> row was rewritten.
       3200-RELEASE-CHAIN-STATE.
           if WS-CHAIN-OPEN = "Y"
               close CHAIN-FILE
               move "N" to WS-CHAIN-OPEN
           end-if.
       end program AUDITDTL.
