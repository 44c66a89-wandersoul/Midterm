      *> everything else here is request-driven. Retires idle session
      *> rows, deletes abandoned unconfirmed registrations, and clears
      *> out expired reset tokens, MFA challenges and stale lockout
      *> counters so none of that data grows without bound. It also
      *> closes out admin change requests (PENDCHG) that nobody
      *> approved or rejected in time, auditing each as
      *> ADMIN_CHANGE_EXPIRED. Every
      *> phase checkpoints to the batch control file (BATCHCKP) as it
      *> completes: a run that dies mid-sweep resumes from the phase
      *> after the last one that finished, and each execution leaves a
               access mode dynamic
               record key is ATTMPT-KEY
               file status is WS-ATTMPT-STATUS.
           select PENDCHG-FILE assign dynamic WS-PENDCHG-PATH
               organization indexed
               access mode dynamic
               record key is PENDCHG-ID
               file status is WS-PENDCHG-STATUS.
       data division.
       file section.
       fd  SESSION-FILE.
       copy EMLCHGRC.
       fd  ATTMPT-FILE.
       copy ATTMPREC.
       fd  PENDCHG-FILE.
       copy PENDCHGR.
       working-storage section.
       01  WS-SESSION-PATH                 PIC X(100)
               VALUE "SESSION.DAT".
               VALUE "ATTMPT-MFA.DAT".
       01  WS-EMLCHG-PATH                  PIC X(100)
               VALUE "EMLCHG.DAT".
       01  WS-PENDCHG-PATH                 PIC X(100)
               VALUE "PENDCHG.DAT".
       01  WS-ATTMPT-PATH                  PIC X(100).
       01  WS-SESSION-STATUS               PIC XX.
       01  WS-PNDREG-STATUS                PIC XX.
       01  WS-MFACHAL-STATUS               PIC XX.
       01  WS-EMLCHG-STATUS                PIC XX.
       01  WS-ATTMPT-STATUS                PIC XX.
       01  WS-PENDCHG-STATUS               PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-NOW-EPOCH                    PIC 9(10).
       01  WS-CONV-EPOCH                   PIC 9(10).
       01  WS-ROW-EPOCH                    PIC 9(10).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-EVT-ADMIN-CHANGE-EXPIRED     PIC X(30)
               VALUE "ADMIN_CHANGE_EXPIRED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "SESSPURGE".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "ExpireAdminChanges".
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-AUDIT-DETAIL                 PIC X(24).
       01  WS-AUDIT-RC                     PIC 9(2).
       procedure division.
       0000-MAIN.
           display "SESSPURGE: nightly purge starting"
               move "PURGE EMAIL CHANGE TOKENS" to WS-PHASE-NAME
               perform 0200-CHECKPOINT-PHASE
           end-if
           if WS-LAST-PHASE < 10
               display "SESSPURGE: expiring undecided admin change "
                   "requests"
               perform 7000-EXPIRE-ADMIN-CHANGES
               move 10 to WS-PHASE
               move "EXPIRE ADMIN CHANGE REQUESTS" to WS-PHASE-NAME
               perform 0200-CHECKPOINT-PHASE
           end-if
           move 9999 to WS-PHASE
           move "RUN COMPLETE" to WS-PHASE-NAME
           move WS-TOTAL-PURGED to WS-CKP-COUNT
           end-if
           display "SESSPURGE: expired e-mail change tokens purged "
               WS-PURGED-COUNT.
      *> An admin change request left 'P' past its window is closed
      *> 'X' -- never applied, never deleted: the row stays as the
      *> record that somebody asked. Each one is audited against the
      *> account it would have changed, the same way the console
      *> audits the request and its decision.
       7000-EXPIRE-ADMIN-CHANGES.
           move 0 to WS-PURGED-COUNT
           open i-o PENDCHG-FILE
           if WS-PENDCHG-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to PENDCHG-ID
               start PENDCHG-FILE key is not less than PENDCHG-ID
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read PENDCHG-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if PENDCHG-STATUS = "P"
                               and WS-NOW-TS not < PENDCHG-EXPIRES-TS
                               move "X" to PENDCHG-STATUS
                               move WS-NOW-TS to PENDCHG-DECIDED-TS
                               rewrite PENDCHG-RECORD
                               perform 7100-AUDIT-EXPIRED-CHANGE
                               add 1 to WS-PURGED-COUNT
                           end-if
                   end-read
               end-perform
               close PENDCHG-FILE
           end-if
           display "SESSPURGE: admin change requests expired "
               WS-PURGED-COUNT.
       7100-AUDIT-EXPIRED-CHANGE.
           move spaces to WS-AUDIT-DETAIL
           evaluate PENDCHG-CHANGE-TYPE
               when "SETROLE"
                   string "SETROLE=" delimited by size
                       PENDCHG-NEW-ROLE delimited by space
                       into WS-AUDIT-DETAIL
               when "SETSTATUS"
                   string "SETSTATUS=" delimited by size
                       PENDCHG-NEW-STATUS delimited by size
                       into WS-AUDIT-DETAIL
               when other
                   move PENDCHG-CHANGE-TYPE to WS-AUDIT-DETAIL
           end-evaluate
           call "AUDITDTL" using PENDCHG-TARGET-USER
               WS-EVT-ADMIN-CHANGE-EXPIRED WS-NOW-TS
               WS-SRC-CLASS WS-SRC-METHOD WS-SPACES-X45
               WS-SPACES-X40 WS-AUDIT-DETAIL WS-AUDIT-RC.
       8000-TS-TO-EPOCH.
           move WS-CONV-TS(1:8) to WS-CONV-DATE
           move WS-CONV-TS(9:2) to WS-CONV-HH
