      *> progress for the morning check rather than gating restarts.
      *> Requests are only flipped to 'E' once everything else
      *> succeeded, so an interrupted erasure stays pending and is
      *> finished the next night. An account under legal hold
      *> (LGLHOLD) is not erased: its request is left pending, named in
      *> the run output, and picked up again the night the last hold
      *> is released.
      *> Rewriting a name breaks the audit hash chain from that row
      *> on, so the rewrite re-seals as it goes: rows after the first
      *> rewritten one are re-chained, the generation's catalog row
      *> (or, for the live file, the chain state) takes the new
      *> closing value and the run timestamp that names this run's
      *> certificate, and each re-seal is audited and listed on the
      *> certificate -- which is how AUDVERIFY tells a lawful rewrite
      *> from tampering.
      *> A renamed account's audit rows stay filed under the names it
      *> had when they were written, so the rewrite takes every name
      *> the account has carried (USRALIAS NAMES), and the alias
      *> register's rows for it are removed once the erasure is
      *> certified -- until then a re-run still needs them.
       environment division.
       input-output section.
       file-control.
           select CERT-FILE assign dynamic WS-CERT-PATH
               organization line sequential
               file status is WS-CERT-STATUS.
           select CHAIN-FILE assign to WS-CHAIN-PATH
               organization indexed
               access mode dynamic
               record key is CHAIN-KEY
               lock mode is manual
               file status is WS-CHAIN-STATUS.
       data division.
       file section.
       fd  CLOSEREQ-FILE.
       01  REWRITE-LINE                    PIC X(300).
       fd  CERT-FILE.
       01  CERT-LINE                       PIC X(200).
       fd  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-KEY                   PIC X(8).
           05  CHAIN-DATA                  PIC X(32).
       working-storage section.
       01  WS-CLOSEREQ-PATH                PIC X(100)
               VALUE "CLOSEREQ.DAT".
       01  WS-REQ-MAX                      PIC 9(2) VALUE 50.
       01  WS-REQ-COUNT                    PIC 9(2) VALUE 0.
       01  WS-VOIDED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-ONHOLD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY occurs 50 times.
               10  WS-REQ-USERNAME         PIC X(50).
               10  WS-REQ-REQUESTED-TS     PIC 9(14).
               10  WS-REQ-OPNL-DELETED     PIC 9(6).
               10  WS-REQ-AUDIT-REWRITTEN  PIC 9(8).
      *> Every name each request's account has carried, with the
      *> request it belongs to -- what the audit rewrite matches on.
      *> NAMES returns at most 20 names, so this cannot overflow.
       01  WS-ERASE-NAME-COUNT             PIC 9(4) VALUE 0.
       01  WS-ERASE-NAME-TABLE.
           05  WS-ERASE-NAME-ENTRY occurs 1000 times.
               10  WS-ERASE-NAME           PIC X(50).
               10  WS-ERASE-NAME-REQ       PIC 9(2).
       01  WS-NAME-IDX                     PIC 9(4).
       01  WS-IX-USERNAME                  PIC X(50).
       01  WS-ALIAS-LIST.
           05  WS-ALIAS-NAME               PIC X(50)
                   occurs 20 times.
       01  WS-ALIAS-COUNT                  PIC 9(4).
       01  WS-ALIAS-IDX                    PIC 9(4).
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ACT-PURGE                    PIC X(10) VALUE "PURGE".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-VET-EMAIL                    PIC X(100).
       01  WS-EMAIL-SHARED                 PIC X.
       01  WS-IDX                          PIC 9(2).
               VALUE "EraseDueRequests".
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X20                   PIC X(20) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-ACT-CHECK                    PIC X(10) VALUE "CHECK".
       01  WS-HOLD-LIST                    PIC X(1000).
       01  WS-HOLD-COUNT                   PIC 9(4).
       01  WS-HOLD-RC                      PIC 9(2).
       01  WS-BATCHCTL-PATH                PIC X(100)
               VALUE "BATCHCTL.DAT".
       01  WS-BATCHHIST-PATH               PIC X(100)
       01  WS-PHASE-NAME                   PIC X(30).
       01  WS-CKP-COUNT                    PIC 9(8).
       01  WS-CKP-RC                       PIC 9(2).
       01  WS-CHAIN-PATH                   PIC X(100)
               VALUE "AUDCHAIN.DAT".
       01  WS-CHAIN-STATUS                 PIC XX.
       01  WS-CHAIN-KEY-VALUE              PIC X(8) VALUE "AUDCHAIN".
       01  WS-CHAIN-LOCKED                 PIC X.
       01  WS-LOCK-TRIES                   PIC 9(2).
       01  WS-LOCK-MAX-TRIES               PIC 9(2) VALUE 10.
       01  WS-LOCK-WAIT-SECONDS            PIC 9(2) VALUE 1.
      *> Re-seal walk over one file: the chain value the original rows
      *> ran on and the value the rewritten rows run on. The two stay
      *> equal until the first rewritten row, and after the walk they
      *> are the file's old and new closing values.
       01  WS-CHAIN-START                  PIC 9(9).
       01  WS-OLD-PREV                     PIC 9(9).
       01  WS-NEW-PREV                     PIC 9(9).
       01  WS-CHAIN-DIVERGED               PIC X.
       01  WS-ROW-VALID                    PIC X.
       01  WS-ROW-HASH                     PIC 9(9).
       01  WS-CHECK-HASH                   PIC 9(9).
       01  WS-CHECK-LINK                   PIC 9(8).
       01  WS-ORIG-ROW                     PIC X(300).
       01  WS-RESEAL-TOKEN                 PIC X(50).
       01  WS-RESEAL-LABEL                 PIC X(24).
       01  WS-RESEAL-OLD                   PIC 9(9).
       01  WS-RESEAL-NEW                   PIC 9(9).
      *> This run's re-seals, for the certificate.
       01  WS-RESEAL-MAX                   PIC 9(3) VALUE 100.
       01  WS-RESEAL-COUNT                 PIC 9(3) VALUE 0.
       01  WS-RESEAL-TABLE.
           05  WS-RESEAL-ENTRY occurs 100 times.
               10  WS-RESEAL-FILE          PIC X(14).
               10  WS-RESEAL-FROM          PIC 9(9).
               10  WS-RESEAL-TO            PIC 9(9).
       01  WS-RESEAL-IDX                   PIC 9(3).
       01  WS-EVT-CHAIN-RESEALED           PIC X(30)
               VALUE "AUDIT_CHAIN_RESEALED".
       01  WS-SRC-METHOD-RESEAL            PIC X(40)
               VALUE "ResealAuditChain".
       copy AUDITREC.
       copy AUDCHNRC.
       procedure division.
       0000-MAIN.
           display "ACCTERASE: account erasure starting"
               close CLOSEREQ-FILE
           end-if
           display "ACCTERASE: requests due    " WS-REQ-COUNT
           display "ACCTERASE: requests voided " WS-VOIDED-COUNT
           display "ACCTERASE: legal hold skips " WS-ONHOLD-COUNT.
      *> The CLOSEREQ row alone is not authority to erase: a member
      *> sign-in cancels the request, but an admin re-activating the
      *> account (console or BULKADM SETSTATUS 'A') only touches
      *> A member row that is GONE is the opposite case -- a previous
      *> execution died after deleting it, so the erasure must finish,
      *> not void. Anything else voids the stale request, with a line
      *> in the run log so the cancellation is visible. A legal hold
      *> comes before all of that: the request is neither erased nor
      *> voided, only left 'P' -- and a register that cannot be read
      *> holds the request just the same.
       1200-VET-ONE-REQUEST.
           call "LGLHOLD" using WS-ACT-CHECK CLOSEREQ-USERNAME
               WS-SPACES-X20 WS-SPACES-X50 WS-NOW-TS WS-HOLD-LIST
               WS-HOLD-COUNT WS-HOLD-RC
           evaluate true
               when WS-HOLD-RC not = 0
                   add 1 to WS-ONHOLD-COUNT
                   display "ACCTERASE: request for " CLOSEREQ-USERNAME
                       " held this run - legal hold register not "
                       "readable"
               when WS-HOLD-COUNT > 0
                   add 1 to WS-ONHOLD-COUNT
                   display "ACCTERASE: request for " CLOSEREQ-USERNAME
                       " left pending - legal hold: "
                       WS-HOLD-LIST (1:60)
               when other
                   perform 1250-VET-MEMBER-STATUS
           end-evaluate.
       1250-VET-MEMBER-STATUS.
           if WS-MBRUSR-STATUS not = "00"
               display "ACCTERASE: member store not readable -- "
                   "request for " CLOSEREQ-USERNAME " held this run"
           move CLOSEREQ-REQUESTED-TS to
               WS-REQ-REQUESTED-TS (WS-REQ-COUNT)
           move 0 to WS-REQ-OPNL-DELETED (WS-REQ-COUNT)
           move 0 to WS-REQ-AUDIT-REWRITTEN (WS-REQ-COUNT)
           call "USRALIAS" using WS-ACT-NAMES CLOSEREQ-USERNAME
               WS-ALIAS-NEW-NAME WS-ALIAS-BY WS-NOW-TS WS-ALIAS-LIST
               WS-ALIAS-COUNT WS-ALIAS-RC
      *> Without the register a renamed account's earlier rows would
      *> keep its old name -- hold the run rather than certify that.
           if WS-ALIAS-RC not = 0
               if WS-ERASE-OK = "Y"
                   display "ACCTERASE: alias register not available "
                       "-- requests will be held this run"
                   move "N" to WS-ERASE-OK
               end-if
           end-if
           perform varying WS-ALIAS-IDX from 1 by 1
               until WS-ALIAS-IDX > WS-ALIAS-COUNT
               add 1 to WS-ERASE-NAME-COUNT
               move WS-ALIAS-NAME (WS-ALIAS-IDX)
                   to WS-ERASE-NAME (WS-ERASE-NAME-COUNT)
               move WS-REQ-COUNT
                   to WS-ERASE-NAME-REQ (WS-ERASE-NAME-COUNT)
           end-perform.
       2000-ERASE-OPERATIONAL-ROWS.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-REQ-COUNT
               end-perform
               close MBRUSR-FILE
           end-if.
      *> One pass each over every cataloged generation, the live file
      *> and the keyed lookup copy, replacing any due username with
      *> its token -- whichever request it belongs to. Sequential
      *> files are rewritten through a temp copy and swapped in; the
      *> keyed copy is delete-and-reinsert under the token key. The
      *> generations go first: their re-seal events land on the live
      *> file, which is then walked (and re-sealed) with them on it.
       3000-ANONYMIZE-AUDIT-TRAIL.
           open i-o AUDITGEN-FILE
           if WS-AUDITGEN-STATUS not = "00"
      *> No catalog at all ("35") means no generations were ever cut;
      *> anything else means generations that may hold the member's
                           move "Y" to WS-GEN-AT-END
                       not at end
                           move AUDITGEN-FILENAME to WS-SCAN-PATH
                           move AUDITGEN-CHAIN-IN to WS-CHAIN-START
                           perform 3050-START-CHAIN-WALK
                           perform 3100-REWRITE-ONE-FILE
                           if WS-REWRITE-OK = "Y"
                               and WS-FILE-CHANGED = "Y"
                               and AUDITGEN-SEALED = "Y"
                               perform 3300-RESEAL-GENERATION
                           end-if
                   end-read
               end-perform
               close AUDITGEN-FILE
           end-if
           move WS-LIVE-PATH to WS-SCAN-PATH
           perform 3060-LOAD-CHAIN-STATE
           move AUDCHN-LIVE-START-HASH to WS-CHAIN-START
           perform 3050-START-CHAIN-WALK
           perform 3100-REWRITE-ONE-FILE
           if WS-REWRITE-OK = "Y"
               and WS-FILE-CHANGED = "Y"
               perform 3400-RESEAL-LIVE-FILE
           end-if
           perform 3500-REWRITE-LOOKUP-INDEX.
       3050-START-CHAIN-WALK.
           move WS-CHAIN-START to WS-OLD-PREV
           move WS-CHAIN-START to WS-NEW-PREV
           move "N" to WS-CHAIN-DIVERGED
           move spaces to WS-RESEAL-TOKEN.
      *> No state file means the chain has not started -- zeros.
       3060-LOAD-CHAIN-STATE.
           move zeros to AUDCHN-RECORD
           open input CHAIN-FILE
           if WS-CHAIN-STATUS = "00"
               move WS-CHAIN-KEY-VALUE to CHAIN-KEY
               read CHAIN-FILE into AUDCHN-RECORD
                   key is CHAIN-KEY
                   invalid key
                       move zeros to AUDCHN-RECORD
               end-read
               close CHAIN-FILE
           end-if
           perform 3070-CHECK-CHAIN-VALUES.
       3070-CHECK-CHAIN-VALUES.
           if AUDCHN-LIVE-START-HASH is not numeric
               or AUDCHN-LAST-HASH is not numeric
               or AUDCHN-LAST-TS is not numeric
               move zeros to AUDCHN-RECORD
           end-if
           move WS-CHAIN-KEY-VALUE to AUDCHN-KEY.
       3100-REWRITE-ONE-FILE.
           move "Y" to WS-REWRITE-OK
           move "N" to WS-FILE-CHANGED
               end-if
           end-if.
       3200-REWRITE-ONE-ROW.
           move AUDIT-RECORD to WS-ORIG-ROW
           move 0 to WS-HIT
           perform varying WS-NAME-IDX from 1 by 1
               until WS-NAME-IDX > WS-ERASE-NAME-COUNT
               if AUDIT-USERNAME = WS-ERASE-NAME (WS-NAME-IDX)
                   move WS-ERASE-NAME-REQ (WS-NAME-IDX) to WS-HIT
                   move WS-ERASE-NAME-COUNT to WS-NAME-IDX
               end-if
           end-perform
           if WS-HIT > 0
               move WS-REQ-TOKEN (WS-HIT) to AUDIT-USERNAME
               add 1 to WS-REQ-AUDIT-REWRITTEN (WS-HIT)
               move "Y" to WS-FILE-CHANGED
               if WS-RESEAL-TOKEN = spaces
                   move WS-REQ-TOKEN (WS-HIT) to WS-RESEAL-TOKEN
               end-if
           end-if
           if AUDIT-CHAIN is numeric
               perform 3250-RESEAL-ROW
           end-if
           write REWRITE-LINE from AUDIT-RECORD
           if WS-REWRITE-STATUS not = "00"
               move "N" to WS-REWRITE-OK
           end-if.
      *> Rows up to the first rewritten one pass through as they are.
      *> From there on a row that was sound on the original chain
      *> (linked to the row before it, hash matching its original
      *> content) is re-chained onto the rewritten rows; one that was
      *> not keeps its chain columns exactly as found, so a break that
      *> was already there stays visible to AUDVERIFY instead of
      *> being sealed over.
       3250-RESEAL-ROW.
           move AUDIT-CHAIN-HASH to WS-ROW-HASH
           if WS-HIT > 0
               move "Y" to WS-CHAIN-DIVERGED
           end-if
           if WS-CHAIN-DIVERGED = "Y"
               move "N" to WS-ROW-VALID
               move WS-OLD-PREV to WS-CHECK-LINK
               if AUDIT-CHAIN-LINK = WS-CHECK-LINK
                   call "AUDHASH" using WS-OLD-PREV WS-ORIG-ROW
                       WS-CHECK-HASH
                   if WS-CHECK-HASH = WS-ROW-HASH
                       move "Y" to WS-ROW-VALID
                   end-if
               end-if
               if WS-ROW-VALID = "Y"
                   move WS-NEW-PREV to AUDIT-CHAIN-LINK
                   call "AUDHASH" using WS-NEW-PREV AUDIT-RECORD
                       AUDIT-CHAIN-HASH
               end-if
           end-if
           move WS-ROW-HASH to WS-OLD-PREV
           move AUDIT-CHAIN-HASH to WS-NEW-PREV.
      *> The generation's rows now close on the new value. A file that
      *> did not close on its recorded seal before the rewrite keeps
      *> that seal, so the mismatch is still reported; either way the
      *> catalog row records the re-seal against this run.
       3300-RESEAL-GENERATION.
           move AUDITGEN-CUT-TS to WS-RESEAL-LABEL
           move AUDITGEN-SEAL-HASH to WS-RESEAL-OLD
           if WS-OLD-PREV = AUDITGEN-SEAL-HASH
               move WS-NEW-PREV to AUDITGEN-SEAL-HASH
           else
               display "ACCTERASE: generation " AUDITGEN-FILENAME (1:40)
                   " did not close on its seal before the rewrite"
                   " -- seal left as found"
           end-if
           move WS-NOW-TS to AUDITGEN-RESEALED-TS
           move WS-RESEAL-TOKEN to AUDITGEN-RESEAL-TOKEN
           rewrite AUDITGEN-RECORD
               invalid key
                   display "ACCTERASE: catalog row for generation "
                       AUDITGEN-FILENAME (1:40) " not updated, status "
                       WS-AUDITGEN-STATUS
           end-rewrite
           move AUDITGEN-SEAL-HASH to WS-RESEAL-NEW
           perform 3450-RECORD-RESEAL.
      *> Same for the live file, against the chain state: if the file
      *> closed where the state said, the state moves to the new value
      *> so the next append chains onto the rewritten rows. The state
      *> row is taken WITH LOCK, as every append takes it, and given
      *> up before the re-seal is audited (that append needs it).
       3400-RESEAL-LIVE-FILE.
           move "LIVE" to WS-RESEAL-LABEL
           perform 3410-LOCK-CHAIN-STATE
           move AUDCHN-LAST-HASH to WS-RESEAL-OLD
           if WS-CHAIN-LOCKED = "Y"
               if WS-OLD-PREV = AUDCHN-LAST-HASH
                   move WS-NEW-PREV to AUDCHN-LAST-HASH
                   rewrite CHAIN-RECORD from AUDCHN-RECORD
                       invalid key
                           display "ACCTERASE: chain state not "
                               "rewritten, status " WS-CHAIN-STATUS
                   end-rewrite
               else
                   display "ACCTERASE: live audit file did not close "
                       "on the chain state before the rewrite -- "
                       "state left as found"
               end-if
               close CHAIN-FILE
           end-if
           move AUDCHN-LAST-HASH to WS-RESEAL-NEW
           perform 3450-RECORD-RESEAL.
       3410-LOCK-CHAIN-STATE.
           move "N" to WS-CHAIN-LOCKED
           move 0 to WS-LOCK-TRIES
           open i-o CHAIN-FILE
           if WS-CHAIN-STATUS = "35"
               open output CHAIN-FILE
               if WS-CHAIN-STATUS = "00"
                   close CHAIN-FILE
               end-if
               open i-o CHAIN-FILE
           end-if
           if WS-CHAIN-STATUS not = "00"
               display "ACCTERASE: chain state not writable, status "
                   WS-CHAIN-STATUS
           else
               perform until WS-CHAIN-LOCKED = "Y"
                   or WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
                   add 1 to WS-LOCK-TRIES
                   move WS-CHAIN-KEY-VALUE to CHAIN-KEY
                   read CHAIN-FILE into AUDCHN-RECORD with lock
                       key is CHAIN-KEY
                       invalid key
                           perform 3420-ADD-CHAIN-ROW
                   end-read
                   if WS-CHAIN-STATUS = "00"
                       move "Y" to WS-CHAIN-LOCKED
                   else
                       if WS-LOCK-TRIES < WS-LOCK-MAX-TRIES
                           call "C$SLEEP" using WS-LOCK-WAIT-SECONDS
                       end-if
                   end-if
               end-perform
               if WS-CHAIN-LOCKED = "Y"
                   perform 3070-CHECK-CHAIN-VALUES
               else
                   display "ACCTERASE: chain state still locked, "
                       "status " WS-CHAIN-STATUS " -- state left as "
                       "found"
                   close CHAIN-FILE
               end-if
           end-if.
       3420-ADD-CHAIN-ROW.
           move zeros to AUDCHN-RECORD
           move WS-CHAIN-KEY-VALUE to AUDCHN-KEY
           write CHAIN-RECORD from AUDCHN-RECORD
               invalid key
                   continue
           end-write
           move WS-CHAIN-KEY-VALUE to CHAIN-KEY
           read CHAIN-FILE into AUDCHN-RECORD with lock
               key is CHAIN-KEY
               invalid key
                   continue
           end-read.
       3450-RECORD-RESEAL.
           if WS-RESEAL-COUNT < WS-RESEAL-MAX
               add 1 to WS-RESEAL-COUNT
               move WS-RESEAL-LABEL
                   to WS-RESEAL-FILE (WS-RESEAL-COUNT)
               move WS-RESEAL-OLD to WS-RESEAL-FROM (WS-RESEAL-COUNT)
               move WS-RESEAL-NEW to WS-RESEAL-TO (WS-RESEAL-COUNT)
           end-if
           display "ACCTERASE: audit chain re-sealed for "
               WS-RESEAL-LABEL (1:14) " " WS-RESEAL-OLD " -> "
               WS-RESEAL-NEW
           call "AUDITDTL" using WS-RESEAL-TOKEN
               WS-EVT-CHAIN-RESEALED WS-NOW-TS WS-SRC-CLASS
               WS-SRC-METHOD-RESEAL WS-SPACES-X45 WS-SPACES-X40
               WS-RESEAL-LABEL WS-AUDIT-RC.
      *> The lookup copy's key leads with the username, so each due
      *> account's rows are one positioned START away: delete the row,
      *> re-insert it under the token (bumping the sequence suffix on
       3500-REWRITE-LOOKUP-INDEX.
           open i-o AUDITIX-FILE
           if WS-AUDITIX-STATUS = "00"
               perform varying WS-NAME-IDX from 1 by 1
                   until WS-NAME-IDX > WS-ERASE-NAME-COUNT
                   move WS-ERASE-NAME-REQ (WS-NAME-IDX) to WS-HIT
                   move WS-ERASE-NAME (WS-NAME-IDX) to WS-IX-USERNAME
                   perform 3600-REWRITE-INDEX-USER
               end-perform
               close AUDITIX-FILE
       3600-REWRITE-INDEX-USER.
           move "N" to WS-AT-END
           move low-values to AUDITIX-KEY
           move WS-IX-USERNAME to AUDITIX-USERNAME
           start AUDITIX-FILE key is not less than AUDITIX-KEY
               invalid key
                   move "Y" to WS-AT-END
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if AUDITIX-USERNAME = WS-IX-USERNAME
                           perform 3700-MOVE-INDEX-ROW
                       else
                           move "Y" to WS-AT-END
      *> the cursor on the original username so the next read picks up
      *> the account's remaining rows, not the token's.
           move low-values to AUDITIX-KEY
           move WS-IX-USERNAME to AUDITIX-USERNAME
           start AUDITIX-FILE key is not less than AUDITIX-KEY
               invalid key
                   move "Y" to WS-AT-END
               WS-NOW-TS delimited by size
               into CERT-LINE
           write CERT-LINE
           perform varying WS-RESEAL-IDX from 1 by 1
               until WS-RESEAL-IDX > WS-RESEAL-COUNT
               perform 4050-CERTIFY-ONE-RESEAL
           end-perform
           open i-o CLOSEREQ-FILE
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-REQ-COUNT
           close CLOSEREQ-FILE
           close CERT-FILE
           display "ACCTERASE: certificate written to " WS-CERT-PATH.
      *> Every audit file this run re-sealed, by generation cut (or
      *> LIVE), with the closing chain value before and after.
       4050-CERTIFY-ONE-RESEAL.
           move spaces to CERT-LINE
           string "AUDIT CHAIN RE-SEALED: " delimited by size
               WS-RESEAL-FILE (WS-RESEAL-IDX) delimited by space
               " FROM " delimited by size
               WS-RESEAL-FROM (WS-RESEAL-IDX) delimited by size
               " TO " delimited by size
               WS-RESEAL-TO (WS-RESEAL-IDX) delimited by size
               into CERT-LINE
           write CERT-LINE.
      *> The certificate names the token, never the username -- the
      *> compliance folder must not become the last place the erased
      *> identity survives. The closure row keeps the linkage under
                       rewrite CLOSEREQ-RECORD
               end-read
           end-if
           call "USRALIAS" using WS-ACT-PURGE WS-REQ-USERNAME (WS-IDX)
               WS-ALIAS-NEW-NAME WS-ALIAS-BY WS-NOW-TS WS-ALIAS-LIST
               WS-ALIAS-COUNT WS-ALIAS-RC
           if WS-ALIAS-RC not = 0
               display "ACCTERASE: alias register rows for request of "
                   WS-REQ-REQUESTED-TS (WS-IDX) " not removed, rc "
                   WS-ALIAS-RC
           end-if
           call "AUDITLOG" using WS-REQ-TOKEN (WS-IDX)
               WS-EVT-ACCOUNT-ERASED WS-NOW-TS WS-SRC-CLASS
               WS-SRC-METHOD WS-SPACES-X45 WS-SPACES-X40
