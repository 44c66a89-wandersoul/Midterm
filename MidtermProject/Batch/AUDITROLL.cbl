      *> ACCTRECON reads, truncates the live file so AUDITLOG starts
      *> the new period clean, catalogs the generation, deletes
      *> generations past the 13-month compliance retention window,
      *> and prunes the keyed copy back to its lookup period. A
      *> generation past retention that carries rows of an account
      *> under legal hold (LEGALHOLD.DAT), under any name the account
      *> has carried, is kept, and named in the run output, until the
      *> last hold on that account is released.
      *> Each cut is sealed onto the audit hash chain: its catalog row
      *> records the chain value the period started from, the value
      *> its last chained row carried, and the closing value the
      *> chain state held at the cut, and the chain state then starts
      *> the new live period from that closing value.
       environment division.
       input-output section.
       file-control.
               access mode dynamic
               record key is AUDITGEN-CUT-TS
               file status is WS-AUDITGEN-STATUS.
           select LEGALHOLD-FILE assign to WS-LEGALHOLD-PATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-LEGALHOLD-STATUS.
           select SCAN-FILE assign dynamic WS-SCAN-PATH
               organization line sequential
               file status is WS-SCAN-STATUS.
           select CHAIN-FILE assign to WS-CHAIN-PATH
               organization indexed
               access mode dynamic
               record key is CHAIN-KEY
               lock mode is manual
               file status is WS-CHAIN-STATUS.
       data division.
       file section.
       fd  AUDIT-FILE.
       copy AUDITIXR.
       fd  AUDITGEN-FILE.
       copy AUDITGRC.
       fd  LEGALHOLD-FILE.
       copy LGLHOLDR.
       fd  SCAN-FILE.
       01  SCAN-LINE                       PIC X(300).
       fd  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-KEY                   PIC X(8).
           05  CHAIN-DATA                  PIC X(32).
       working-storage section.
       01  WS-AUDIT-PATH                   PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-GENER-STATUS                 PIC XX.
       01  WS-AUDITIX-STATUS               PIC XX.
       01  WS-AUDITGEN-STATUS              PIC XX.
       01  WS-LEGALHOLD-PATH               PIC X(100)
               VALUE "LEGALHOLD.DAT".
       01  WS-SCAN-PATH                    PIC X(100).
       01  WS-LEGALHOLD-STATUS             PIC XX.
       01  WS-SCAN-STATUS                  PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-SCAN-AT-END                  PIC X.
       01  WS-WRITTEN                      PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-GEN-WRITE-OK                 PIC X.
       01  WS-ROLLED-COUNT                 PIC 9(8).
       01  WS-DELETED-GENS                 PIC 9(4).
      *> Accounts under an active legal hold, loaded once per run
      *> before retention is enforced. If the register cannot be read,
      *> or holds more accounts than the table, nothing is deleted this
      *> run -- a generation is only let go when it is known to hold
      *> no held account's rows.
       01  WS-HELD-MAX                     PIC 9(4) VALUE 500.
       01  WS-HELD-COUNT                   PIC 9(4) VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-USERNAME            PIC X(50)
                   occurs 500 times.
       01  WS-HELD-IDX                     PIC 9(4).
       01  WS-HOLDS-KNOWN                  PIC X.
      *> Every name each held account has carried (USRALIAS NAMES):
      *> audit rows keep the name they were written under, so after a
      *> rename the account's older rows still carry its old names.
       01  WS-HELD-NAME-MAX                PIC 9(4) VALUE 2000.
       01  WS-HELD-NAME-COUNT              PIC 9(4) VALUE 0.
       01  WS-HELD-NAME-TABLE.
           05  WS-HELD-NAME                PIC X(50)
                   occurs 2000 times.
       01  WS-HELD-NAME-IDX                PIC 9(4).
       01  WS-ALIAS-LIST.
           05  WS-ALIAS-NAME               PIC X(50)
                   occurs 20 times.
       01  WS-ALIAS-COUNT                  PIC 9(4).
       01  WS-ALIAS-IDX                    PIC 9(4).
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-KEEP-GEN                     PIC X.
       01  WS-KEEP-REASON                  PIC X(60).
       01  WS-KEPT-GENS                    PIC 9(4).
       01  WS-PRUNED-COUNT                 PIC 9(8).
       01  WS-DELETE-NAME                  PIC X(100).
       01  WS-CONV-DAYS                    PIC 9(7).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-CHAIN-PATH                   PIC X(100)
               VALUE "AUDCHAIN.DAT".
       01  WS-CHAIN-STATUS                 PIC XX.
       01  WS-CHAIN-KEY-VALUE              PIC X(8) VALUE "AUDCHAIN".
       01  WS-CHAIN-LOCKED                 PIC X.
       01  WS-LOCK-TRIES                   PIC 9(2).
       01  WS-LOCK-MAX-TRIES               PIC 9(2) VALUE 10.
       01  WS-LOCK-WAIT-SECONDS            PIC 9(2) VALUE 1.
      *> Chain values for the cut: where the live period started, the
      *> value the chain state closed on, and the last value a row
      *> of the cut actually carries (rows written before the chain
      *> began carry none and are not counted).
       01  WS-CHAIN-IN                     PIC 9(9).
       01  WS-CHAIN-OUT                    PIC 9(9).
       01  WS-LAST-ROW-HASH                PIC 9(9).
       01  WS-CHAINED-ROWS                 PIC 9(8).
       copy AUDITREC.
       copy AUDCHNRC.
       procedure division.
       0000-MAIN.
           display "AUDITROLL: audit trail rollover starting"
       1000-ROLL-CURRENT-FILE.
           move 0 to WS-ROLLED-COUNT
           move "N" to WS-GEN-WRITE-OK
           perform 1050-LOAD-CHAIN-STATE
           open input AUDIT-FILE
           if WS-AUDIT-STATUS not = "00"
               display "AUDITROLL: no live audit file to roll, status "
                                       move "N" to WS-GEN-WRITE-OK
                                   end-if
                                   perform 1100-LOAD-INDEX-ROW
                                   perform 1200-TRACK-CHAIN
                                   add 1 to WS-ROLLED-COUNT
                           end-read
                       end-perform
                       if WS-GEN-WRITE-OK = "Y"
                           open output AUDIT-FILE
                           close AUDIT-FILE
                           perform 1600-RESTART-CHAIN-STATE
                       else
                           display "AUDITROLL: generation write failed"
                               " -- live file kept"
           move WS-GENER-PATH to WS-DELETE-NAME
           call "CBL_DELETE_FILE" using WS-DELETE-NAME
           move 0 to WS-ROLLED-COUNT.
      *> The chain state as the cut begins. No state file means the
      *> chain has not started yet -- every value is zero.
       1050-LOAD-CHAIN-STATE.
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
           perform 1060-CHECK-CHAIN-VALUES
           move AUDCHN-LIVE-START-HASH to WS-CHAIN-IN
           move AUDCHN-LAST-HASH to WS-CHAIN-OUT
           move WS-CHAIN-IN to WS-LAST-ROW-HASH
           move 0 to WS-CHAINED-ROWS.
       1060-CHECK-CHAIN-VALUES.
           if AUDCHN-LIVE-START-HASH is not numeric
               or AUDCHN-LAST-HASH is not numeric
               or AUDCHN-LAST-TS is not numeric
               move zeros to AUDCHN-RECORD
           end-if
           move WS-CHAIN-KEY-VALUE to AUDCHN-KEY.
       1100-LOAD-INDEX-ROW.
           move AUDIT-USERNAME to AUDITIX-USERNAME
           move AUDIT-TIMESTAMP to AUDITIX-TIMESTAMP
                       move "Y" to WS-WRITTEN
               end-write
           end-perform.
       1200-TRACK-CHAIN.
           if AUDIT-CHAIN is numeric
               move AUDIT-CHAIN-HASH to WS-LAST-ROW-HASH
               add 1 to WS-CHAINED-ROWS
           end-if.
      *> The new live period chains on from the closing value -- the
      *> first row AUDITDTL appends links to it, and AUDVERIFY expects
      *> the live file to start there. The state row is taken WITH
      *> LOCK, the same as every append takes it.
       1600-RESTART-CHAIN-STATE.
           perform 1610-LOCK-CHAIN-STATE
           if WS-CHAIN-LOCKED = "Y"
               move WS-CHAIN-OUT to AUDCHN-LIVE-START-HASH
               move WS-CHAIN-OUT to AUDCHN-LAST-HASH
               rewrite CHAIN-RECORD from AUDCHN-RECORD
                   invalid key
                       display "AUDITROLL: chain state not rewritten, "
                           "status " WS-CHAIN-STATUS
               end-rewrite
               close CHAIN-FILE
           end-if.
       1610-LOCK-CHAIN-STATE.
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
               display "AUDITROLL: chain state not writable, status "
                   WS-CHAIN-STATUS
           else
               perform until WS-CHAIN-LOCKED = "Y"
                   or WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
                   add 1 to WS-LOCK-TRIES
                   move WS-CHAIN-KEY-VALUE to CHAIN-KEY
                   read CHAIN-FILE into AUDCHN-RECORD with lock
                       key is CHAIN-KEY
                       invalid key
                           perform 1620-ADD-CHAIN-ROW
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
                   perform 1060-CHECK-CHAIN-VALUES
               else
                   display "AUDITROLL: chain state still locked, "
                       "status " WS-CHAIN-STATUS " -- not restarted"
                   close CHAIN-FILE
               end-if
           end-if.
       1620-ADD-CHAIN-ROW.
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
       2000-CATALOG-GENERATION.
           open i-o AUDITGEN-FILE
           if WS-AUDITGEN-STATUS = "35"
               move WS-GENER-PATH to AUDITGEN-FILENAME
               move WS-ROLLED-COUNT to AUDITGEN-ROW-COUNT
               move WS-NOW-TS to AUDITGEN-CREATED-TS
               if WS-CHAINED-ROWS > 0
                   move "Y" to AUDITGEN-SEALED
               else
                   move space to AUDITGEN-SEALED
               end-if
               move WS-CHAIN-IN to AUDITGEN-CHAIN-IN
               move WS-CHAIN-OUT to AUDITGEN-CHAIN-OUT
               move WS-LAST-ROW-HASH to AUDITGEN-CUT-HASH
               move WS-LAST-ROW-HASH to AUDITGEN-SEAL-HASH
               move 0 to AUDITGEN-RESEALED-TS
               move spaces to AUDITGEN-RESEAL-TOKEN
               write AUDITGEN-RECORD
                   invalid key
                       display "AUDITROLL: catalog row already "
           end-if.
       3000-ENFORCE-RETENTION.
           move 0 to WS-DELETED-GENS
           move 0 to WS-KEPT-GENS
           perform 3100-LOAD-HELD-ACCOUNTS
           move WS-TODAY-DATE(1:4) to WS-WORK-YYYY
           move WS-TODAY-DATE(5:2) to WS-WORK-MM
           compute WS-TOTAL-MONTHS =
                       not at end
                           move AUDITGEN-CUT-TS(1:6) to WS-GEN-YYYYMM
                           if WS-GEN-YYYYMM < WS-CUTOFF-YYYYMM
                               perform 3200-CHECK-GENERATION-HOLDS
                               if WS-KEEP-GEN = "Y"
                                   add 1 to WS-KEPT-GENS
                                   display "AUDITROLL: generation "
                                       AUDITGEN-FILENAME (1:40)
                                       " kept past retention - "
                                       WS-KEEP-REASON
                               else
                                   move AUDITGEN-FILENAME
                                       to WS-DELETE-NAME
                                   call "CBL_DELETE_FILE"
                                       using WS-DELETE-NAME
                                   delete AUDITGEN-FILE record
                                   add 1 to WS-DELETED-GENS
                               end-if
                           end-if
                   end-read
               end-perform
               close AUDITGEN-FILE
           end-if
           display "AUDITROLL: expired generations deleted "
               WS-DELETED-GENS
           display "AUDITROLL: expired generations kept (legal hold) "
               WS-KEPT-GENS.
      *> Distinct accounts with at least one active hold. A register
      *> never created ("35") means no holds.
       3100-LOAD-HELD-ACCOUNTS.
           move 0 to WS-HELD-COUNT
           move "Y" to WS-HOLDS-KNOWN
           open input LEGALHOLD-FILE
           if WS-LEGALHOLD-STATUS = "00"
               move "N" to WS-SCAN-AT-END
               move low-values to LEGALHOLD-KEY
               start LEGALHOLD-FILE key is not less than LEGALHOLD-KEY
                   invalid key
                       move "Y" to WS-SCAN-AT-END
               end-start
               perform until WS-SCAN-AT-END = "Y"
                   read LEGALHOLD-FILE next record
                       at end
                           move "Y" to WS-SCAN-AT-END
                       not at end
                           if LEGALHOLD-STATUS = "A"
                               perform 3110-ADD-HELD-ACCOUNT
                           end-if
                   end-read
               end-perform
               close LEGALHOLD-FILE
           else
               if WS-LEGALHOLD-STATUS not = "35"
                   move "N" to WS-HOLDS-KNOWN
                   display "AUDITROLL: legal hold register not "
                       "readable, status " WS-LEGALHOLD-STATUS
                       " -- no generation deleted this run"
               end-if
           end-if
           if WS-HOLDS-KNOWN = "Y"
               perform 3120-COLLECT-HELD-NAMES
           end-if
           display "AUDITROLL: accounts under legal hold "
               WS-HELD-COUNT.
      *> Rows come in key order, so an account's matters are adjacent
      *> -- comparing against the last entry is enough to de-duplicate.
       3110-ADD-HELD-ACCOUNT.
           if WS-HELD-COUNT = 0
               or WS-HELD-USERNAME (WS-HELD-COUNT)
                   not = LEGALHOLD-USERNAME
               if WS-HELD-COUNT < WS-HELD-MAX
                   add 1 to WS-HELD-COUNT
                   move LEGALHOLD-USERNAME
                       to WS-HELD-USERNAME (WS-HELD-COUNT)
               else
                   if WS-HOLDS-KNOWN = "Y"
                       display "AUDITROLL: more held accounts than "
                           "the table holds -- no generation deleted "
                           "this run"
                   end-if
                   move "N" to WS-HOLDS-KNOWN
               end-if
           end-if.
      *> A register that cannot be read leaves a renamed account's
      *> older rows unrecognised, so nothing is deleted this run.
       3120-COLLECT-HELD-NAMES.
           move 0 to WS-HELD-NAME-COUNT
           perform varying WS-HELD-IDX from 1 by 1
               until WS-HELD-IDX > WS-HELD-COUNT
               call "USRALIAS" using WS-ACT-NAMES
                   WS-HELD-USERNAME (WS-HELD-IDX) WS-ALIAS-NEW-NAME
                   WS-ALIAS-BY WS-NOW-TS WS-ALIAS-LIST WS-ALIAS-COUNT
                   WS-ALIAS-RC
               if WS-ALIAS-RC not = 0
                   and WS-HOLDS-KNOWN = "Y"
                   display "AUDITROLL: alias register not readable, "
                       "rc " WS-ALIAS-RC
                       " -- no generation deleted this run"
                   move "N" to WS-HOLDS-KNOWN
               end-if
               perform varying WS-ALIAS-IDX from 1 by 1
                   until WS-ALIAS-IDX > WS-ALIAS-COUNT
                   if WS-HELD-NAME-COUNT < WS-HELD-NAME-MAX
                       add 1 to WS-HELD-NAME-COUNT
                       move WS-ALIAS-NAME (WS-ALIAS-IDX)
                           to WS-HELD-NAME (WS-HELD-NAME-COUNT)
                   else
                       if WS-HOLDS-KNOWN = "Y"
                           display "AUDITROLL: more held names than "
                               "the table holds -- no generation "
                               "deleted this run"
                       end-if
                       move "N" to WS-HOLDS-KNOWN
                   end-if
               end-perform
           end-perform.
      *> Reads the expired generation through until the first row of
      *> a held account. A cataloged file that is already gone ("35")
      *> has nothing left to preserve; one that will not open cannot
      *> be shown to be free of held rows, so it stays.
       3200-CHECK-GENERATION-HOLDS.
           move "N" to WS-KEEP-GEN
           move spaces to WS-KEEP-REASON
           evaluate true
               when WS-HOLDS-KNOWN = "N"
                   move "Y" to WS-KEEP-GEN
                   move "legal hold register could not be checked"
                       to WS-KEEP-REASON
               when WS-HELD-COUNT = 0
                   continue
               when other
                   perform 3300-SCAN-FOR-HELD-ROWS
           end-evaluate.
       3300-SCAN-FOR-HELD-ROWS.
           move AUDITGEN-FILENAME to WS-SCAN-PATH
           open input SCAN-FILE
           if WS-SCAN-STATUS = "00"
               move "N" to WS-SCAN-AT-END
               perform until WS-SCAN-AT-END = "Y"
                   read SCAN-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-SCAN-AT-END
                       not at end
                           perform 3310-MATCH-HELD-ACCOUNT
                   end-read
               end-perform
               close SCAN-FILE
           else
               if WS-SCAN-STATUS not = "35"
                   move "Y" to WS-KEEP-GEN
                   string "not readable, status " delimited by size
                       WS-SCAN-STATUS delimited by size
                       into WS-KEEP-REASON
               end-if
           end-if.
       3310-MATCH-HELD-ACCOUNT.
           perform varying WS-HELD-NAME-IDX from 1 by 1
               until WS-HELD-NAME-IDX > WS-HELD-NAME-COUNT
               if AUDIT-USERNAME = WS-HELD-NAME (WS-HELD-NAME-IDX)
                   move "Y" to WS-KEEP-GEN
                   move "Y" to WS-SCAN-AT-END
                   string "rows of held account " delimited by size
                       AUDIT-USERNAME delimited by space
                       into WS-KEEP-REASON
                   move WS-HELD-NAME-COUNT to WS-HELD-NAME-IDX
               end-if
           end-perform.
       4000-PRUNE-LOOKUP-INDEX.
           move 0 to WS-PRUNED-COUNT
           compute WS-CONV-DAYS =
