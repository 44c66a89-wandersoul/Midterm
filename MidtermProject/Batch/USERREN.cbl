       identification division.
       program-id. USERREN.
      *> Nightly username change. Works the renames an ADMIN filed
      *> from the console (USRALIAS.DAT rows still 'P') and carries
      *> each one across every file keyed on or carrying the
      *> username: the member record, password history, known
      *> devices, session history, both username-keyed attempt files,
      *> the dormancy tracker, a closure request, legal holds, and the
      *> keyed audit copy -- plus the subject and body of any mail
      *> still waiting in the queue for the member. The audit trail
      *> itself keeps the name each row was written under; the
      *> completed alias row is what lets the history readers find
      *> those rows (USRALIAS NAMES). Each request is vetted again
      *> before anything moves (USRALIAS VET): an active session or a
      *> pending token refuses it, as does a new name someone else
      *> now holds. A refused request is marked 'X' with the reason
      *> and audited; a completed one is marked 'C', audited against
      *> the new name, and the member is told by mail. Every move is
      *> write-new-then-delete-old, so a run that dies part way is
      *> simply re-run: a request whose member row has already moved
      *> is finished rather than refused. As in ACCTERASE, a file that
      *> exists but will not open holds every request for the night.
       environment division.
       input-output section.
       file-control.
           select USRALIAS-FILE assign to WS-USRALIAS-PATH
               organization indexed
               access mode dynamic
               record key is USRALIAS-OLD-USERNAME
               alternate record key is USRALIAS-NEW-USERNAME
                   with duplicates
               file status is WS-USRALIAS-STATUS.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select PWDHIST-FILE assign to WS-PWDHIST-PATH
               organization indexed
               access mode dynamic
               record key is PWDHIST-USERNAME
               file status is WS-PWDHIST-STATUS.
           select KNOWNDEV-FILE assign to WS-KNOWNDEV-PATH
               organization indexed
               access mode dynamic
               record key is KNOWNDEV-KEY
               file status is WS-KNOWNDEV-STATUS.
           select SESSION-FILE assign to WS-SESSION-PATH
               organization indexed
               access mode dynamic
               record key is SESS-ID
               alternate record key is SESS-USERNAME
                   with duplicates
               file status is WS-SESSION-STATUS.
           select ATTMPT-FILE assign dynamic WS-ATTMPT-PATH
               organization indexed
               access mode dynamic
               record key is ATTMPT-KEY
               file status is WS-ATTMPT-STATUS.
           select DORMANT-FILE assign to WS-DORMANT-PATH
               organization indexed
               access mode dynamic
               record key is DORMANT-USERNAME
               file status is WS-DORMANT-STATUS.
           select CLOSEREQ-FILE assign to WS-CLOSEREQ-PATH
               organization indexed
               access mode dynamic
               record key is CLOSEREQ-USERNAME
               file status is WS-CLOSEREQ-STATUS.
           select LEGALHOLD-FILE assign to WS-LEGALHOLD-PATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-LEGALHOLD-STATUS.
           select MAILQ-FILE assign to WS-MAILQ-PATH
               organization indexed
               access mode dynamic
               record key is MAILQ-MSG-ID
               file status is WS-MAILQ-STATUS.
           select AUDITIX-FILE assign to WS-AUDITIX-PATH
               organization indexed
               access mode dynamic
               record key is AUDITIX-KEY
               file status is WS-AUDITIX-STATUS.
       data division.
       file section.
       fd  USRALIAS-FILE.
       copy USRALSRC.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  PWDHIST-FILE.
       copy PWDHSTRC.
       fd  KNOWNDEV-FILE.
       copy KNOWNDVR.
       fd  SESSION-FILE.
       copy SESSNREC.
       fd  ATTMPT-FILE.
       copy ATTMPREC.
       fd  DORMANT-FILE.
       copy DORMNTRC.
       fd  CLOSEREQ-FILE.
       copy CLOSERQC.
       fd  LEGALHOLD-FILE.
       copy LGLHOLDR.
       fd  MAILQ-FILE.
       copy MAILQREC.
       fd  AUDITIX-FILE.
       copy AUDITIXR.
       working-storage section.
       01  WS-USRALIAS-PATH                PIC X(100)
               VALUE "USRALIAS.DAT".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-PWDHIST-PATH                 PIC X(100)
               VALUE "PWDHIST.DAT".
       01  WS-KNOWNDEV-PATH                PIC X(100)
               VALUE "KNOWNDEV.DAT".
       01  WS-SESSION-PATH                 PIC X(100)
               VALUE "SESSION.DAT".
       01  WS-ATTMPT-LOGIN-PATH            PIC X(100)
               VALUE "ATTMPT-LOGIN.DAT".
       01  WS-ATTMPT-MFA-PATH              PIC X(100)
               VALUE "ATTMPT-MFA.DAT".
       01  WS-DORMANT-PATH                 PIC X(100)
               VALUE "DORMANT.DAT".
       01  WS-CLOSEREQ-PATH                PIC X(100)
               VALUE "CLOSEREQ.DAT".
       01  WS-LEGALHOLD-PATH               PIC X(100)
               VALUE "LEGALHOLD.DAT".
       01  WS-MAILQ-PATH                   PIC X(100)
               VALUE "MAILQUEUE.DAT".
       01  WS-AUDITIX-PATH                 PIC X(100)
               VALUE "AUDITIX.DAT".
       01  WS-ATTMPT-PATH                  PIC X(100).
       01  WS-USRALIAS-STATUS              PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-PWDHIST-STATUS               PIC XX.
       01  WS-KNOWNDEV-STATUS              PIC XX.
       01  WS-SESSION-STATUS               PIC XX.
       01  WS-ATTMPT-STATUS                PIC XX.
       01  WS-DORMANT-STATUS               PIC XX.
       01  WS-CLOSEREQ-STATUS              PIC XX.
       01  WS-LEGALHOLD-STATUS             PIC XX.
       01  WS-MAILQ-STATUS                 PIC XX.
       01  WS-AUDITIX-STATUS               PIC XX.
       01  WS-OPEN-STATUS                  PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
      *> The run works at most this many renames a night; anything
      *> beyond stays 'P' for the next night.
       01  WS-REQ-MAX                      PIC 9(2) VALUE 50.
       01  WS-REQ-COUNT                    PIC 9(2) VALUE 0.
       01  WS-APPLY-COUNT                  PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(4) VALUE 0.
       01  WS-RESUMED-COUNT                PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY occurs 50 times.
               10  WS-REQ-OLD              PIC X(50).
               10  WS-REQ-NEW              PIC X(50).
               10  WS-REQ-EMAIL            PIC X(100).
      *>           'A' = carry out, 'R' = refused this run
               10  WS-REQ-ACTION           PIC X(1).
               10  WS-REQ-REASON           PIC X(30).
               10  WS-REQ-MOVED            PIC 9(6).
       01  WS-IDX                          PIC 9(2).
       01  WS-MOVE-COUNT                   PIC 9(6).
       01  WS-OLD-NAME                     PIC X(50).
       01  WS-NEW-NAME                     PIC X(50).
       01  WS-OLD-FOUND                    PIC X.
       01  WS-NEW-FOUND                    PIC X.
       01  WS-OLD-DETAIL                   PIC X(189).
      *> Whole-run success flag for phase 2, ACCTERASE's WS-ERASE-OK:
      *> a file that exists but will not open leaves every request
      *> 'P' for the next night rather than marking a half-moved
      *> account complete.
       01  WS-RENAME-OK                    PIC X VALUE "Y".
       01  WS-WRITE-OK                     PIC X.
       01  WS-SAVE-SEQ                     PIC 9(4).
      *> Mail text rewrite: the old name is replaced wherever it stands
      *> as a whole word, so "bob" in "bobby" or in an address is left
      *> alone.
       01  WS-OLD-LEN                      PIC 9(4).
       01  WS-NEW-LEN                      PIC 9(4).
       01  WS-TEXT-IN                      PIC X(500).
       01  WS-TEXT-OUT                     PIC X(500).
       01  WS-TEXT-MAX                     PIC 9(4).
       01  WS-IN-POS                       PIC 9(4).
       01  WS-OUT-POS                      PIC 9(4).
       01  WS-CH-POS                       PIC 9(4).
       01  WS-CH                           PIC X.
       01  WS-NAME-HERE                    PIC X.
       01  WS-NAME-CHAR                    PIC X.
       01  WS-TEXT-CHANGED                 PIC X.
       01  WS-ROW-CHANGED                  PIC X.
       01  WS-ACT-VET                      PIC X(10) VALUE "VET".
       01  WS-VET-LIST                     PIC X(1000).
       01  WS-VET-COUNT                    PIC 9(4).
       01  WS-VET-RC                       PIC 9(2).
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-AUDIT-DETAIL                 PIC X(24).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-EVT-USERNAME-CHANGED         PIC X(30)
               VALUE "ADMIN_USERNAME_CHANGED".
       01  WS-EVT-RENAME-REFUSED           PIC X(30)
               VALUE "ADMIN_RENAME_REFUSED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "USERREN".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "ApplyPendingRenames".
       01  WS-TMPL-USERNAME-CHANGED        PIC X(20)
               VALUE "USERNAME-CHANGED".
       01  WS-PRIO-NORMAL                  PIC X(1) VALUE "N".
       01  WS-MAIL-LIST                    PIC X(200).
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-BATCHCTL-PATH                PIC X(100)
               VALUE "BATCHCTL.DAT".
       01  WS-BATCHHIST-PATH               PIC X(100)
               VALUE "BATCHHIST.DAT".
       01  WS-JOB-NAME                     PIC X(10)
               VALUE "USERREN".
       01  WS-ACT-STARTRUN                 PIC X(10) VALUE "STARTRUN".
       01  WS-ACT-PHASE                    PIC X(10) VALUE "PHASE".
       01  WS-ACT-ENDRUN                   PIC X(10) VALUE "ENDRUN".
       01  WS-RESTARTED                    PIC X(1).
       01  WS-LAST-PHASE                   PIC 9(4).
       01  WS-PHASE                        PIC 9(4).
       01  WS-PHASE-NAME                   PIC X(30).
       01  WS-CKP-COUNT                    PIC 9(8).
       01  WS-CKP-RC                       PIC 9(2).
       procedure division.
       0000-MAIN.
           display "USERREN: username changes starting"
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           call "BATCHCKP" using WS-ACT-STARTRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           perform 1000-COLLECT-PENDING
           if WS-REQ-COUNT = 0
               display "USERREN: no username changes pending"
           else
               perform 1100-VET-REQUESTS
               move 1 to WS-PHASE
               move "VET RENAME REQUESTS" to WS-PHASE-NAME
               move WS-REQ-COUNT to WS-CKP-COUNT
               call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
                   WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE
                   WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS WS-RESTARTED
                   WS-LAST-PHASE WS-CKP-RC
               perform 2000-RENAME-OPERATIONAL-ROWS
               move 2 to WS-PHASE
               move "RENAME OPERATIONAL ROWS" to WS-PHASE-NAME
               move WS-APPLY-COUNT to WS-CKP-COUNT
               call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
                   WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE
                   WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS WS-RESTARTED
                   WS-LAST-PHASE WS-CKP-RC
               if WS-RENAME-OK = "Y"
                   perform 3000-COMPLETE-AND-NOTIFY
                   move 3 to WS-PHASE
                   move "COMPLETE AND NOTIFY" to WS-PHASE-NAME
                   move WS-APPLY-COUNT to WS-CKP-COUNT
                   call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
                       WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE
                       WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS
                       WS-RESTARTED WS-LAST-PHASE WS-CKP-RC
               else
                   display "USERREN: renames incomplete -- "
                       WS-APPLY-COUNT " requests held this run; "
                       "the next run finishes them"
               end-if
           end-if
           move 9999 to WS-PHASE
           move "RUN COMPLETE" to WS-PHASE-NAME
           move WS-APPLY-COUNT to WS-CKP-COUNT
           call "BATCHCKP" using WS-ACT-ENDRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           display "USERREN: requests pending  " WS-REQ-COUNT
           display "USERREN: requests refused  " WS-REFUSED-COUNT
           if WS-RENAME-OK = "Y"
               display "USERREN: renames completed " WS-APPLY-COUNT
           else
               display "USERREN: renames held     " WS-APPLY-COUNT
           end-if
           display "USERREN: username changes complete"
           goback.
      *> The pending rows are gathered first and vetted afterwards:
      *> vetting reads the register by key, which would lose the
      *> place of a sequential walk.
       1000-COLLECT-PENDING.
           move 0 to WS-REQ-COUNT
           open input USRALIAS-FILE
           if WS-USRALIAS-STATUS not = "00"
               if WS-USRALIAS-STATUS not = "35"
                   display "USERREN: alias register not available, "
                       "status " WS-USRALIAS-STATUS
               end-if
           else
               move "N" to WS-AT-END
               move low-values to USRALIAS-OLD-USERNAME
               start USRALIAS-FILE
                   key is not less than USRALIAS-OLD-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read USRALIAS-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if USRALIAS-STATUS = "P"
                               and WS-REQ-COUNT < WS-REQ-MAX
                               add 1 to WS-REQ-COUNT
                               move USRALIAS-OLD-USERNAME
                                   to WS-REQ-OLD (WS-REQ-COUNT)
                               move USRALIAS-NEW-USERNAME
                                   to WS-REQ-NEW (WS-REQ-COUNT)
                               move spaces
                                   to WS-REQ-EMAIL (WS-REQ-COUNT)
                               move "A" to WS-REQ-ACTION (WS-REQ-COUNT)
                               move spaces
                                   to WS-REQ-REASON (WS-REQ-COUNT)
                               move 0 to WS-REQ-MOVED (WS-REQ-COUNT)
                           end-if
                   end-read
               end-perform
               close USRALIAS-FILE
           end-if.
       1100-VET-REQUESTS.
           open i-o USRALIAS-FILE
           open input MBRUSR-FILE
           if WS-USRALIAS-STATUS not = "00"
               or WS-MBRUSR-STATUS not = "00"
               display "USERREN: alias register or member store not "
                   "available -- all requests held this run"
               move "N" to WS-RENAME-OK
           else
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-REQ-COUNT
                   perform 1200-VET-ONE-REQUEST
                   if WS-REQ-ACTION (WS-IDX) = "R"
                       perform 1400-REFUSE-REQUEST
                   else
                       add 1 to WS-APPLY-COUNT
                   end-if
               end-perform
           end-if
           if WS-USRALIAS-STATUS = "00"
               close USRALIAS-FILE
           end-if
           if WS-MBRUSR-STATUS = "00"
               close MBRUSR-FILE
           end-if.
      *> Old row present, new absent: a fresh request -- vet it. Old
      *> row gone and new present: an earlier run moved the member row
      *> and died, so finish the job. The same pair both present with
      *> identical content is that run dying between the write and
      *> the delete -- also finish. Anything else is refused.
       1200-VET-ONE-REQUEST.
           move "N" to WS-OLD-FOUND
           move "N" to WS-NEW-FOUND
           move WS-REQ-OLD (WS-IDX) to MBRUSR-USERNAME
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-OLD-FOUND
                   move MBRUSR-RECORD (51:189) to WS-OLD-DETAIL
                   move MBRUSR-EMAIL to WS-REQ-EMAIL (WS-IDX)
           end-read
           move WS-REQ-NEW (WS-IDX) to MBRUSR-USERNAME
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-NEW-FOUND
                   if WS-OLD-FOUND = "N"
                       move MBRUSR-EMAIL to WS-REQ-EMAIL (WS-IDX)
                   end-if
           end-read
           evaluate true
               when WS-OLD-FOUND = "Y" and WS-NEW-FOUND = "N"
                   perform 1300-VET-NEW-NAME
                   if WS-REQ-ACTION (WS-IDX) = "A"
                       call "USRALIAS" using WS-ACT-VET
                           WS-REQ-OLD (WS-IDX) WS-REQ-NEW (WS-IDX)
                           WS-SPACES-X50 WS-NOW-TS WS-VET-LIST
                           WS-VET-COUNT WS-VET-RC
                       if WS-VET-RC not = 0
                           move "R" to WS-REQ-ACTION (WS-IDX)
                           move WS-VET-LIST (1:30)
                               to WS-REQ-REASON (WS-IDX)
                       end-if
                   end-if
               when WS-OLD-FOUND = "N" and WS-NEW-FOUND = "Y"
                   add 1 to WS-RESUMED-COUNT
                   display "USERREN: finishing interrupted rename of "
                       WS-REQ-OLD (WS-IDX)
               when WS-OLD-FOUND = "Y" and WS-NEW-FOUND = "Y"
                   if MBRUSR-RECORD (51:189) = WS-OLD-DETAIL
                       add 1 to WS-RESUMED-COUNT
                       display "USERREN: finishing interrupted rename"
                           " of " WS-REQ-OLD (WS-IDX)
                   else
                       move "R" to WS-REQ-ACTION (WS-IDX)
                       move "NEW NAME TAKEN"
                           to WS-REQ-REASON (WS-IDX)
                   end-if
               when other
                   move "R" to WS-REQ-ACTION (WS-IDX)
                   move "ACCOUNT NOT FOUND" to WS-REQ-REASON (WS-IDX)
           end-evaluate.
      *> A name retired by a completed rename since this one was
      *> filed cannot be handed out again.
       1300-VET-NEW-NAME.
           move WS-REQ-NEW (WS-IDX) to USRALIAS-OLD-USERNAME
           read USRALIAS-FILE
               key is USRALIAS-OLD-USERNAME
               invalid key
                   continue
               not invalid key
                   if USRALIAS-STATUS = "C"
                       move "R" to WS-REQ-ACTION (WS-IDX)
                       move "NEW NAME RETIRED"
                           to WS-REQ-REASON (WS-IDX)
                   end-if
           end-read.
       1400-REFUSE-REQUEST.
           add 1 to WS-REFUSED-COUNT
           display "USERREN: rename of " WS-REQ-OLD (WS-IDX)
               " refused - " WS-REQ-REASON (WS-IDX)
           move WS-REQ-OLD (WS-IDX) to USRALIAS-OLD-USERNAME
           read USRALIAS-FILE
               key is USRALIAS-OLD-USERNAME
               invalid key
                   continue
               not invalid key
                   move "X" to USRALIAS-STATUS
                   move WS-NOW-TS to USRALIAS-DONE-TS
                   move WS-REQ-REASON (WS-IDX) to USRALIAS-REASON
                   rewrite USRALIAS-RECORD
           end-read
           move WS-REQ-REASON (WS-IDX) to WS-AUDIT-DETAIL
           call "AUDITDTL" using WS-REQ-OLD (WS-IDX)
               WS-EVT-RENAME-REFUSED WS-NOW-TS WS-SRC-CLASS
               WS-SRC-METHOD WS-SPACES-X45 WS-SPACES-X40
               WS-AUDIT-DETAIL WS-AUDIT-RC.
       2000-RENAME-OPERATIONAL-ROWS.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-REQ-COUNT
               if WS-REQ-ACTION (WS-IDX) = "A"
                   and WS-RENAME-OK = "Y"
                   move WS-REQ-OLD (WS-IDX) to WS-OLD-NAME
                   move WS-REQ-NEW (WS-IDX) to WS-NEW-NAME
                   move 0 to WS-MOVE-COUNT
                   perform 2100-MOVE-MEMBER-ROW
                   perform 2200-MOVE-PWDHIST-ROW
                   perform 2300-MOVE-KNOWN-DEVICES
                   perform 2400-MOVE-SESSIONS
                   move WS-ATTMPT-LOGIN-PATH to WS-ATTMPT-PATH
                   perform 2500-MOVE-ATTEMPT-ROW
                   move WS-ATTMPT-MFA-PATH to WS-ATTMPT-PATH
                   perform 2500-MOVE-ATTEMPT-ROW
                   perform 2600-MOVE-DORMANT-ROW
                   perform 2700-MOVE-CLOSURE-REQUEST
                   perform 2800-MOVE-LEGAL-HOLDS
                   perform 2900-REWRITE-QUEUED-MAIL
                   perform 2950-MOVE-INDEX-ROWS
                   move WS-MOVE-COUNT to WS-REQ-MOVED (WS-IDX)
               end-if
           end-perform.
      *> ACCTERASE's open check: a file never created holds nothing
      *> to move; any other failure holds the run.
       2050-CHECK-RENAME-OPEN.
           if WS-OPEN-STATUS not = "00"
               and WS-OPEN-STATUS not = "35"
               if WS-RENAME-OK = "Y"
                   display "USERREN: operational file not "
                       "available, status " WS-OPEN-STATUS
                       " -- requests will be held this run"
                   move "N" to WS-RENAME-OK
               end-if
           end-if.
      *> Single-key files: read under the old name, write the same row
      *> under the new one, then delete the old. A row already written
      *> by an interrupted run is left as it is.
       2100-MOVE-MEMBER-ROW.
           open i-o MBRUSR-FILE
           move WS-MBRUSR-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-MBRUSR-STATUS = "00"
               move WS-OLD-NAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       continue
                   not invalid key
                       move WS-NEW-NAME to MBRUSR-USERNAME
                       write MBRUSR-RECORD
                           invalid key
                               continue
                       end-write
                       move WS-OLD-NAME to MBRUSR-USERNAME
                       delete MBRUSR-FILE record
                           invalid key
                               continue
                       end-delete
                       add 1 to WS-MOVE-COUNT
               end-read
               close MBRUSR-FILE
           end-if.
       2200-MOVE-PWDHIST-ROW.
           open i-o PWDHIST-FILE
           move WS-PWDHIST-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-PWDHIST-STATUS = "00"
               move WS-OLD-NAME to PWDHIST-USERNAME
               read PWDHIST-FILE
                   key is PWDHIST-USERNAME
                   invalid key
                       continue
                   not invalid key
                       move WS-NEW-NAME to PWDHIST-USERNAME
                       write PWDHIST-RECORD
                           invalid key
                               continue
                       end-write
                       move WS-OLD-NAME to PWDHIST-USERNAME
                       delete PWDHIST-FILE record
                           invalid key
                               continue
                       end-delete
                       add 1 to WS-MOVE-COUNT
               end-read
               close PWDHIST-FILE
           end-if.
      *> Keys that lead with the username: each of the account's rows
      *> is re-keyed and the walk re-seated on the old name, since the
      *> delete took the row the cursor stood on.
       2300-MOVE-KNOWN-DEVICES.
           open i-o KNOWNDEV-FILE
           move WS-KNOWNDEV-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-KNOWNDEV-STATUS = "00"
               perform 2310-START-DEVICE-WALK
               perform until WS-AT-END = "Y"
                   read KNOWNDEV-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if KNOWNDEV-USERNAME = WS-OLD-NAME
                               move WS-NEW-NAME to KNOWNDEV-USERNAME
                               write KNOWNDEV-RECORD
                                   invalid key
                                       continue
                               end-write
                               move WS-OLD-NAME to KNOWNDEV-USERNAME
                               delete KNOWNDEV-FILE record
                                   invalid key
                                       continue
                               end-delete
                               add 1 to WS-MOVE-COUNT
                               perform 2310-START-DEVICE-WALK
                           else
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close KNOWNDEV-FILE
           end-if.
       2310-START-DEVICE-WALK.
           move "N" to WS-AT-END
           move low-values to KNOWNDEV-KEY
           move WS-OLD-NAME to KNOWNDEV-USERNAME
           start KNOWNDEV-FILE
               key is not less than KNOWNDEV-KEY
               invalid key
                   move "Y" to WS-AT-END
           end-start.
      *> Sessions are keyed on the session id; only the alternate key
      *> changes, so each row is rewritten in place and the walk
      *> re-seated on the old name.
       2400-MOVE-SESSIONS.
           open i-o SESSION-FILE
           move WS-SESSION-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-SESSION-STATUS = "00"
               perform 2410-START-SESSION-WALK
               perform until WS-AT-END = "Y"
                   read SESSION-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if SESS-USERNAME = WS-OLD-NAME
                               move WS-NEW-NAME to SESS-USERNAME
                               rewrite SESSION-RECORD
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to WS-MOVE-COUNT
                               perform 2410-START-SESSION-WALK
                           else
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close SESSION-FILE
           end-if.
       2410-START-SESSION-WALK.
           move "N" to WS-AT-END
           move WS-OLD-NAME to SESS-USERNAME
           start SESSION-FILE
               key is not less than SESS-USERNAME
               invalid key
                   move "Y" to WS-AT-END
           end-start.
      *> The username-keyed attempt files only -- the registration
      *> throttle is keyed on client IPs.
       2500-MOVE-ATTEMPT-ROW.
           open i-o ATTMPT-FILE
           move WS-ATTMPT-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-ATTMPT-STATUS = "00"
               move WS-OLD-NAME to ATTMPT-KEY
               read ATTMPT-FILE
                   key is ATTMPT-KEY
                   invalid key
                       continue
                   not invalid key
                       move WS-NEW-NAME to ATTMPT-KEY
                       write ATTMPT-RECORD
                           invalid key
                               continue
                       end-write
                       move WS-OLD-NAME to ATTMPT-KEY
                       delete ATTMPT-FILE record
                           invalid key
                               continue
                       end-delete
                       add 1 to WS-MOVE-COUNT
               end-read
               close ATTMPT-FILE
           end-if.
       2600-MOVE-DORMANT-ROW.
           open i-o DORMANT-FILE
           move WS-DORMANT-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-DORMANT-STATUS = "00"
               move WS-OLD-NAME to DORMANT-USERNAME
               read DORMANT-FILE
                   key is DORMANT-USERNAME
                   invalid key
                       continue
                   not invalid key
                       move WS-NEW-NAME to DORMANT-USERNAME
                       write DORMANT-RECORD
                           invalid key
                               continue
                       end-write
                       move WS-OLD-NAME to DORMANT-USERNAME
                       delete DORMANT-FILE record
                           invalid key
                               continue
                       end-delete
                       add 1 to WS-MOVE-COUNT
               end-read
               close DORMANT-FILE
           end-if.
      *> A closure request moves with the account, so ACCTERASE still
      *> finds it, and still erases under the token fixed when it was
      *> filed.
       2700-MOVE-CLOSURE-REQUEST.
           open i-o CLOSEREQ-FILE
           move WS-CLOSEREQ-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-CLOSEREQ-STATUS = "00"
               move WS-OLD-NAME to CLOSEREQ-USERNAME
               read CLOSEREQ-FILE
                   key is CLOSEREQ-USERNAME
                   invalid key
                       continue
                   not invalid key
                       move WS-NEW-NAME to CLOSEREQ-USERNAME
                       write CLOSEREQ-RECORD
                           invalid key
                               continue
                       end-write
                       move WS-OLD-NAME to CLOSEREQ-USERNAME
                       delete CLOSEREQ-FILE record
                           invalid key
                               continue
                       end-delete
                       add 1 to WS-MOVE-COUNT
               end-read
               close CLOSEREQ-FILE
           end-if.
      *> Holds, active and released, follow the account -- a hold
      *> left under the old name would stop protecting it.
       2800-MOVE-LEGAL-HOLDS.
           open i-o LEGALHOLD-FILE
           move WS-LEGALHOLD-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-LEGALHOLD-STATUS = "00"
               perform 2810-START-HOLD-WALK
               perform until WS-AT-END = "Y"
                   read LEGALHOLD-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if LEGALHOLD-USERNAME = WS-OLD-NAME
                               move WS-NEW-NAME to LEGALHOLD-USERNAME
                               write LEGALHOLD-RECORD
                                   invalid key
                                       continue
                               end-write
                               move WS-OLD-NAME to LEGALHOLD-USERNAME
                               delete LEGALHOLD-FILE record
                                   invalid key
                                       continue
                               end-delete
                               add 1 to WS-MOVE-COUNT
                               perform 2810-START-HOLD-WALK
                           else
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close LEGALHOLD-FILE
           end-if.
       2810-START-HOLD-WALK.
           move "N" to WS-AT-END
           move low-values to LEGALHOLD-KEY
           move WS-OLD-NAME to LEGALHOLD-USERNAME
           start LEGALHOLD-FILE
               key is not less than LEGALHOLD-KEY
               invalid key
                   move "Y" to WS-AT-END
           end-start.
      *> Mail still waiting to go ('Q', or 'F' awaiting a retry) to
      *> the member's address was written with the old name in it; a
      *> greeting under a name the member no longer has reads like
      *> somebody else's mail. Sent and dead-lettered rows are the
      *> record of what went out and are left as they are.
       2900-REWRITE-QUEUED-MAIL.
           if WS-REQ-EMAIL (WS-IDX) not = spaces
               open i-o MAILQ-FILE
               move WS-MAILQ-STATUS to WS-OPEN-STATUS
               perform 2050-CHECK-RENAME-OPEN
               if WS-MAILQ-STATUS = "00"
                   perform 2910-MEASURE-NAMES
                   move "N" to WS-AT-END
                   move low-values to MAILQ-MSG-ID
                   start MAILQ-FILE
                       key is not less than MAILQ-MSG-ID
                       invalid key
                           move "Y" to WS-AT-END
                   end-start
                   perform until WS-AT-END = "Y"
                       read MAILQ-FILE next record
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               if MAILQ-TO-EMAIL = WS-REQ-EMAIL (WS-IDX)
                                   and (MAILQ-STATUS = "Q"
                                       or MAILQ-STATUS = "F")
                                   perform 2920-REWRITE-MAIL-ROW
                               end-if
                       end-read
                   end-perform
                   close MAILQ-FILE
               end-if
           end-if.
       2910-MEASURE-NAMES.
           perform varying WS-OLD-LEN from 50 by -1
               until WS-OLD-LEN = 0
               or WS-OLD-NAME (WS-OLD-LEN:1) not = space
               continue
           end-perform
           perform varying WS-NEW-LEN from 50 by -1
               until WS-NEW-LEN = 0
               or WS-NEW-NAME (WS-NEW-LEN:1) not = space
               continue
           end-perform.
       2920-REWRITE-MAIL-ROW.
           move "N" to WS-ROW-CHANGED
           move MAILQ-SUBJECT to WS-TEXT-IN
           move 100 to WS-TEXT-MAX
           perform 2930-REPLACE-NAME-IN-TEXT
           if WS-TEXT-CHANGED = "Y"
               move WS-TEXT-OUT to MAILQ-SUBJECT
               move "Y" to WS-ROW-CHANGED
           end-if
           move MAILQ-BODY to WS-TEXT-IN
           move 500 to WS-TEXT-MAX
           perform 2930-REPLACE-NAME-IN-TEXT
           if WS-TEXT-CHANGED = "Y"
               move WS-TEXT-OUT to MAILQ-BODY
               move "Y" to WS-ROW-CHANGED
           end-if
           if WS-ROW-CHANGED = "Y"
               rewrite MAILQ-RECORD
                   invalid key
                       continue
               end-rewrite
               add 1 to WS-MOVE-COUNT
           end-if.
      *> Copies the text across a byte at a time, putting the new name
      *> wherever the old one stands on its own. Text pushed past the
      *> end of the field by a longer name is dropped, as MAILTMPL
      *> drops an over-long substitution.
       2930-REPLACE-NAME-IN-TEXT.
           move spaces to WS-TEXT-OUT
           move "N" to WS-TEXT-CHANGED
           move 1 to WS-IN-POS
           move 1 to WS-OUT-POS
           perform until WS-IN-POS > WS-TEXT-MAX
               perform 2940-TEST-NAME-AT-POS
               if WS-NAME-HERE = "Y"
                   if WS-OUT-POS + WS-NEW-LEN - 1 <= WS-TEXT-MAX
                       move WS-NEW-NAME (1:WS-NEW-LEN)
                           to WS-TEXT-OUT (WS-OUT-POS:WS-NEW-LEN)
                   end-if
                   add WS-NEW-LEN to WS-OUT-POS
                   add WS-OLD-LEN to WS-IN-POS
                   move "Y" to WS-TEXT-CHANGED
               else
                   if WS-OUT-POS <= WS-TEXT-MAX
                       move WS-TEXT-IN (WS-IN-POS:1)
                           to WS-TEXT-OUT (WS-OUT-POS:1)
                   end-if
                   add 1 to WS-OUT-POS
                   add 1 to WS-IN-POS
               end-if
           end-perform.
       2940-TEST-NAME-AT-POS.
           move "N" to WS-NAME-HERE
           if WS-OLD-LEN > 0
               and WS-IN-POS + WS-OLD-LEN - 1 <= WS-TEXT-MAX
               if WS-TEXT-IN (WS-IN-POS:WS-OLD-LEN)
                   = WS-OLD-NAME (1:WS-OLD-LEN)
                   move "Y" to WS-NAME-HERE
                   if WS-IN-POS > 1
                       compute WS-CH-POS = WS-IN-POS - 1
                       move WS-TEXT-IN (WS-CH-POS:1) to WS-CH
                       perform 2945-TEST-NAME-CHAR
                       if WS-NAME-CHAR = "Y"
                           move "N" to WS-NAME-HERE
                       end-if
                   end-if
                   compute WS-CH-POS = WS-IN-POS + WS-OLD-LEN
                   if WS-NAME-HERE = "Y"
                       and WS-CH-POS <= WS-TEXT-MAX
                       move WS-TEXT-IN (WS-CH-POS:1) to WS-CH
                       perform 2945-TEST-NAME-CHAR
                       if WS-NAME-CHAR = "Y"
                           move "N" to WS-NAME-HERE
                       end-if
                   end-if
               end-if
           end-if.
       2945-TEST-NAME-CHAR.
           if (WS-CH >= "a" and WS-CH <= "z")
               or (WS-CH >= "A" and WS-CH <= "Z")
               or (WS-CH >= "0" and WS-CH <= "9")
               or WS-CH = "_" or WS-CH = "-" or WS-CH = "@"
               move "Y" to WS-NAME-CHAR
           else
               move "N" to WS-NAME-CHAR
           end-if.
      *> The keyed audit copy: delete each row and re-insert it under
      *> the new name, bumping the sequence suffix on collision, the
      *> way ACCTERASE moves rows to the anonymous token.
       2950-MOVE-INDEX-ROWS.
           open i-o AUDITIX-FILE
           move WS-AUDITIX-STATUS to WS-OPEN-STATUS
           perform 2050-CHECK-RENAME-OPEN
           if WS-AUDITIX-STATUS = "00"
               perform 2960-START-INDEX-WALK
               perform until WS-AT-END = "Y"
                   read AUDITIX-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if AUDITIX-USERNAME = WS-OLD-NAME
                               perform 2970-MOVE-INDEX-ROW
                               perform 2960-START-INDEX-WALK
                           else
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close AUDITIX-FILE
           end-if.
       2960-START-INDEX-WALK.
           move "N" to WS-AT-END
           move low-values to AUDITIX-KEY
           move WS-OLD-NAME to AUDITIX-USERNAME
           start AUDITIX-FILE key is not less than AUDITIX-KEY
               invalid key
                   move "Y" to WS-AT-END
           end-start.
       2970-MOVE-INDEX-ROW.
           delete AUDITIX-FILE record
           move WS-NEW-NAME to AUDITIX-USERNAME
           move 1 to AUDITIX-SEQ
           move "N" to WS-WRITE-OK
           perform until WS-WRITE-OK = "Y"
               or AUDITIX-SEQ > 9998
               or (WS-AUDITIX-STATUS not = "00"
                   and WS-AUDITIX-STATUS not = "22")
               write AUDITIX-RECORD
                   invalid key
                       add 1 to AUDITIX-SEQ
                   not invalid key
                       move "Y" to WS-WRITE-OK
               end-write
           end-perform
           add 1 to WS-MOVE-COUNT.
      *> Only once every file has moved: the alias row goes complete
      *> (from here on the old name is retired and the history readers
      *> follow it), the change is audited against the new name with
      *> the old one in the detail, and the member is told at their
      *> address on file.
       3000-COMPLETE-AND-NOTIFY.
           open i-o USRALIAS-FILE
           if WS-USRALIAS-STATUS not = "00"
               display "USERREN: alias register not writable, status "
                   WS-USRALIAS-STATUS " -- renames stay pending"
           else
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-REQ-COUNT
                   if WS-REQ-ACTION (WS-IDX) = "A"
                       perform 3100-COMPLETE-ONE-REQUEST
                   end-if
               end-perform
               close USRALIAS-FILE
           end-if.
       3100-COMPLETE-ONE-REQUEST.
           move WS-REQ-OLD (WS-IDX) to USRALIAS-OLD-USERNAME
           read USRALIAS-FILE
               key is USRALIAS-OLD-USERNAME
               invalid key
                   continue
               not invalid key
                   move "C" to USRALIAS-STATUS
                   move WS-NOW-TS to USRALIAS-DONE-TS
                   move spaces to USRALIAS-REASON
                   rewrite USRALIAS-RECORD
           end-read
           display "USERREN: " WS-REQ-OLD (WS-IDX) (1:30) " renamed "
               WS-REQ-NEW (WS-IDX) (1:30) " rows moved "
               WS-REQ-MOVED (WS-IDX)
           move WS-REQ-OLD (WS-IDX) to WS-AUDIT-DETAIL
           call "AUDITDTL" using WS-REQ-NEW (WS-IDX)
               WS-EVT-USERNAME-CHANGED WS-NOW-TS WS-SRC-CLASS
               WS-SRC-METHOD WS-SPACES-X45 WS-SPACES-X40
               WS-AUDIT-DETAIL WS-AUDIT-RC
           if WS-REQ-EMAIL (WS-IDX) not = spaces
               move spaces to WS-MAIL-LIST
               move WS-REQ-OLD (WS-IDX) to WS-MAIL-LIST
               call "MAILTMPL" using WS-TMPL-USERNAME-CHANGED
                   WS-PRIO-NORMAL WS-REQ-EMAIL (WS-IDX)
                   WS-REQ-NEW (WS-IDX) WS-SPACES-X10 WS-SPACES-X200
                   WS-MAIL-LIST WS-NOW-TS WS-MAIL-RC
           end-if.
       end program USERREN.
