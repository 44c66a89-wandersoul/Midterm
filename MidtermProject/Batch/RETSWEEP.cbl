       identification division.
       program-id. RETSWEEP.
      *> Policy-driven retention sweep for the operational files that
      *> nothing else ages out. SESSPURGE only clears sessions, tokens
      *> and counters; the mail queue keeps every sent and
      *> dead-lettered row, the relay pickup and dead-letter files,
      *> the error log, the known-device register, the batch run
      *> history and the SIEM transfer rows (with their cut files)
      *> only ever grow, and SNAPSHOT copies all of it every night.
      *> The retention policy file (RETPOLCY.DAT, layout in RETPOLRC)
      *> names each file to sweep, the timestamp on the row that
      *> decides its age, the row statuses that may go and how many
      *> days to keep. A row past its retention is first written as a
      *> record-image line to the dated archive file for that file
      *> (RETARC-<yyyymmdd>-<NAME>.DAT, the SNAPSHOT line layout) and
      *> only then deleted; the row stays if the archive write fails.
      *> What the other jobs still need always wins over the policy:
      *>   - each file has a floor below which retention is raised --
      *>     TRENDRPT compares two weeks of mail outcomes and batch
      *>     work counts, ERRDIGEST looks back eight days for its
      *>     REGRESSED flag, and so on (0200-SET-FILE-TABLE);
      *>   - rows still in flight or still in force never go, whatever
      *>     the policy lists: queued or retrying mail, a SIEM cut not
      *>     yet handed off or dead-lettered (that file is the re-send
      *>     copy), a revoked device (deleting it would let the device
      *>     back in);
      *>   - rows of an account under legal hold, under any name the
      *>     account has carried (USRALIAS NAMES), are kept, as
      *>     AUDITROLL keeps its generations, and a file whose rows
      *>     belong to members is not swept at all when the hold
      *>     register cannot be read.
      *> Scheduled under BATCHORC after SNAPSHOT and after the jobs
      *> that read these files that night. SNAPSHOT copies only the
      *> mail queue and the known-device register; for MAILOUT,
      *> MAILDEAD, ERRORLOG, BATCHHIST and SIEMXFER the dated archive
      *> file is the only copy of a swept row, so the archives are
      *> kept as long as those rows could be wanted. One phase per
      *> file, each checkpointed through BATCHCKP with its deleted
      *> count: a run that dies mid-sweep resumes with the next file,
      *> and at worst repeats archive lines for the file it died in --
      *> never loses them. Per-file read / kept / archived / deleted
      *> counts go to RETSWEEP.RPT; a resumed run appends to the
      *> report the first execution started.
       environment division.
       input-output section.
       file-control.
           select POLICY-FILE assign to WS-POLICY-PATH
               organization line sequential
               file status is WS-POLICY-STATUS.
           select MAILQ-FILE assign to WS-MAILQ-PATH
               organization indexed
               access mode dynamic
               record key is MAILQ-MSG-ID
               file status is WS-SRC-STATUS.
           select KNOWNDEV-FILE assign to WS-KNOWNDEV-PATH
               organization indexed
               access mode dynamic
               record key is KNOWNDEV-KEY
               file status is WS-SRC-STATUS.
           select SIEMXFER-FILE assign to WS-SIEMXFER-PATH
               organization indexed
               access mode dynamic
               record key is SIEMXFER-CUT-TS
               file status is WS-SRC-STATUS.
           select SEQ-FILE assign dynamic WS-SEQ-PATH
               organization line sequential
               file status is WS-SRC-STATUS.
           select WORK-FILE assign dynamic WS-WORK-PATH
               organization line sequential
               file status is WS-WORK-STATUS.
           select ARCH-FILE assign dynamic WS-ARCH-PATH
               organization line sequential
               file status is WS-ARCH-STATUS.
           select BACKUP-FILE assign dynamic WS-BACKUP-PATH
               organization line sequential
               file status is WS-BACKUP-STATUS.
           select LEGALHOLD-FILE assign to WS-LEGALHOLD-PATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-LEGALHOLD-STATUS.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  POLICY-FILE.
       01  POLICY-LINE                     PIC X(80).
       fd  MAILQ-FILE.
       copy MAILQREC.
       fd  KNOWNDEV-FILE.
       copy KNOWNDVR.
       fd  SIEMXFER-FILE.
       copy SIEMXFRR.
       fd  SEQ-FILE.
       01  SEQ-LINE                        PIC X(2500).
       fd  WORK-FILE.
       01  WORK-LINE                       PIC X(2500).
       fd  ARCH-FILE.
       01  ARCH-LINE                       PIC X(2500).
       fd  BACKUP-FILE.
       01  BACKUP-LINE                     PIC X(2500).
       fd  LEGALHOLD-FILE.
       copy LGLHOLDR.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).
       working-storage section.
       01  WS-POLICY-PATH                  PIC X(100)
               VALUE "RETPOLCY.DAT".
       01  WS-MAILQ-PATH                   PIC X(100)
               VALUE "MAILQUEUE.DAT".
       01  WS-KNOWNDEV-PATH                PIC X(100)
               VALUE "KNOWNDEV.DAT".
       01  WS-SIEMXFER-PATH                PIC X(100)
               VALUE "SIEMXFER.DAT".
       01  WS-LEGALHOLD-PATH               PIC X(100)
               VALUE "LEGALHOLD.DAT".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-REPORT-PATH                  PIC X(100)
               VALUE "RETSWEEP.RPT".
       01  WS-WORK-PATH                    PIC X(100)
               VALUE "RETSWEEP.WRK".
       01  WS-SEQ-PATH                     PIC X(100).
       01  WS-BACKUP-PATH                  PIC X(100).
       01  WS-BACKUP-STATUS                PIC XX.
       01  WS-ARCH-PATH                    PIC X(100).
       01  WS-DELETE-NAME                  PIC X(100).
       01  WS-POLICY-STATUS                PIC XX.
       01  WS-SRC-STATUS                   PIC XX.
       01  WS-WORK-STATUS                  PIC XX.
       01  WS-ARCH-STATUS                  PIC XX.
       01  WS-LEGALHOLD-STATUS             PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-SCAN-AT-END                  PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-CONV-DAYS                    PIC 9(7).
      *> The files this job knows how to sweep, in phase order. The
      *> floor is the fewest days of rows the file's readers need;
      *> the allowed statuses are the only ones the job will ever
      *> delete (spaces: the rows carry no status). Files whose rows
      *> belong to a member are subject to legal holds.
       01  WS-FILE-COUNT                   PIC 9(2) VALUE 7.
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY occurs 7 times.
               10  WS-FT-NAME              PIC X(12).
               10  WS-FT-PATH              PIC X(100).
               10  WS-FT-FLOOR-DAYS        PIC 9(4).
               10  WS-FT-ALLOWED           PIC X(10).
               10  WS-FT-MEMBER-ROWS       PIC X(1).
               10  WS-FT-HAS-POLICY        PIC X(1).
               10  WS-FT-AGE-FIELD         PIC X(16).
               10  WS-FT-STATUSES          PIC X(10).
               10  WS-FT-RETAIN-DAYS       PIC 9(4).
       01  WS-F                            PIC 9(2).
       01  WS-FOUND-IDX                    PIC 9(2).
       01  WS-STAT-IDX                     PIC 9(2).
       01  WS-STAT-CHAR                    PIC X(1).
       01  WS-STAT-TALLY                   PIC 9(2).
       01  WS-KEPT-STATUSES                PIC X(10).
       01  WS-KEPT-PTR                     PIC 9(2).
       01  WS-AGE-OK                       PIC X.
       01  WS-CUTOFF-DATE                  PIC 9(8).
       01  WS-AGE-TS                       PIC 9(14).
       01  WS-AGE-DATE                     PIC 9(8).
       01  WS-AGE-VALID                    PIC X.
       01  WS-ROW-STATUS                   PIC X(1).
       01  WS-ROW-USERNAME                 PIC X(50).
       01  WS-ROW-EMAIL                    PIC X(100).
       01  WS-ELIGIBLE                     PIC X.
       01  WS-ARCH-OPEN                    PIC X.
       01  WS-ARCH-OK                      PIC X.
       01  WS-ARCH-WRITTEN                 PIC X.
       01  WS-WORK-OK                      PIC X.
       01  WS-SKIP-REASON                  PIC X(60).
       01  WS-READ-COUNT                   PIC 9(8).
       01  WS-KEPT-COUNT                   PIC 9(8).
       01  WS-ARCHIVED-COUNT               PIC 9(8).
       01  WS-DELETED-COUNT                PIC 9(8).
       01  WS-HOLD-KEPT-COUNT              PIC 9(8).
       01  WS-CUTS-REMOVED                 PIC 9(8).
       01  WS-TOTAL-DELETED                PIC 9(8).
      *> Accounts under an active legal hold, one entry for every
      *> name each has carried, with the e-mail address on that name's
      *> member row so mail rows (which carry only an address) can be
      *> matched too -- loaded once per run, the way AUDITROLL loads
      *> them. The current names come first (WS-HELD-ACCT-COUNT of
      *> them), former names after.
       01  WS-HELD-MAX                     PIC 9(4) VALUE 2000.
       01  WS-HELD-COUNT                   PIC 9(4) VALUE 0.
       01  WS-HELD-ACCT-COUNT              PIC 9(4) VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY occurs 2000 times.
               10  WS-HELD-USERNAME        PIC X(50).
               10  WS-HELD-EMAIL           PIC X(100).
       01  WS-HELD-IDX                     PIC 9(4).
       01  WS-HOLDS-KNOWN                  PIC X.
       01  WS-ACCT-IDX                     PIC 9(4).
       01  WS-ALIAS-LIST.
           05  WS-ALIAS-NAME               PIC X(50)
                   occurs 20 times.
       01  WS-ALIAS-COUNT                  PIC 9(4).
       01  WS-ALIAS-IDX                    PIC 9(4).
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-RPT-COUNT                    PIC Z(7)9.
       01  WS-RPT-COUNT-2                  PIC Z(7)9.
       01  WS-RPT-COUNT-3                  PIC Z(7)9.
       01  WS-RPT-COUNT-4                  PIC Z(7)9.
       01  WS-RPT-DAYS                     PIC Z(3)9.
       01  WS-RPT-PTR                      PIC 9(3).
       01  WS-BATCHCTL-PATH                PIC X(100)
               VALUE "BATCHCTL.DAT".
       01  WS-BATCHHIST-PATH               PIC X(100)
               VALUE "BATCHHIST.DAT".
       01  WS-JOB-NAME                     PIC X(10)
               VALUE "RETSWEEP".
       01  WS-ACT-STARTRUN                 PIC X(10) VALUE "STARTRUN".
       01  WS-ACT-PHASE                    PIC X(10) VALUE "PHASE".
       01  WS-ACT-ENDRUN                   PIC X(10) VALUE "ENDRUN".
       01  WS-RESTARTED                    PIC X(1).
       01  WS-LAST-PHASE                   PIC 9(4).
       01  WS-PHASE                        PIC 9(4).
       01  WS-PHASE-NAME                   PIC X(30).
       01  WS-CKP-COUNT                    PIC 9(8).
       01  WS-CKP-RC                       PIC 9(2).
       copy RETPOLRC.
       copy ERRLGREC.
       copy BATCHHST.
      *> The relay pickup and dead-letter files hold queue-row images,
      *> read here under their own names so the keyed queue's record
      *> area is left to the keyed queue.
       copy MAILQREC replacing leading ==MAILQ-== by ==MAILC-==.
       procedure division.
       0000-MAIN.
           display "RETSWEEP: retention sweep starting"
           perform 0100-GET-NOW
           perform 0200-SET-FILE-TABLE
           move 0 to WS-TOTAL-DELETED
           call "BATCHCKP" using WS-ACT-STARTRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           if WS-RESTARTED = "Y"
               move WS-CKP-COUNT to WS-TOTAL-DELETED
               display "RETSWEEP: resuming interrupted run after "
                   "phase " WS-LAST-PHASE
           end-if
      *> The policy and the hold register only fill in-memory tables,
      *> so a resumed run reads them again before its first phase.
           perform 1000-LOAD-POLICY
           perform 1500-LOAD-HELD-ACCOUNTS
           perform 0300-OPEN-REPORT
           perform varying WS-F from 1 by 1
               until WS-F > WS-FILE-COUNT
               if WS-F > WS-LAST-PHASE
                   perform 2000-SWEEP-ONE-FILE
                   move WS-F to WS-PHASE
                   move spaces to WS-PHASE-NAME
                   string "SWEEP " delimited by size
                       WS-FT-NAME (WS-F) delimited by space
                       into WS-PHASE-NAME
                   move WS-DELETED-COUNT to WS-CKP-COUNT
                   add WS-DELETED-COUNT to WS-TOTAL-DELETED
                   call "BATCHCKP" using WS-ACT-PHASE
                       WS-BATCHCTL-PATH WS-BATCHHIST-PATH WS-JOB-NAME
                       WS-PHASE WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS
                       WS-RESTARTED WS-LAST-PHASE WS-CKP-RC
               end-if
           end-perform
           perform 0400-CLOSE-REPORT
           move 9999 to WS-PHASE
           move "RUN COMPLETE" to WS-PHASE-NAME
           move WS-TOTAL-DELETED to WS-CKP-COUNT
           call "BATCHCKP" using WS-ACT-ENDRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           display "RETSWEEP: rows deleted this run " WS-TOTAL-DELETED
           display "RETSWEEP: retention sweep complete"
           goback.
       0100-GET-NOW.
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-CURRENT-DATE-FIELD(1:8) to WS-TODAY-DATE.
      *> Floors: the queue and its two copies keep fifteen days, so
      *> TRENDRPT's this-week / last-week mail counts and a late
      *> bounce for MAILBNCE to match always find their rows; the
      *> error log keeps the eight days ERRDIGEST reads (its week
      *> plus the quiet day before it); devices keep a month, so a
      *> member is not re-notified about a device in ordinary use;
      *> batch history keeps TRENDRPT's fifteen days; SIEM transfer
      *> rows keep a week to answer "did corporate get Tuesday's
      *> events".
       0200-SET-FILE-TABLE.
           move "MAILQUEUE" to WS-FT-NAME (1)
           move WS-MAILQ-PATH to WS-FT-PATH (1)
           move 15 to WS-FT-FLOOR-DAYS (1)
           move "SD" to WS-FT-ALLOWED (1)
           move "Y" to WS-FT-MEMBER-ROWS (1)
           move "MAILOUT" to WS-FT-NAME (2)
           move "MAILOUT.DAT" to WS-FT-PATH (2)
           move 15 to WS-FT-FLOOR-DAYS (2)
           move spaces to WS-FT-ALLOWED (2)
           move "Y" to WS-FT-MEMBER-ROWS (2)
           move "MAILDEAD" to WS-FT-NAME (3)
           move "MAILDEAD.DAT" to WS-FT-PATH (3)
           move 15 to WS-FT-FLOOR-DAYS (3)
           move spaces to WS-FT-ALLOWED (3)
           move "Y" to WS-FT-MEMBER-ROWS (3)
           move "ERRORLOG" to WS-FT-NAME (4)
           move "ERRORLOG.DAT" to WS-FT-PATH (4)
           move 8 to WS-FT-FLOOR-DAYS (4)
           move spaces to WS-FT-ALLOWED (4)
           move "Y" to WS-FT-MEMBER-ROWS (4)
           move "KNOWNDEV" to WS-FT-NAME (5)
           move WS-KNOWNDEV-PATH to WS-FT-PATH (5)
           move 30 to WS-FT-FLOOR-DAYS (5)
           move "AT" to WS-FT-ALLOWED (5)
           move "Y" to WS-FT-MEMBER-ROWS (5)
           move "BATCHHIST" to WS-FT-NAME (6)
           move WS-BATCHHIST-PATH to WS-FT-PATH (6)
           move 15 to WS-FT-FLOOR-DAYS (6)
           move spaces to WS-FT-ALLOWED (6)
           move "N" to WS-FT-MEMBER-ROWS (6)
           move "SIEMXFER" to WS-FT-NAME (7)
           move WS-SIEMXFER-PATH to WS-FT-PATH (7)
           move 7 to WS-FT-FLOOR-DAYS (7)
           move "S" to WS-FT-ALLOWED (7)
           move "N" to WS-FT-MEMBER-ROWS (7)
           perform varying WS-F from 1 by 1
               until WS-F > WS-FILE-COUNT
               move "N" to WS-FT-HAS-POLICY (WS-F)
               move spaces to WS-FT-AGE-FIELD (WS-F)
               move spaces to WS-FT-STATUSES (WS-F)
               move 0 to WS-FT-RETAIN-DAYS (WS-F)
           end-perform.
       0300-OPEN-REPORT.
           if WS-RESTARTED = "Y"
               open extend REPORT-FILE
               if WS-REPORT-STATUS = "00"
                   move spaces to REPORT-LINE
                   string "RESUMED AT " delimited by size
                       WS-NOW-TS delimited by size
                       " AFTER PHASE " delimited by size
                       WS-LAST-PHASE delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               end-if
           end-if
           if WS-RESTARTED not = "Y"
               or WS-REPORT-STATUS not = "00"
               open output REPORT-FILE
               move "RETENTION SWEEP - PER-FILE COUNTS" to REPORT-LINE
               write REPORT-LINE
               move spaces to REPORT-LINE
               string "RUN AT: " delimited by size
                   WS-NOW-TS delimited by size
                   "   POLICY: " delimited by size
                   WS-POLICY-PATH delimited by space
                   into REPORT-LINE
               write REPORT-LINE
               move spaces to REPORT-LINE
               write REPORT-LINE
               move "FILE              READ      KEPT  ARCHIVED   DELET
      -            "ED" to REPORT-LINE
               write REPORT-LINE
           end-if.
       0400-CLOSE-REPORT.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-DELETED to WS-RPT-COUNT
           move spaces to REPORT-LINE
           string "ROWS DELETED THIS RUN " delimited by size
               WS-RPT-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           close REPORT-FILE.
      *> A missing policy file sweeps nothing: retention is opt-in per
      *> file, and no file is ever aged out on a default.
       1000-LOAD-POLICY.
           open input POLICY-FILE
           if WS-POLICY-STATUS not = "00"
               display "RETSWEEP: no retention policy (" WS-POLICY-PATH
                   ") -- nothing will be swept"
           else
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read POLICY-FILE into RETPOL-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if RETPOL-FILE-NAME not = spaces
                               perform 1100-APPLY-POLICY-LINE
                           end-if
                   end-read
               end-perform
               close POLICY-FILE
           end-if.
       1100-APPLY-POLICY-LINE.
           move 0 to WS-FOUND-IDX
           perform varying WS-F from 1 by 1
               until WS-F > WS-FILE-COUNT
               if WS-FT-NAME (WS-F) = RETPOL-FILE-NAME
                   move WS-F to WS-FOUND-IDX
               end-if
           end-perform
           evaluate true
               when WS-FOUND-IDX = 0
                   display "RETSWEEP: policy for unknown file ignored: "
                       RETPOL-FILE-NAME
               when WS-FT-HAS-POLICY (WS-FOUND-IDX) = "Y"
                   display "RETSWEEP: second policy line for "
                       RETPOL-FILE-NAME " ignored -- first one kept"
               when RETPOL-RETAIN-DAYS is not numeric
                   display "RETSWEEP: retention days not usable for "
                       RETPOL-FILE-NAME " -- file not swept"
               when other
                   move WS-FOUND-IDX to WS-F
                   perform 1200-CHECK-AGE-FIELD
                   if WS-AGE-OK = "Y"
                       perform 1300-CHECK-STATUSES
                   end-if
                   if WS-AGE-OK = "Y"
                       move "Y" to WS-FT-HAS-POLICY (WS-F)
                       move RETPOL-AGE-FIELD to WS-FT-AGE-FIELD (WS-F)
                       move WS-KEPT-STATUSES to WS-FT-STATUSES (WS-F)
                       move RETPOL-RETAIN-DAYS
                           to WS-FT-RETAIN-DAYS (WS-F)
                       if RETPOL-RETAIN-DAYS < WS-FT-FLOOR-DAYS (WS-F)
                           move WS-FT-FLOOR-DAYS (WS-F)
                               to WS-FT-RETAIN-DAYS (WS-F)
                           display "RETSWEEP: " RETPOL-FILE-NAME
                               " retention raised to its floor of "
                               WS-FT-FLOOR-DAYS (WS-F) " days"
                       end-if
                   end-if
           end-evaluate.
       1200-CHECK-AGE-FIELD.
           move "N" to WS-AGE-OK
           evaluate WS-F
               when 1 thru 3
                   if RETPOL-AGE-FIELD = "QUEUED-TS"
                       or RETPOL-AGE-FIELD = "SENT-TS"
                       or RETPOL-AGE-FIELD = "MSG-TS"
                       move "Y" to WS-AGE-OK
                   end-if
               when 4
                   if RETPOL-AGE-FIELD = "TIMESTAMP"
                       move "Y" to WS-AGE-OK
                   end-if
               when 5
                   if RETPOL-AGE-FIELD = "LAST-SEEN-TS"
                       or RETPOL-AGE-FIELD = "FIRST-SEEN-TS"
                       move "Y" to WS-AGE-OK
                   end-if
               when 6
                   if RETPOL-AGE-FIELD = "TS"
                       or RETPOL-AGE-FIELD = "RUN-ID"
                       move "Y" to WS-AGE-OK
                   end-if
               when 7
                   if RETPOL-AGE-FIELD = "CUT-TS"
                       or RETPOL-AGE-FIELD = "SENT-TS"
                       move "Y" to WS-AGE-OK
                   end-if
           end-evaluate
           if WS-AGE-OK not = "Y"
               display "RETSWEEP: age field " RETPOL-AGE-FIELD
                   " not known for " RETPOL-FILE-NAME
                   " -- file not swept"
           end-if.
      *> Only the statuses this job allows for the file survive into
      *> the effective list; anything else the policy names is
      *> dropped and said so. A file with statuses that ends up with
      *> none left has nothing it may delete and is not swept.
       1300-CHECK-STATUSES.
           move spaces to WS-KEPT-STATUSES
           move 1 to WS-KEPT-PTR
           if WS-FT-ALLOWED (WS-F) = spaces
               if RETPOL-STATUSES not = spaces
                   display "RETSWEEP: " RETPOL-FILE-NAME
                       " rows carry no status -- status list ignored"
               end-if
           else
               perform varying WS-STAT-IDX from 1 by 1
                   until WS-STAT-IDX > 10
                   move RETPOL-STATUSES (WS-STAT-IDX:1)
                       to WS-STAT-CHAR
                   if WS-STAT-CHAR not = space
                       move 0 to WS-STAT-TALLY
                       inspect WS-FT-ALLOWED (WS-F)
                           tallying WS-STAT-TALLY
                           for all WS-STAT-CHAR
                       if WS-STAT-TALLY > 0
                           move WS-STAT-CHAR
                               to WS-KEPT-STATUSES (WS-KEPT-PTR:1)
                           add 1 to WS-KEPT-PTR
                       else
                           display "RETSWEEP: status " WS-STAT-CHAR
                               " is never deleted from "
                               RETPOL-FILE-NAME " -- dropped"
                       end-if
                   end-if
               end-perform
               if WS-KEPT-STATUSES = spaces
                   move "N" to WS-AGE-OK
                   display "RETSWEEP: no deletable status listed for "
                       RETPOL-FILE-NAME " -- file not swept"
               end-if
           end-if.
      *> Distinct accounts with at least one active hold, as
      *> AUDITROLL's 3100 loads them, then each one's e-mail address
      *> off the member file. A register never created ("35") means
      *> no holds; one that will not read, a full table, or a member
      *> file that will not read while holds exist all mean the
      *> member files are left alone this run.
       1500-LOAD-HELD-ACCOUNTS.
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
                               perform 1510-ADD-HELD-ACCOUNT
                           end-if
                   end-read
               end-perform
               close LEGALHOLD-FILE
           else
               if WS-LEGALHOLD-STATUS not = "35"
                   move "N" to WS-HOLDS-KNOWN
                   display "RETSWEEP: legal hold register not "
                       "readable, status " WS-LEGALHOLD-STATUS
                       " -- member files not swept this run"
               end-if
           end-if
           move WS-HELD-COUNT to WS-HELD-ACCT-COUNT
           if WS-HELD-COUNT > 0
               and WS-HOLDS-KNOWN = "Y"
               perform 1530-ADD-FORMER-NAMES
           end-if
           if WS-HELD-COUNT > 0
               and WS-HOLDS-KNOWN = "Y"
               perform 1520-LOOK-UP-HELD-EMAILS
           end-if
           display "RETSWEEP: accounts under legal hold "
               WS-HELD-ACCT-COUNT
           display "RETSWEEP: held names matched        "
               WS-HELD-COUNT.
       1510-ADD-HELD-ACCOUNT.
           if WS-HELD-COUNT = 0
               or WS-HELD-USERNAME (WS-HELD-COUNT)
                   not = LEGALHOLD-USERNAME
               if WS-HELD-COUNT < WS-HELD-MAX
                   add 1 to WS-HELD-COUNT
                   move LEGALHOLD-USERNAME
                       to WS-HELD-USERNAME (WS-HELD-COUNT)
                   move spaces to WS-HELD-EMAIL (WS-HELD-COUNT)
               else
                   if WS-HOLDS-KNOWN = "Y"
                       display "RETSWEEP: more held accounts than "
                           "the table holds -- member files not "
                           "swept this run"
                   end-if
                   move "N" to WS-HOLDS-KNOWN
               end-if
           end-if.
      *> Every held name is looked up. A name USERREN has carried
      *> forward no longer has a member row of its own; the address
      *> stays blank and the account's mail is matched on the address
      *> held under its current name.
       1520-LOOK-UP-HELD-EMAILS.
           open input MBRUSR-FILE
           if WS-MBRUSR-STATUS = "00"
               perform varying WS-HELD-IDX from 1 by 1
                   until WS-HELD-IDX > WS-HELD-COUNT
                   move WS-HELD-USERNAME (WS-HELD-IDX)
                       to MBRUSR-USERNAME
                   read MBRUSR-FILE
                       key is MBRUSR-USERNAME
                       invalid key
                           continue
                       not invalid key
                           move MBRUSR-EMAIL
                               to WS-HELD-EMAIL (WS-HELD-IDX)
                   end-read
               end-perform
               close MBRUSR-FILE
           else
               move "N" to WS-HOLDS-KNOWN
               display "RETSWEEP: member file not readable, status "
                   WS-MBRUSR-STATUS " -- held accounts' mail cannot "
                   "be told apart, member files not swept this run"
           end-if.
      *> Rows keep the name they were written under, so a held
      *> account that has been renamed is matched on its former names
      *> as well. NAMES lists the current name first; it is already in
      *> the table. A register that cannot be read leaves the holds
      *> incomplete, and member files are not swept.
       1530-ADD-FORMER-NAMES.
           perform varying WS-ACCT-IDX from 1 by 1
               until WS-ACCT-IDX > WS-HELD-ACCT-COUNT
               call "USRALIAS" using WS-ACT-NAMES
                   WS-HELD-USERNAME (WS-ACCT-IDX) WS-ALIAS-NEW-NAME
                   WS-ALIAS-BY WS-NOW-TS WS-ALIAS-LIST WS-ALIAS-COUNT
                   WS-ALIAS-RC
               if WS-ALIAS-RC not = 0
                   if WS-HOLDS-KNOWN = "Y"
                       display "RETSWEEP: alias register not "
                           "readable, rc " WS-ALIAS-RC
                           " -- member files not swept this run"
                   end-if
                   move "N" to WS-HOLDS-KNOWN
                   move WS-HELD-ACCT-COUNT to WS-ACCT-IDX
               else
                   perform varying WS-ALIAS-IDX from 2 by 1
                       until WS-ALIAS-IDX > WS-ALIAS-COUNT
                       if WS-HELD-COUNT < WS-HELD-MAX
                           add 1 to WS-HELD-COUNT
                           move WS-ALIAS-NAME (WS-ALIAS-IDX)
                               to WS-HELD-USERNAME (WS-HELD-COUNT)
                           move spaces
                               to WS-HELD-EMAIL (WS-HELD-COUNT)
                       else
                           if WS-HOLDS-KNOWN = "Y"
                               display "RETSWEEP: more held names "
                                   "than the table holds -- member "
                                   "files not swept this run"
                           end-if
                           move "N" to WS-HOLDS-KNOWN
                           move WS-ALIAS-COUNT to WS-ALIAS-IDX
                       end-if
                   end-perform
               end-if
           end-perform.
       2000-SWEEP-ONE-FILE.
           move 0 to WS-READ-COUNT
           move 0 to WS-ARCHIVED-COUNT
           move 0 to WS-DELETED-COUNT
           move 0 to WS-HOLD-KEPT-COUNT
           move 0 to WS-CUTS-REMOVED
           move "N" to WS-ARCH-OPEN
           move "Y" to WS-ARCH-OK
           move spaces to WS-SKIP-REASON
           evaluate true
               when WS-FT-HAS-POLICY (WS-F) not = "Y"
                   move "no usable policy line" to WS-SKIP-REASON
               when WS-FT-MEMBER-ROWS (WS-F) = "Y"
                   and WS-HOLDS-KNOWN not = "Y"
                   move "legal holds could not be checked"
                       to WS-SKIP-REASON
               when other
                   perform 2100-SET-CUTOFF
                   evaluate WS-F
                       when 1
                           perform 3000-SWEEP-MAILQUEUE
                       when 5
                           perform 5000-SWEEP-KNOWNDEV
                       when 7
                           perform 6000-SWEEP-SIEMXFER
                       when other
                           perform 4000-SWEEP-SEQUENTIAL
                   end-evaluate
                   if WS-ARCH-OPEN = "Y"
                       close ARCH-FILE
                   end-if
           end-evaluate
           compute WS-KEPT-COUNT = WS-READ-COUNT - WS-DELETED-COUNT
           perform 2900-REPORT-FILE.
       2100-SET-CUTOFF.
           compute WS-CONV-DAYS =
               function integer-of-date(WS-TODAY-DATE)
               - WS-FT-RETAIN-DAYS (WS-F)
           move function date-of-integer(WS-CONV-DAYS)
               to WS-CUTOFF-DATE
           move spaces to WS-ARCH-PATH
           string "RETARC-" delimited by size
               WS-TODAY-DATE delimited by size
               "-" delimited by size
               WS-FT-NAME (WS-F) delimited by space
               ".DAT" delimited by size
               into WS-ARCH-PATH.
       2900-REPORT-FILE.
           move WS-READ-COUNT to WS-RPT-COUNT
           move WS-KEPT-COUNT to WS-RPT-COUNT-2
           move WS-ARCHIVED-COUNT to WS-RPT-COUNT-3
           move WS-DELETED-COUNT to WS-RPT-COUNT-4
           move spaces to REPORT-LINE
           string WS-FT-NAME (WS-F) delimited by size
               WS-RPT-COUNT delimited by size
               "  " delimited by size
               WS-RPT-COUNT-2 delimited by size
               "  " delimited by size
               WS-RPT-COUNT-3 delimited by size
               "  " delimited by size
               WS-RPT-COUNT-4 delimited by size
               into REPORT-LINE
           write REPORT-LINE
           if WS-SKIP-REASON not = spaces
               move spaces to REPORT-LINE
               string "    NOT SWEPT - " delimited by size
                   WS-SKIP-REASON delimited by size
                   into REPORT-LINE
               write REPORT-LINE
               display "RETSWEEP: " WS-FT-NAME (WS-F) " not swept - "
                   WS-SKIP-REASON
           else
               move WS-FT-RETAIN-DAYS (WS-F) to WS-RPT-DAYS
               move spaces to REPORT-LINE
               move 1 to WS-RPT-PTR
               string "    " delimited by size
                   WS-FT-AGE-FIELD (WS-F) delimited by space
                   " BEFORE " delimited by size
                   WS-CUTOFF-DATE delimited by size
                   " (" delimited by size
                   WS-RPT-DAYS delimited by size
                   " DAYS)" delimited by size
                   into REPORT-LINE
                   with pointer WS-RPT-PTR
               if WS-FT-STATUSES (WS-F) not = spaces
                   string ", STATUS " delimited by size
                       WS-FT-STATUSES (WS-F) delimited by space
                       into REPORT-LINE
                       with pointer WS-RPT-PTR
               end-if
               write REPORT-LINE
               display "RETSWEEP: " WS-FT-NAME (WS-F) " read "
                   WS-READ-COUNT " archived " WS-ARCHIVED-COUNT
                   " deleted " WS-DELETED-COUNT
           end-if
           if WS-HOLD-KEPT-COUNT > 0
               move WS-HOLD-KEPT-COUNT to WS-RPT-COUNT
               move spaces to REPORT-LINE
               string "    KEPT UNDER LEGAL HOLD " delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-CUTS-REMOVED > 0
               move WS-CUTS-REMOVED to WS-RPT-COUNT
               move spaces to REPORT-LINE
               string "    CUT FILES REMOVED " delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-ARCHIVED-COUNT > 0
               move spaces to REPORT-LINE
               string "    ARCHIVE " delimited by size
                   WS-ARCH-PATH delimited by space
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-ARCHIVED-COUNT not = WS-DELETED-COUNT
               move spaces to REPORT-LINE
               move "    ARCHIVED ROWS NOT ALL DELETED - SEE RUN OUTPUT"
                   to REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-ARCH-OK not = "Y"
               move spaces to REPORT-LINE
               move "    ARCHIVE NOT WRITABLE - REMAINING ROWS KEPT"
                   to REPORT-LINE
               write REPORT-LINE
           end-if.
      *> Sent ('S') and dead-lettered ('D') rows are the candidates;
      *> the policy may narrow that, never widen it.
       3000-SWEEP-MAILQUEUE.
           open i-o MAILQ-FILE
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to MAILQ-MSG-ID
               start MAILQ-FILE key is not less than MAILQ-MSG-ID
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read MAILQ-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           add 1 to WS-READ-COUNT
                           perform 3100-MAILQ-ROW-FIELDS
                           perform 7000-CHECK-ROW
                           if WS-ELIGIBLE = "Y"
                               move MAILQ-RECORD to ARCH-LINE
                               perform 7200-WRITE-ARCHIVE
                               if WS-ARCH-WRITTEN = "Y"
                                   delete MAILQ-FILE record
                                       invalid key
                                           continue
                                       not invalid key
                                           add 1 to WS-DELETED-COUNT
                                   end-delete
                               end-if
                           end-if
                   end-read
               end-perform
               close MAILQ-FILE
           else
               perform 7500-NOTE-OPEN-FAILURE
           end-if.
       3100-MAILQ-ROW-FIELDS.
           move "Y" to WS-AGE-VALID
           evaluate WS-FT-AGE-FIELD (WS-F)
               when "SENT-TS"
                   move MAILQ-SENT-TS to WS-AGE-TS
               when "MSG-TS"
                   move MAILQ-MSG-TS to WS-AGE-TS
               when other
                   move MAILQ-QUEUED-TS to WS-AGE-TS
           end-evaluate
           move MAILQ-STATUS to WS-ROW-STATUS
           move spaces to WS-ROW-USERNAME
           move MAILQ-TO-EMAIL to WS-ROW-EMAIL.
      *> The line files cannot delete in place: rows that stay are
      *> copied to a work file, which then replaces the original
      *> (4210). An archived row is only gone once the work file is
      *> in the original's place. ERRORLOG.DAT is appended to by the web
      *> application, so this runs inside the batch window like
      *> AUDITROLL's truncation of the live audit file.
       4000-SWEEP-SEQUENTIAL.
           move WS-FT-PATH (WS-F) to WS-SEQ-PATH
           move "Y" to WS-WORK-OK
           open input SEQ-FILE
           if WS-SRC-STATUS not = "00"
               perform 7500-NOTE-OPEN-FAILURE
           else
               open output WORK-FILE
               if WS-WORK-STATUS not = "00"
                   close SEQ-FILE
                   move spaces to WS-SKIP-REASON
                   string "work file not writable, status "
                       delimited by size
                       WS-WORK-STATUS delimited by size
                       into WS-SKIP-REASON
               else
                   move "N" to WS-AT-END
                   perform until WS-AT-END = "Y"
                       read SEQ-FILE
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               add 1 to WS-READ-COUNT
                               perform 4100-SEQ-ROW-FIELDS
                               perform 7000-CHECK-ROW
                               move "N" to WS-ARCH-WRITTEN
                               if WS-ELIGIBLE = "Y"
                                   move SEQ-LINE to ARCH-LINE
                                   perform 7200-WRITE-ARCHIVE
                               end-if
                               if WS-ARCH-WRITTEN not = "Y"
                                   write WORK-LINE from SEQ-LINE
                                   if WS-WORK-STATUS not = "00"
                                       move "N" to WS-WORK-OK
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close SEQ-FILE
                   close WORK-FILE
                   perform 4200-REPLACE-ORIGINAL
               end-if
           end-if.
       4100-SEQ-ROW-FIELDS.
           move "Y" to WS-AGE-VALID
           move space to WS-ROW-STATUS
           move spaces to WS-ROW-USERNAME
           move spaces to WS-ROW-EMAIL
           move 0 to WS-AGE-TS
           evaluate WS-F
               when 2
               when 3
                   move SEQ-LINE to MAILC-RECORD
                   move MAILC-TO-EMAIL to WS-ROW-EMAIL
                   evaluate WS-FT-AGE-FIELD (WS-F)
                       when "SENT-TS"
                           if MAILC-SENT-TS is numeric
                               move MAILC-SENT-TS to WS-AGE-TS
                           end-if
                       when "MSG-TS"
                           if MAILC-MSG-TS is numeric
                               move MAILC-MSG-TS to WS-AGE-TS
                           end-if
                       when other
                           if MAILC-QUEUED-TS is numeric
                               move MAILC-QUEUED-TS to WS-AGE-TS
                           end-if
                   end-evaluate
               when 4
                   move SEQ-LINE to ERRLOG-RECORD
                   move ERRLOG-USERNAME to WS-ROW-USERNAME
                   if ERRLOG-TIMESTAMP is numeric
                       move ERRLOG-TIMESTAMP to WS-AGE-TS
                   end-if
               when 6
                   move SEQ-LINE to BATCHHST-RECORD
                   evaluate WS-FT-AGE-FIELD (WS-F)
                       when "RUN-ID"
                           if BATCHHST-RUN-ID is numeric
                               move BATCHHST-RUN-ID to WS-AGE-TS
                           end-if
                       when other
                           if BATCHHST-TS is numeric
                               move BATCHHST-TS to WS-AGE-TS
                           end-if
                   end-evaluate
           end-evaluate
           if WS-AGE-TS = 0
               move "N" to WS-AGE-VALID
           end-if.
      *> Nothing archived means nothing to take out -- the original
      *> stays untouched. A work file that did not write cleanly is
      *> never swapped in; its archived rows are then still in the
      *> original as well, and the next run archives them again.
       4200-REPLACE-ORIGINAL.
           if WS-ARCHIVED-COUNT > 0
               and WS-WORK-OK = "Y"
               perform 4210-SWAP-IN-WORK-FILE
           else
               if WS-WORK-OK not = "Y"
                   display "RETSWEEP: " WS-FT-NAME (WS-F)
                       " work file did not write cleanly -- original "
                       "kept"
               end-if
               move WS-WORK-PATH to WS-DELETE-NAME
               call "CBL_DELETE_FILE" using WS-DELETE-NAME
           end-if.
      *> Renaming onto a file that exists is not portable, and
      *> deleting the original first leaves a window with no file at
      *> all. The original is renamed aside to RETSWEEP-<NAME>.OLD,
      *> the work file renamed into its place, and only then is the
      *> backup deleted; if the second rename fails the backup is
      *> renamed straight back. A backup still there from an earlier
      *> run may be the only copy of the file, so it is never
      *> overwritten -- the file is not swept until ops have looked.
       4210-SWAP-IN-WORK-FILE.
           move spaces to WS-BACKUP-PATH
           string "RETSWEEP-" delimited by size
               WS-FT-NAME (WS-F) delimited by space
               ".OLD" delimited by size
               into WS-BACKUP-PATH
           open input BACKUP-FILE
           if WS-BACKUP-STATUS = "00"
               close BACKUP-FILE
               display "RETSWEEP: " WS-BACKUP-PATH " left by an "
                   "earlier run -- " WS-FT-NAME (WS-F) " not "
                   "replaced, archived rows are still in place"
               move WS-WORK-PATH to WS-DELETE-NAME
               call "CBL_DELETE_FILE" using WS-DELETE-NAME
           else
               call "CBL_RENAME_FILE" using WS-SEQ-PATH WS-BACKUP-PATH
               if return-code not = 0
                   display "RETSWEEP: " WS-FT-NAME (WS-F)
                       " could not be set aside -- archived rows are "
                       "still in place"
                   move WS-WORK-PATH to WS-DELETE-NAME
                   call "CBL_DELETE_FILE" using WS-DELETE-NAME
               else
                   call "CBL_RENAME_FILE" using WS-WORK-PATH
                       WS-SEQ-PATH
                   if return-code = 0
                       move WS-ARCHIVED-COUNT to WS-DELETED-COUNT
                       move WS-BACKUP-PATH to WS-DELETE-NAME
                       call "CBL_DELETE_FILE" using WS-DELETE-NAME
                   else
                       perform 4220-PUT-ORIGINAL-BACK
                   end-if
               end-if
           end-if.
       4220-PUT-ORIGINAL-BACK.
           call "CBL_RENAME_FILE" using WS-BACKUP-PATH WS-SEQ-PATH
           if return-code = 0
               display "RETSWEEP: " WS-FT-NAME (WS-F)
                   " could not be replaced -- original put back, "
                   "archived rows are still in place"
               move WS-WORK-PATH to WS-DELETE-NAME
               call "CBL_DELETE_FILE" using WS-DELETE-NAME
           else
               display "RETSWEEP: " WS-FT-NAME (WS-F)
                   " could not be replaced or put back -- the "
                   "original is whole in " WS-BACKUP-PATH
                   "; rename it back by hand"
           end-if.
      *> A revoked device never goes (its row is what keeps the device
      *> out); a row from before the status byte counts as 'A'.
       5000-SWEEP-KNOWNDEV.
           open i-o KNOWNDEV-FILE
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to KNOWNDEV-KEY
               start KNOWNDEV-FILE key is not less than KNOWNDEV-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read KNOWNDEV-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           add 1 to WS-READ-COUNT
                           move "Y" to WS-AGE-VALID
                           if WS-FT-AGE-FIELD (WS-F) = "FIRST-SEEN-TS"
                               move KNOWNDEV-FIRST-SEEN-TS
                                   to WS-AGE-TS
                           else
                               move KNOWNDEV-LAST-SEEN-TS to WS-AGE-TS
                           end-if
                           if KNOWNDEV-STATUS = space
                               move "A" to WS-ROW-STATUS
                           else
                               move KNOWNDEV-STATUS to WS-ROW-STATUS
                           end-if
                           move KNOWNDEV-USERNAME to WS-ROW-USERNAME
                           move spaces to WS-ROW-EMAIL
                           perform 7000-CHECK-ROW
                           if WS-ELIGIBLE = "Y"
                               move KNOWNDEV-RECORD to ARCH-LINE
                               perform 7200-WRITE-ARCHIVE
                               if WS-ARCH-WRITTEN = "Y"
                                   delete KNOWNDEV-FILE record
                                       invalid key
                                           continue
                                       not invalid key
                                           add 1 to WS-DELETED-COUNT
                                   end-delete
                               end-if
                           end-if
                   end-read
               end-perform
               close KNOWNDEV-FILE
           else
               perform 7500-NOTE-OPEN-FAILURE
           end-if.
      *> Only a cut handed off ('S') goes: its tracking row is
      *> archived and deleted and the cut file itself removed. The
      *> cut is an outward copy of audit rows AUDITROLL keeps in its
      *> generations for the compliance window (and past it for held
      *> accounts), so nothing of record leaves with it.
       6000-SWEEP-SIEMXFER.
           open i-o SIEMXFER-FILE
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move 0 to SIEMXFER-CUT-TS
               start SIEMXFER-FILE
                   key is not less than SIEMXFER-CUT-TS
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read SIEMXFER-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           add 1 to WS-READ-COUNT
                           move "Y" to WS-AGE-VALID
                           if WS-FT-AGE-FIELD (WS-F) = "SENT-TS"
                               move SIEMXFER-SENT-TS to WS-AGE-TS
                           else
                               move SIEMXFER-CUT-TS to WS-AGE-TS
                           end-if
                           move SIEMXFER-STATUS to WS-ROW-STATUS
                           move spaces to WS-ROW-USERNAME
                           move spaces to WS-ROW-EMAIL
                           perform 7000-CHECK-ROW
                           if WS-ELIGIBLE = "Y"
                               move SIEMXFER-RECORD to ARCH-LINE
                               perform 7200-WRITE-ARCHIVE
                               if WS-ARCH-WRITTEN = "Y"
                                   perform 6100-REMOVE-CUT
                               end-if
                           end-if
                   end-read
               end-perform
               close SIEMXFER-FILE
           else
               perform 7500-NOTE-OPEN-FAILURE
           end-if.
       6100-REMOVE-CUT.
           move SIEMXFER-SPOOL-PATH to WS-DELETE-NAME
           delete SIEMXFER-FILE record
               invalid key
                   continue
               not invalid key
                   add 1 to WS-DELETED-COUNT
                   if WS-DELETE-NAME not = spaces
                       call "CBL_DELETE_FILE" using WS-DELETE-NAME
                       if return-code = 0
                           add 1 to WS-CUTS-REMOVED
                       end-if
                   end-if
           end-delete.
      *> A row goes only when its age is known and older than the
      *> cutoff date, its status (where it has one) is on the
      *> effective list, and it belongs to no account under hold.
       7000-CHECK-ROW.
           move "N" to WS-ELIGIBLE
           if WS-AGE-VALID = "Y"
               and WS-AGE-TS > 0
               move WS-AGE-TS(1:8) to WS-AGE-DATE
               if WS-AGE-DATE < WS-CUTOFF-DATE
                   move "Y" to WS-ELIGIBLE
               end-if
           end-if
           if WS-ELIGIBLE = "Y"
               and WS-FT-ALLOWED (WS-F) not = spaces
               move 0 to WS-STAT-TALLY
               if WS-ROW-STATUS not = space
                   inspect WS-FT-STATUSES (WS-F)
                       tallying WS-STAT-TALLY
                       for all WS-ROW-STATUS
               end-if
               if WS-STAT-TALLY = 0
                   move "N" to WS-ELIGIBLE
               end-if
           end-if
           if WS-ELIGIBLE = "Y"
               and WS-HELD-COUNT > 0
               perform varying WS-HELD-IDX from 1 by 1
                   until WS-HELD-IDX > WS-HELD-COUNT
                   if (WS-ROW-USERNAME not = spaces
                       and WS-ROW-USERNAME
                           = WS-HELD-USERNAME (WS-HELD-IDX))
                       or (WS-ROW-EMAIL not = spaces
                           and WS-ROW-EMAIL
                               = WS-HELD-EMAIL (WS-HELD-IDX))
                       move "N" to WS-ELIGIBLE
                       add 1 to WS-HOLD-KEPT-COUNT
                       move WS-HELD-COUNT to WS-HELD-IDX
                   end-if
               end-perform
           end-if.
      *> The archive opens on the first row that needs it, so a file
      *> with nothing to sweep leaves no empty archive behind. Once a
      *> write has failed, every later row of the file stays.
       7200-WRITE-ARCHIVE.
           move "N" to WS-ARCH-WRITTEN
           if WS-ARCH-OK = "Y"
               and WS-ARCH-OPEN not = "Y"
               open extend ARCH-FILE
               if WS-ARCH-STATUS = "35"
                   open output ARCH-FILE
               end-if
               if WS-ARCH-STATUS = "00"
                   move "Y" to WS-ARCH-OPEN
               else
                   move "N" to WS-ARCH-OK
                   display "RETSWEEP: archive " WS-ARCH-PATH (1:40)
                       " not writable, status " WS-ARCH-STATUS
               end-if
           end-if
           if WS-ARCH-OK = "Y"
               write ARCH-LINE
               if WS-ARCH-STATUS = "00"
                   move "Y" to WS-ARCH-WRITTEN
                   add 1 to WS-ARCHIVED-COUNT
               else
                   move "N" to WS-ARCH-OK
                   display "RETSWEEP: archive write failed, status "
                       WS-ARCH-STATUS " -- remaining rows of "
                       WS-FT-NAME (WS-F) " kept"
               end-if
           end-if.
      *> Several of these files only exist once something has written
      *> to them, so "35" is simply an empty file.
       7500-NOTE-OPEN-FAILURE.
           if WS-SRC-STATUS not = "35"
               move spaces to WS-SKIP-REASON
               string "file not readable, status " delimited by size
                   WS-SRC-STATUS delimited by size
                   into WS-SKIP-REASON
           end-if.
       end program RETSWEEP.
