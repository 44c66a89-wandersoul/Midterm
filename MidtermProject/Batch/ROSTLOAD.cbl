       identification division.
       program-id. ROSTLOAD.
      *> Partner roster onboarding. When a partner organization signs
      *> up it sends a roster of its people; asking each of them to
      *> self-register left half the roster never joining. This job
      *> reads the roster, one person per line:
      *>   username,e-mail,role,language
      *> (a first line starting "username" is taken as a heading; a
      *> blank role means MEMBER, a blank language EN) and puts every
      *> row through the checks registration applies -- a username or
      *> e-mail already in use, or repeated on the roster; a retired
      *> username; the ops e-mail domain rules (DOMRULES); an address
      *> on the bounce suppression list; and the role. A row that
      *> passes becomes a pending ('P') member exactly the way
      *> Register.aspx makes one -- a PNDREG confirmation token through
      *> REGVERIFY and the CONFIRM-ACCOUNT mail through MAILTMPL -- and
      *> following the link finishes the account (RegisterConfirm
      *> mails a choose-your-password link, since nobody has set one
      *> yet). A row that fails goes to ROSTREJ.DAT with its reason
      *> code (ROSTREJR lists them) for the partner to correct.
      *> Roles above MEMBER are refused, as in BULKADM: granting one
      *> takes a second administrator's approval on the console, once
      *> the member exists. Parameters come from ROSTLOAD.PARM in the
      *> BULKADM style, one NAME=VALUE per line:
      *>   ROSTER=<file>              (default ROSTER.DAT)
      *>   PARTNER=<name>             (recorded on each audit row)
      *>   SITEURL=https://host       (base of the confirmation link)
      *>   MODE=DRYRUN | APPLY        (default DRYRUN)
      *> A dry run checks every row, lists the rows it would load and
      *> the ones it would reject, and creates nothing -- not even the
      *> reject file, which is a real load's answer. Either way the
      *> run ends with control totals in ROSTLOAD.RPT: rows read,
      *> loaded, and rejected by reason, which must add up.
      *> An APPLY run checkpoints through BATCHCKP before the first
      *> row and every few rows after (the phase number is one more
      *> than the roster rows finished, since BATCHCKP only resumes
      *> from a phase above zero), so a run that dies part-way is
      *> simply run again with the same roster: it resumes after the
      *> last checkpoint, and a row loaded after that checkpoint but
      *> before the failure is recognised by its pending account and
      *> finished rather than rejected as taken.
      *> The roster must not be edited between the failed run and
      *> its restart.
       environment division.
       input-output section.
       file-control.
           select PARM-FILE assign to WS-PARM-PATH
               organization line sequential
               file status is WS-PARM-STATUS.
           select ROSTER-FILE assign to WS-ROSTER-PATH
               organization line sequential
               file status is WS-ROSTER-STATUS.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select MAILSUP-FILE assign to WS-MAILSUP-PATH
               organization indexed
               access mode dynamic
               record key is MAILSUP-EMAIL
               file status is WS-MAILSUP-STATUS.
           select REJECT-FILE assign to WS-REJECT-PATH
               organization line sequential
               file status is WS-REJECT-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  PARM-FILE.
       01  PARM-LINE                       PIC X(250).
       fd  ROSTER-FILE.
       01  ROSTER-LINE                     PIC X(250).
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  MAILSUP-FILE.
       copy MAILSUPR.
       fd  REJECT-FILE.
       01  REJECT-LINE                     PIC X(186).
       fd  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).
       working-storage section.
       01  WS-PARM-PATH                    PIC X(100)
               VALUE "ROSTLOAD.PARM".
       01  WS-ROSTER-PATH                  PIC X(100)
               VALUE "ROSTER.DAT".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-PNDREG-PATH                  PIC X(100)
               VALUE "PENDREG.DAT".
       01  WS-MAILSUP-PATH                 PIC X(100)
               VALUE "MAILSUPP.DAT".
       01  WS-REJECT-PATH                  PIC X(100)
               VALUE "ROSTREJ.DAT".
       01  WS-REPORT-PATH                  PIC X(100)
               VALUE "ROSTLOAD.RPT".
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-ROSTER-STATUS                PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-MAILSUP-STATUS               PIC XX.
       01  WS-REJECT-STATUS                PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-CONV-DAYS                    PIC 9(7).
       01  WS-EXPIRE-DATE                  PIC 9(8).
       01  WS-EXPIRES-TS                   PIC 9(14).
       01  WS-PARM-RECORD.
           05  WS-PARM-NAME                PIC X(20).
           05  WS-PARM-VALUE               PIC X(230).
       01  WS-SEL-MODE                     PIC X(10)
               VALUE "DRYRUN".
       01  WS-SEL-PARTNER                  PIC X(24) VALUE spaces.
       01  WS-SEL-SITEURL                  PIC X(120) VALUE spaces.
       01  WS-PARMS-OK                     PIC X.
       01  WS-ROSTER-OK                    PIC X.
      *> The roster is read whole before anything is checked: the
      *> member-file pass that finds usernames and addresses already
      *> in use is one walk for the whole roster, not one per row.
      *> Rows are numbered in file order, which is what the
      *> checkpoint counts in -- the same file always numbers the
      *> same way.
       01  WS-RT-MAX                       PIC 9(4) VALUE 500.
       01  WS-RT-COUNT                     PIC 9(4) VALUE 0.
       01  WS-RT-OVERFLOW                  PIC 9(6) VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY occurs 500 times.
               10  WS-RT-LINE-NO           PIC 9(6).
               10  WS-RT-USERNAME          PIC X(50).
               10  WS-RT-USER-KEY          PIC X(50).
               10  WS-RT-EMAIL             PIC X(100).
               10  WS-RT-EMAIL-KEY         PIC X(100).
               10  WS-RT-ROLE              PIC X(20).
               10  WS-RT-LANGUAGE          PIC X(2).
               10  WS-RT-LANG-BAD          PIC X(1).
               10  WS-RT-USER-TAKEN        PIC X(1).
               10  WS-RT-MBR-STATUS        PIC X(1).
               10  WS-RT-MBR-SAME-EMAIL    PIC X(1).
               10  WS-RT-EMAIL-TAKEN       PIC X(1).
               10  WS-RT-EMAIL-OWNER       PIC X(50).
       01  WS-RT-IDX                       PIC 9(4).
       01  WS-RT-PRIOR                     PIC 9(4).
       01  WS-LINE-NO                      PIC 9(6) VALUE 0.
       01  WS-SEEN-ROW                     PIC X VALUE "N".
       01  WS-FIELD-COUNT                  PIC 9(2).
       01  WS-IN-USERNAME                  PIC X(100).
       01  WS-IN-EMAIL                     PIC X(100).
       01  WS-IN-ROLE                      PIC X(100).
       01  WS-IN-LANGUAGE                  PIC X(100).
       01  WS-TRIM-FIELD                   PIC X(100).
       01  WS-TRIM-HOLD                    PIC X(100).
       01  WS-TRIM-LEAD                    PIC 9(4).
       01  WS-MBR-USER-KEY                 PIC X(50).
       01  WS-MBR-EMAIL-KEY                PIC X(100).
       01  WS-REASON                       PIC X(8).
       01  WS-RESUMING-ROW                 PIC X.
       01  WS-SCAN-LEN                     PIC 9(4).
       01  WS-SCAN-IDX                     PIC 9(4).
       01  WS-AT-COUNT                     PIC 9(4).
       01  WS-AT-POS                       PIC 9(4).
       01  WS-DOT-AFTER-AT                 PIC X.
       01  WS-SPACE-COUNT                  PIC 9(4).
       01  WS-MAILSUP-OPEN                 PIC X VALUE "N".
       01  WS-LOADED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-BANKED-LOADED                PIC 9(8) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(6) VALUE 0.
       01  WS-RESUMED-ROWS                 PIC 9(6) VALUE 0.
       01  WS-MAIL-FAILED-COUNT            PIC 9(6) VALUE 0.
       01  WS-RSN-COUNT                    PIC 9(2) VALUE 13.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY occurs 13 times.
               10  WS-RSN-CODE             PIC X(8).
               10  WS-RSN-DESC             PIC X(44).
               10  WS-RSN-ROWS             PIC 9(6).
       01  WS-RSN-IDX                      PIC 9(2).
       01  WS-RSN-OTHER                    PIC 9(6) VALUE 0.
       01  WS-RSN-FOUND                    PIC X.
       01  WS-RPT-COUNT                    PIC Z(5)9.
       01  WS-RPT-LINE-NO                  PIC Z(5)9.
      *> Confirmation token: a run-unique prefix and two random draws.
       01  WS-TOKEN                        PIC X(40).
       01  WS-RANDOM-SEEDED                PIC X VALUE "N".
       01  WS-RANDOM-SEED                  PIC 9(8).
       01  WS-RANDOM-VALUE                 PIC V9(10).
       01  WS-RANDOM-1                     PIC 9(10).
       01  WS-RANDOM-2                     PIC 9(10).
       01  WS-LINK                         PIC X(200).
       01  WS-REMEMBER-ME                  PIC X(1) VALUE "N".
       01  WS-VALID                        PIC X(1).
       01  WS-CALL-USERNAME                PIC X(50).
       01  WS-CALL-EMAIL                   PIC X(100).
       01  WS-CALL-LANGUAGE                PIC X(2).
       01  WS-CALL-RC                      PIC 9(2).
       01  WS-ACT-ISSUE                    PIC X(10) VALUE "ISSUE".
       01  WS-ACT-CHECK                    PIC X(10) VALUE "CHECK".
       01  WS-ACT-VALIDROLE                PIC X(10) VALUE "VALIDROLE".
       01  WS-PERM-CAPABILITY              PIC X(12) VALUE spaces.
       01  WS-ROLE-DEFINED                 PIC X(1).
       01  WS-PERM-LIST                    PIC X(1000).
       01  WS-PERM-COUNT                   PIC 9(4).
       01  WS-PERM-RC                      PIC 9(2).
       01  WS-CHECK-ROLE                   PIC X(20).
       01  WS-DOMAIN-BLOCKED               PIC X(1).
       01  WS-DOMAIN-RC                    PIC 9(2).
       01  WS-ALIAS-ADMIN                  PIC X(50) VALUE spaces.
       01  WS-ALIAS-LIST                   PIC X(1000).
       01  WS-ALIAS-COUNT                  PIC 9(4).
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-TMPL-CONFIRM-ACCOUNT         PIC X(20)
               VALUE "CONFIRM-ACCOUNT".
      *> Normal lane: a roster's worth of confirmation mails must not
      *> queue ahead of members' sign-in codes, and the bulk lane can
      *> be held back long enough for the 48-hour links to lapse.
       01  WS-PRIO-NORMAL                  PIC X(1) VALUE "N".
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-EVT-ROSTER-LOADED            PIC X(30)
               VALUE "REGISTER_ROSTER_LOADED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "ROSTLOAD".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "LoadRosterRow".
       01  WS-AUDIT-DETAIL                 PIC X(24).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-BATCHCTL-PATH                PIC X(100)
               VALUE "BATCHCTL.DAT".
       01  WS-BATCHHIST-PATH               PIC X(100)
               VALUE "BATCHHIST.DAT".
       01  WS-JOB-NAME                     PIC X(10)
               VALUE "ROSTLOAD".
       01  WS-ACT-STARTRUN                 PIC X(10) VALUE "STARTRUN".
       01  WS-ACT-PHASE                    PIC X(10) VALUE "PHASE".
       01  WS-ACT-ENDRUN                   PIC X(10) VALUE "ENDRUN".
       01  WS-RESTARTED                    PIC X(1) VALUE "N".
       01  WS-LAST-PHASE                   PIC 9(4) VALUE 0.
       01  WS-PHASE                        PIC 9(4).
       01  WS-PHASE-NAME                   PIC X(30).
       01  WS-CKP-COUNT                    PIC 9(8).
       01  WS-CKP-RC                       PIC 9(2).
      *> Rows between checkpoints; a restart re-examines at most this
      *> many rows that may already have been loaded.
       01  WS-CKP-INTERVAL                 PIC 9(4) VALUE 25.
       01  WS-CKP-PENDING                  PIC 9(4) VALUE 0.
       01  WS-CKP-LOADED                   PIC 9(8) VALUE 0.
       01  WS-RESUME-FROM                  PIC 9(4) VALUE 0.
       01  WS-RESUME-LIMIT                 PIC 9(4) VALUE 0.
       01  WS-RESUME-START                 PIC 9(4) VALUE 1.
       01  WS-KEEP-LINE-NO                 PIC 9(6).
       01  WS-KEEP-COUNT                   PIC 9(4) VALUE 0.
       01  WS-KEEP-IDX                     PIC 9(4).
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ROW                 PIC X(186)
                   occurs 500 times.
       copy ROSTREJR.
       procedure division.
       0000-MAIN.
           display "ROSTLOAD: partner roster load starting"
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-CURRENT-DATE-FIELD(1:8) to WS-TODAY-DATE
           perform 1000-READ-PARAMETERS
           perform 1500-VALIDATE-PARAMETERS
           if WS-PARMS-OK = "Y"
               perform 2000-LOAD-ROSTER
           end-if
           if WS-PARMS-OK = "Y"
               and WS-ROSTER-OK = "Y"
               if WS-SEL-MODE = "APPLY"
                   perform 2500-START-CHECKPOINTING
               end-if
               perform 3000-MARK-EXISTING-MEMBERS
               perform 4000-PROCESS-ROWS
               perform 5000-CONTROL-TOTALS
               if WS-SEL-MODE = "APPLY"
                   move 9999 to WS-PHASE
                   move "RUN COMPLETE" to WS-PHASE-NAME
                   move WS-LOADED-COUNT to WS-CKP-COUNT
                   call "BATCHCKP" using WS-ACT-ENDRUN
                       WS-BATCHCTL-PATH WS-BATCHHIST-PATH WS-JOB-NAME
                       WS-PHASE WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS
                       WS-RESTARTED WS-LAST-PHASE WS-CKP-RC
               else
                   display "ROSTLOAD: DRY RUN - nothing was created. "
                       "Re-run with MODE=APPLY to make it real."
               end-if
           end-if
           display "ROSTLOAD: partner roster load complete"
           goback.
       1000-READ-PARAMETERS.
           open input PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "ROSTLOAD: no parameter file (" WS-PARM-PATH
                   ") -- using defaults"
           else
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read PARM-FILE
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform 1100-APPLY-PARAMETER
                   end-read
               end-perform
               close PARM-FILE
           end-if.
       1100-APPLY-PARAMETER.
           move spaces to WS-PARM-NAME
           move spaces to WS-PARM-VALUE
           unstring PARM-LINE delimited by "="
               into WS-PARM-NAME WS-PARM-VALUE
           evaluate WS-PARM-NAME
               when "ROSTER"
                   move WS-PARM-VALUE to WS-ROSTER-PATH
               when "PARTNER"
                   move WS-PARM-VALUE to WS-SEL-PARTNER
               when "SITEURL"
                   move WS-PARM-VALUE to WS-SEL-SITEURL
               when "MODE"
                   move WS-PARM-VALUE to WS-SEL-MODE
               when spaces
                   continue
               when other
                   display "ROSTLOAD: unknown parameter ignored: "
                       WS-PARM-NAME
           end-evaluate.
      *> A load cannot mail a working link without knowing where the
      *> site lives, so APPLY refuses to run without SITEURL rather
      *> than create members who can never confirm.
       1500-VALIDATE-PARAMETERS.
           move "Y" to WS-PARMS-OK
           if WS-SEL-MODE not = "DRYRUN"
               and WS-SEL-MODE not = "APPLY"
               display "ROSTLOAD: MODE must be DRYRUN or APPLY -- "
                   "nothing to do"
               move "N" to WS-PARMS-OK
           end-if
           if WS-SEL-MODE = "APPLY"
               and WS-SEL-SITEURL = spaces
               display "ROSTLOAD: APPLY needs SITEURL= for the "
                   "confirmation link -- nothing to do"
               move "N" to WS-PARMS-OK
           end-if
           if WS-SEL-PARTNER = spaces
               move "ROSTER" to WS-SEL-PARTNER
           end-if.
       2000-LOAD-ROSTER.
           move "N" to WS-ROSTER-OK
           open input ROSTER-FILE
           if WS-ROSTER-STATUS not = "00"
               display "ROSTLOAD: roster file " WS-ROSTER-PATH
                   " not readable, status " WS-ROSTER-STATUS
           else
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read ROSTER-FILE
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           add 1 to WS-LINE-NO
                           if ROSTER-LINE not = spaces
                               perform 2100-PARSE-ROSTER-LINE
                           end-if
                   end-read
               end-perform
               close ROSTER-FILE
      *> Loading part of a roster and silently dropping the rest is
      *> the one outcome nobody can reconcile afterwards -- refuse
      *> the whole file instead, and say how to fix it.
               evaluate true
                   when WS-RT-OVERFLOW > 0
                       display "ROSTLOAD: roster holds more than "
                           WS-RT-MAX " rows (" WS-RT-OVERFLOW
                           " over) -- split it and run each part"
                   when WS-RT-COUNT = 0
                       display "ROSTLOAD: roster holds no rows -- "
                           "nothing to do"
                   when other
                       move "Y" to WS-ROSTER-OK
                       display "ROSTLOAD: roster rows read "
                           WS-RT-COUNT
               end-evaluate
           end-if.
       2100-PARSE-ROSTER-LINE.
           move spaces to WS-IN-USERNAME
           move spaces to WS-IN-EMAIL
           move spaces to WS-IN-ROLE
           move spaces to WS-IN-LANGUAGE
           move 0 to WS-FIELD-COUNT
           unstring ROSTER-LINE delimited by ","
               into WS-IN-USERNAME WS-IN-EMAIL WS-IN-ROLE
                   WS-IN-LANGUAGE
               tallying in WS-FIELD-COUNT
           end-unstring
           move WS-IN-USERNAME to WS-TRIM-FIELD
           perform 2200-LEFT-JUSTIFY
           move WS-TRIM-FIELD to WS-IN-USERNAME
           move WS-IN-EMAIL to WS-TRIM-FIELD
           perform 2200-LEFT-JUSTIFY
           move WS-TRIM-FIELD to WS-IN-EMAIL
           move WS-IN-ROLE to WS-TRIM-FIELD
           perform 2200-LEFT-JUSTIFY
           move WS-TRIM-FIELD to WS-IN-ROLE
           move WS-IN-LANGUAGE to WS-TRIM-FIELD
           perform 2200-LEFT-JUSTIFY
           move WS-TRIM-FIELD to WS-IN-LANGUAGE
           inspect WS-IN-ROLE converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect WS-IN-LANGUAGE converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move WS-IN-USERNAME (1:50) to WS-MBR-USER-KEY
           inspect WS-MBR-USER-KEY converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *> The partner's spreadsheet export usually carries its column
      *> headings as the first line.
           if WS-SEEN-ROW = "N"
               and WS-MBR-USER-KEY = "USERNAME"
               move "Y" to WS-SEEN-ROW
           else
               move "Y" to WS-SEEN-ROW
               if WS-RT-COUNT < WS-RT-MAX
                   add 1 to WS-RT-COUNT
                   perform 2300-STORE-ROSTER-ROW
               else
                   add 1 to WS-RT-OVERFLOW
               end-if
           end-if.
       2200-LEFT-JUSTIFY.
           move 0 to WS-TRIM-LEAD
           inspect WS-TRIM-FIELD tallying WS-TRIM-LEAD
               for leading spaces
           if WS-TRIM-LEAD > 0
               and WS-TRIM-LEAD < 100
               move WS-TRIM-FIELD (WS-TRIM-LEAD + 1:) to WS-TRIM-HOLD
               move WS-TRIM-HOLD to WS-TRIM-FIELD
           end-if.
       2300-STORE-ROSTER-ROW.
           move WS-LINE-NO to WS-RT-LINE-NO (WS-RT-COUNT)
           move WS-IN-USERNAME to WS-RT-USERNAME (WS-RT-COUNT)
           move WS-MBR-USER-KEY to WS-RT-USER-KEY (WS-RT-COUNT)
           move WS-IN-EMAIL to WS-RT-EMAIL (WS-RT-COUNT)
           move WS-IN-EMAIL to WS-RT-EMAIL-KEY (WS-RT-COUNT)
           inspect WS-RT-EMAIL-KEY (WS-RT-COUNT) converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if WS-IN-ROLE = spaces
               move "MEMBER" to WS-RT-ROLE (WS-RT-COUNT)
           else
               move WS-IN-ROLE to WS-RT-ROLE (WS-RT-COUNT)
           end-if
           move "N" to WS-RT-LANG-BAD (WS-RT-COUNT)
           evaluate WS-IN-LANGUAGE
               when spaces
                   move "EN" to WS-RT-LANGUAGE (WS-RT-COUNT)
               when "EN"
               when "FR"
                   move WS-IN-LANGUAGE to WS-RT-LANGUAGE (WS-RT-COUNT)
               when other
                   move WS-IN-LANGUAGE to WS-RT-LANGUAGE (WS-RT-COUNT)
                   move "Y" to WS-RT-LANG-BAD (WS-RT-COUNT)
           end-evaluate
           move "N" to WS-RT-USER-TAKEN (WS-RT-COUNT)
           move space to WS-RT-MBR-STATUS (WS-RT-COUNT)
           move "N" to WS-RT-MBR-SAME-EMAIL (WS-RT-COUNT)
           move "N" to WS-RT-EMAIL-TAKEN (WS-RT-COUNT)
           move spaces to WS-RT-EMAIL-OWNER (WS-RT-COUNT).
      *> The checkpoint row is only consulted for a real load: a dry
      *> run neither resumes a failed load nor disturbs its restart
      *> point. A fresh load checkpoints phase 1 ("no rows finished")
      *> before it touches anything, so a load that dies inside its
      *> first interval still restarts as a resume rather than as a
      *> new run that would reject its own rows as taken.
       2500-START-CHECKPOINTING.
           call "BATCHCKP" using WS-ACT-STARTRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           if WS-RESTARTED = "Y"
               and WS-LAST-PHASE > 0
               compute WS-RESUME-FROM = WS-LAST-PHASE - 1
               if WS-RESUME-FROM >= WS-RT-COUNT
                   display "ROSTLOAD: restart point is past the end "
                       "of this roster -- was it edited? Nothing "
                       "further loaded"
                   move WS-RT-COUNT to WS-RESUME-FROM
               else
                   display "ROSTLOAD: resuming after roster row "
                       WS-RESUME-FROM
               end-if
               move WS-CKP-COUNT to WS-BANKED-LOADED
               compute WS-RESUME-LIMIT =
                   WS-RESUME-FROM + WS-CKP-INTERVAL
           else
               move "N" to WS-RESTARTED
               move 0 to WS-RT-IDX
               perform 4800-CHECKPOINT
           end-if.
      *> One walk of the member file marks every roster row whose
      *> username or address an account already holds. Both compare
      *> without regard to case, as sign-in and mail delivery do.
       3000-MARK-EXISTING-MEMBERS.
           open input MBRUSR-FILE
           if WS-MBRUSR-STATUS not = "00"
               display "ROSTLOAD: member file not readable, status "
                   WS-MBRUSR-STATUS " -- treated as empty"
           else
               move "N" to WS-AT-END
               move low-values to MBRUSR-USERNAME
               start MBRUSR-FILE key is not less than MBRUSR-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read MBRUSR-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform 3100-MARK-ONE-MEMBER
                   end-read
               end-perform
               close MBRUSR-FILE
           end-if.
       3100-MARK-ONE-MEMBER.
           move MBRUSR-USERNAME to WS-MBR-USER-KEY
           inspect WS-MBR-USER-KEY converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move MBRUSR-EMAIL to WS-MBR-EMAIL-KEY
           inspect WS-MBR-EMAIL-KEY converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform varying WS-RT-IDX from 1 by 1
               until WS-RT-IDX > WS-RT-COUNT
               if WS-RT-USER-KEY (WS-RT-IDX) = WS-MBR-USER-KEY
                   move "Y" to WS-RT-USER-TAKEN (WS-RT-IDX)
                   move MBRUSR-STATUS to WS-RT-MBR-STATUS (WS-RT-IDX)
                   if WS-RT-EMAIL-KEY (WS-RT-IDX) = WS-MBR-EMAIL-KEY
                       move "Y" to WS-RT-MBR-SAME-EMAIL (WS-RT-IDX)
                   end-if
               end-if
               if WS-RT-EMAIL-KEY (WS-RT-IDX) = WS-MBR-EMAIL-KEY
                   and WS-MBR-EMAIL-KEY not = spaces
                   move "Y" to WS-RT-EMAIL-TAKEN (WS-RT-IDX)
                   move WS-MBR-USER-KEY
                       to WS-RT-EMAIL-OWNER (WS-RT-IDX)
               end-if
           end-perform.
       4000-PROCESS-ROWS.
           perform 5150-SET-REASONS
           if WS-SEL-MODE = "APPLY"
               perform 4010-OPEN-REJECTS
           end-if
      *> No suppression list means nothing is suppressed -- the same
      *> way MAILSEND reads it.
           open input MAILSUP-FILE
           if WS-MAILSUP-STATUS = "00"
               move "Y" to WS-MAILSUP-OPEN
           end-if
           compute WS-RESUME-START = WS-RESUME-FROM + 1
           perform varying WS-RT-IDX from WS-RESUME-START by 1
               until WS-RT-IDX > WS-RT-COUNT
               perform 4050-PROCESS-ONE-ROW
           end-perform
           if WS-SEL-MODE = "APPLY"
               and WS-CKP-PENDING > 0
               move WS-RT-COUNT to WS-RT-IDX
               perform 4800-CHECKPOINT
           end-if
           if WS-MAILSUP-OPEN = "Y"
               close MAILSUP-FILE
           end-if
           if WS-SEL-MODE = "APPLY"
               close REJECT-FILE
           end-if.
      *> A resumed load keeps the rejects of the rows before its
      *> restart point and drops any written after it -- those rows
      *> are checked again, and must not be counted twice.
       4010-OPEN-REJECTS.
           move 0 to WS-KEEP-COUNT
           if WS-RESTARTED = "Y"
               and WS-RESUME-FROM > 0
               move WS-RT-LINE-NO (WS-RESUME-FROM) to WS-KEEP-LINE-NO
               open input REJECT-FILE
               if WS-REJECT-STATUS = "00"
                   move "N" to WS-AT-END
                   perform until WS-AT-END = "Y"
                       read REJECT-FILE into ROSTREJ-RECORD
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               if ROSTREJ-LINE-NO <= WS-KEEP-LINE-NO
                                   and WS-KEEP-COUNT < WS-RT-MAX
                                   add 1 to WS-KEEP-COUNT
                                   move ROSTREJ-RECORD
                                       to WS-KEEP-ROW (WS-KEEP-COUNT)
                                   perform 5200-TALLY-REJECT
                               end-if
                       end-read
                   end-perform
                   close REJECT-FILE
               end-if
           end-if
           open output REJECT-FILE
           perform varying WS-KEEP-IDX from 1 by 1
               until WS-KEEP-IDX > WS-KEEP-COUNT
               write REJECT-LINE from WS-KEEP-ROW (WS-KEEP-IDX)
           end-perform.
       4050-PROCESS-ONE-ROW.
           perform 4100-VALIDATE-ROW
           if WS-REASON = spaces
               if WS-SEL-MODE = "APPLY"
                   perform 4500-LOAD-ROW
               else
                   display "ROSTLOAD: WOULD LOAD "
                       WS-RT-USERNAME (WS-RT-IDX)
                   add 1 to WS-LOADED-COUNT
               end-if
           end-if
           if WS-REASON not = spaces
               perform 4900-WRITE-REJECT
           end-if
           if WS-SEL-MODE = "APPLY"
               add 1 to WS-CKP-PENDING
               if WS-CKP-PENDING >= WS-CKP-INTERVAL
                   perform 4800-CHECKPOINT
               end-if
           end-if.
      *> The checks run in a fixed order and the first failure is the
      *> reason given, so one row gets one reason code. Cheap format
      *> checks first; the registers last.
       4100-VALIDATE-ROW.
           move spaces to WS-REASON
           perform 4150-CHECK-RESUMING-ROW
           if WS-RT-USERNAME (WS-RT-IDX) = spaces
               or WS-RT-EMAIL (WS-RT-IDX) = spaces
               move "BADROW" to WS-REASON
           end-if
           if WS-REASON = spaces
               move 0 to WS-SPACE-COUNT
               inspect WS-RT-USERNAME (WS-RT-IDX) tallying
                   WS-SPACE-COUNT for all spaces
               perform varying WS-SCAN-LEN from 50 by -1
                   until WS-SCAN-LEN < 1
                   or WS-RT-USERNAME (WS-RT-IDX) (WS-SCAN-LEN:1)
                       not = space
                   continue
               end-perform
               if WS-SPACE-COUNT > 50 - WS-SCAN-LEN
                   move "BADNAME" to WS-REASON
               end-if
           end-if
           if WS-REASON = spaces
               perform 4200-CHECK-EMAIL-FORMAT
           end-if
           if WS-REASON = spaces
               and WS-RT-LANG-BAD (WS-RT-IDX) = "Y"
               move "BADLANG" to WS-REASON
           end-if
           if WS-REASON = spaces
               and WS-RT-ROLE (WS-RT-IDX) not = "MEMBER"
               move WS-RT-ROLE (WS-RT-IDX) to WS-CHECK-ROLE
               call "ROLEPERM" using WS-ACT-VALIDROLE WS-CHECK-ROLE
                   WS-PERM-CAPABILITY WS-ROLE-DEFINED WS-PERM-LIST
                   WS-PERM-COUNT WS-PERM-RC
               if WS-ROLE-DEFINED = "Y"
                   move "ROLEAPPR" to WS-REASON
               else
                   move "BADROLE" to WS-REASON
               end-if
           end-if
           if WS-REASON = spaces
               perform varying WS-RT-PRIOR from 1 by 1
                   until WS-RT-PRIOR >= WS-RT-IDX
                   if WS-RT-USER-KEY (WS-RT-PRIOR)
                       = WS-RT-USER-KEY (WS-RT-IDX)
                       or WS-RT-EMAIL-KEY (WS-RT-PRIOR)
                       = WS-RT-EMAIL-KEY (WS-RT-IDX)
                       move "DUPINFIL" to WS-REASON
                       move WS-RT-IDX to WS-RT-PRIOR
                   end-if
               end-perform
           end-if
           if WS-REASON = spaces
               and WS-RT-USER-TAKEN (WS-RT-IDX) = "Y"
               and WS-RESUMING-ROW = "N"
               move "DUPUSER" to WS-REASON
           end-if
      *> A resuming row's name is already its own pending account,
      *> which CHECK would report as taken.
           if WS-REASON = spaces
               and WS-RESUMING-ROW = "N"
               move WS-RT-USERNAME (WS-RT-IDX) to WS-CALL-USERNAME
               call "USRALIAS" using WS-ACT-CHECK WS-CALL-USERNAME
                   WS-SPACES-X50 WS-ALIAS-ADMIN WS-NOW-TS
                   WS-ALIAS-LIST WS-ALIAS-COUNT WS-ALIAS-RC
               if WS-ALIAS-RC = 3
                   move "NAMEUNAV" to WS-REASON
               end-if
           end-if
           if WS-REASON = spaces
               and WS-RT-EMAIL-TAKEN (WS-RT-IDX) = "Y"
               if WS-RESUMING-ROW = "N"
                   or WS-RT-EMAIL-OWNER (WS-RT-IDX)
                       not = WS-RT-USER-KEY (WS-RT-IDX)
                   move "DUPEMAIL" to WS-REASON
               end-if
           end-if
           if WS-REASON = spaces
               move WS-RT-EMAIL (WS-RT-IDX) to WS-CALL-EMAIL
               call "DOMRULES" using WS-ACT-CHECK WS-CALL-EMAIL
                   WS-NOW-TS WS-DOMAIN-BLOCKED WS-DOMAIN-RC
               if WS-DOMAIN-BLOCKED = "Y"
                   move "DOMBLOCK" to WS-REASON
               end-if
           end-if
           if WS-REASON = spaces
               and WS-MAILSUP-OPEN = "Y"
               move WS-RT-EMAIL (WS-RT-IDX) to MAILSUP-EMAIL
               read MAILSUP-FILE
                   key is MAILSUP-EMAIL
                   invalid key
                       continue
                   not invalid key
                       if MAILSUP-STATUS = "S"
                           move "SUPPRESS" to WS-REASON
                       end-if
               end-read
           end-if.
      *> A row just after the restart point whose username is already
      *> a pending account with the roster's own address is this load's
      *> work from before the failure, not a clash: it is finished
      *> (a fresh token and mail) instead of being rejected.
       4150-CHECK-RESUMING-ROW.
           move "N" to WS-RESUMING-ROW
           if WS-RESTARTED = "Y"
               and WS-RT-IDX <= WS-RESUME-LIMIT
               and WS-RT-USER-TAKEN (WS-RT-IDX) = "Y"
               and WS-RT-MBR-STATUS (WS-RT-IDX) = "P"
               and WS-RT-MBR-SAME-EMAIL (WS-RT-IDX) = "Y"
               move "Y" to WS-RESUMING-ROW
           end-if.
      *> name@domain.tld: one @ sign with something either side, a dot
      *> somewhere after it, and no spaces inside the address.
       4200-CHECK-EMAIL-FORMAT.
           perform varying WS-SCAN-LEN from 100 by -1
               until WS-SCAN-LEN < 1
               or WS-RT-EMAIL (WS-RT-IDX) (WS-SCAN-LEN:1) not = space
               continue
           end-perform
           move 0 to WS-AT-COUNT
           move 0 to WS-AT-POS
           move 0 to WS-SPACE-COUNT
           move "N" to WS-DOT-AFTER-AT
           perform varying WS-SCAN-IDX from 1 by 1
               until WS-SCAN-IDX > WS-SCAN-LEN
               evaluate WS-RT-EMAIL (WS-RT-IDX) (WS-SCAN-IDX:1)
                   when "@"
                       add 1 to WS-AT-COUNT
                       move WS-SCAN-IDX to WS-AT-POS
                   when "."
                       if WS-AT-POS > 0
                           and WS-SCAN-IDX > WS-AT-POS + 1
                           and WS-SCAN-IDX < WS-SCAN-LEN
                           move "Y" to WS-DOT-AFTER-AT
                       end-if
                   when space
                       add 1 to WS-SPACE-COUNT
               end-evaluate
           end-perform
           if WS-AT-COUNT not = 1
               or WS-AT-POS = 1
               or WS-DOT-AFTER-AT = "N"
               or WS-SPACE-COUNT > 0
               move "BADEMAIL" to WS-REASON
           end-if.
      *> The same steps Register.aspx takes for a new account: REGVERIFY
      *> writes the pending registration and the 'P' member row
      *> (MEMBER, the roster's language, no terms accepted yet -- the
      *> first sign-in asks), then the confirmation mail goes out. A
      *> mail that could not be queued leaves the member loaded; the
      *> count is reported so ops can see who to chase.
       4500-LOAD-ROW.
           perform 4600-MAKE-TOKEN
           compute WS-CONV-DAYS =
               function integer-of-date(WS-TODAY-DATE) + 2
           move function date-of-integer(WS-CONV-DAYS)
               to WS-EXPIRE-DATE
           move WS-NOW-TS to WS-EXPIRES-TS
           move WS-EXPIRE-DATE to WS-EXPIRES-TS(1:8)
           move WS-RT-USERNAME (WS-RT-IDX) to WS-CALL-USERNAME
           move WS-RT-EMAIL (WS-RT-IDX) to WS-CALL-EMAIL
           move WS-RT-LANGUAGE (WS-RT-IDX) to WS-CALL-LANGUAGE
           call "REGVERIFY" using WS-ACT-ISSUE WS-PNDREG-PATH
               WS-MBRUSR-PATH WS-CALL-USERNAME WS-CALL-EMAIL WS-TOKEN
               WS-REMEMBER-ME WS-CALL-LANGUAGE WS-NOW-TS WS-EXPIRES-TS
               WS-VALID WS-CALL-RC
           if WS-CALL-RC not = 0
               if WS-CALL-RC = 2
                   display "ROSTLOAD: " WS-CALL-USERNAME " is "
                       "already another member's username -- not "
                       "loaded"
                   move "DUPUSER" to WS-REASON
               else
                   display "ROSTLOAD: pending registration not "
                       "written for " WS-CALL-USERNAME
                   move "LOADFAIL" to WS-REASON
               end-if
           else
               move spaces to WS-LINK
               string WS-SEL-SITEURL delimited by space
                   "/Account/RegisterConfirm.aspx?token="
                   delimited by size
                   WS-TOKEN delimited by space
                   into WS-LINK
               call "MAILTMPL" using WS-TMPL-CONFIRM-ACCOUNT
                   WS-PRIO-NORMAL WS-CALL-EMAIL WS-CALL-USERNAME
                   WS-SPACES-X10 WS-LINK WS-SPACES-X200 WS-NOW-TS
                   WS-MAIL-RC
               if WS-MAIL-RC = 1
                   display "ROSTLOAD: confirmation mail not queued "
                       "for " WS-CALL-USERNAME
                   add 1 to WS-MAIL-FAILED-COUNT
               end-if
               move WS-SEL-PARTNER to WS-AUDIT-DETAIL
               call "AUDITDTL" using WS-CALL-USERNAME
                   WS-EVT-ROSTER-LOADED WS-NOW-TS WS-SRC-CLASS
                   WS-SRC-METHOD WS-SPACES-X45 WS-SPACES-X40
                   WS-AUDIT-DETAIL WS-AUDIT-RC
               add 1 to WS-LOADED-COUNT
               add 1 to WS-CKP-LOADED
               if WS-RESUMING-ROW = "Y"
                   add 1 to WS-RESUMED-ROWS
               end-if
           end-if.
      *> The token only has to be unguessable for the 48 hours it is
      *> valid and unique in the pending file: "R", the run time, the
      *> roster row, and twenty random digits.
       4600-MAKE-TOKEN.
           if WS-RANDOM-SEEDED = "N"
               move WS-CURRENT-DATE-FIELD(9:8) to WS-RANDOM-SEED
               compute WS-RANDOM-VALUE =
                   function random(WS-RANDOM-SEED)
               move "Y" to WS-RANDOM-SEEDED
           end-if
           compute WS-RANDOM-VALUE = function random
           compute WS-RANDOM-1 = WS-RANDOM-VALUE * 10000000000
           compute WS-RANDOM-VALUE = function random
           compute WS-RANDOM-2 = WS-RANDOM-VALUE * 10000000000
           move spaces to WS-TOKEN
           string "R" delimited by size
               WS-NOW-TS delimited by size
               WS-RT-IDX delimited by size
               WS-RANDOM-1 delimited by size
               WS-RANDOM-2 delimited by size
               into WS-TOKEN.
      *> Phase number = the last roster row finished; the count is
      *> the members loaded since the previous checkpoint, so the
      *> control row's running total is the whole load's.
      *> WS-RT-IDX is the last roster row finished; the phase is one
      *> more (see 2500).
       4800-CHECKPOINT.
           compute WS-PHASE = WS-RT-IDX + 1
           move "ROSTER ROWS" to WS-PHASE-NAME
           compute WS-CKP-COUNT = WS-CKP-LOADED
           move 0 to WS-CKP-LOADED
           call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           move 0 to WS-CKP-PENDING.
      *> A dry run only lists its rejects; ROSTREJ.DAT is what a real
      *> load hands back to the partner.
       4900-WRITE-REJECT.
           move WS-RT-LINE-NO (WS-RT-IDX) to ROSTREJ-LINE-NO
           move WS-REASON to ROSTREJ-REASON
           move WS-RT-USERNAME (WS-RT-IDX) to ROSTREJ-USERNAME
           move WS-RT-EMAIL (WS-RT-IDX) to ROSTREJ-EMAIL
           move WS-RT-ROLE (WS-RT-IDX) to ROSTREJ-ROLE
           move WS-RT-LANGUAGE (WS-RT-IDX) to ROSTREJ-LANGUAGE
           perform 5200-TALLY-REJECT
           if WS-SEL-MODE = "APPLY"
               write REJECT-LINE from ROSTREJ-RECORD
           else
               move WS-RT-LINE-NO (WS-RT-IDX) to WS-RPT-LINE-NO
               display "ROSTLOAD: WOULD REJECT line " WS-RPT-LINE-NO
                   " " WS-REASON " " WS-RT-USERNAME (WS-RT-IDX)
           end-if.
       5000-CONTROL-TOTALS.
           add WS-BANKED-LOADED to WS-LOADED-COUNT
           open output REPORT-FILE
           move "PARTNER ROSTER LOAD - CONTROL TOTALS" to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "RUN AT: " delimited by size
               WS-NOW-TS delimited by size
               "   MODE: " delimited by size
               WS-SEL-MODE delimited by space
               "   PARTNER: " delimited by size
               WS-SEL-PARTNER delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "ROSTER: " delimited by size
               WS-ROSTER-PATH delimited by space
               into REPORT-LINE
           write REPORT-LINE
           if WS-RESTARTED = "Y"
               move spaces to REPORT-LINE
               move WS-RESUME-FROM to WS-RPT-COUNT
               string "RESUMED AFTER ROSTER ROW " delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           move spaces to REPORT-LINE
           write REPORT-LINE
           move WS-RT-COUNT to WS-RPT-COUNT
           move spaces to REPORT-LINE
           string "ROWS READ            " delimited by size
               WS-RPT-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move WS-LOADED-COUNT to WS-RPT-COUNT
           move spaces to REPORT-LINE
           if WS-SEL-MODE = "APPLY"
               string "ROWS LOADED          " delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
           else
               string "ROWS THAT WOULD LOAD " delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
           end-if
           write REPORT-LINE
           move WS-REJECTED-COUNT to WS-RPT-COUNT
           move spaces to REPORT-LINE
           string "ROWS REJECTED        " delimited by size
               WS-RPT-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           perform varying WS-RSN-IDX from 1 by 1
               until WS-RSN-IDX > WS-RSN-COUNT
               if WS-RSN-ROWS (WS-RSN-IDX) > 0
                   move WS-RSN-ROWS (WS-RSN-IDX) to WS-RPT-COUNT
                   move spaces to REPORT-LINE
                   string "  " delimited by size
                       WS-RSN-CODE (WS-RSN-IDX) delimited by size
                       " " delimited by size
                       WS-RPT-COUNT delimited by size
                       "  " delimited by size
                       WS-RSN-DESC (WS-RSN-IDX) delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               end-if
           end-perform
           if WS-RSN-OTHER > 0
               move WS-RSN-OTHER to WS-RPT-COUNT
               move spaces to REPORT-LINE
               string "  OTHER    " delimited by size
                   WS-RPT-COUNT delimited by size
                   "  unrecognised reason code in ROSTREJ.DAT"
                   delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-MAIL-FAILED-COUNT > 0
               move WS-MAIL-FAILED-COUNT to WS-RPT-COUNT
               move spaces to REPORT-LINE
               string "LOADED, CONFIRMATION MAIL NOT QUEUED "
                   delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-RESUMED-ROWS > 0
               move WS-RESUMED-ROWS to WS-RPT-COUNT
               move spaces to REPORT-LINE
               string "FINISHED FROM BEFORE THE RESTART "
                   delimited by size
                   WS-RPT-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           move spaces to REPORT-LINE
           write REPORT-LINE
           if WS-LOADED-COUNT + WS-REJECTED-COUNT = WS-RT-COUNT
               move "CONTROL TOTALS BALANCE: READ = LOADED + REJECTED"
                   to REPORT-LINE
           else
               move "CONTROL TOTALS DO NOT BALANCE - CHECK ROSTREJ.DAT"
                   to REPORT-LINE
               display "ROSTLOAD: WARNING - control totals do not "
                   "balance, see " WS-REPORT-PATH
           end-if
           write REPORT-LINE
           close REPORT-FILE
           display "ROSTLOAD: rows read      " WS-RT-COUNT
           if WS-SEL-MODE = "APPLY"
               display "ROSTLOAD: rows loaded    " WS-LOADED-COUNT
           else
               display "ROSTLOAD: would load     " WS-LOADED-COUNT
           end-if
           display "ROSTLOAD: rows rejected  " WS-REJECTED-COUNT.
      *> Rejections are tallied as they are made, and a resumed load
      *> re-tallies the ones it kept from before its restart point;
      *> the rows loaded before it are the control row's banked count,
      *> which BATCHCKP hands back. Both totals cover the whole roster.
       5150-SET-REASONS.
           move "BADROW" to WS-RSN-CODE (1)
           move "username or e-mail missing"
               to WS-RSN-DESC (1)
           move "BADNAME" to WS-RSN-CODE (2)
           move "username holds a space" to WS-RSN-DESC (2)
           move "BADEMAIL" to WS-RSN-CODE (3)
           move "e-mail address malformed" to WS-RSN-DESC (3)
           move "BADLANG" to WS-RSN-CODE (4)
           move "language not EN or FR" to WS-RSN-DESC (4)
           move "BADROLE" to WS-RSN-CODE (5)
           move "role not defined" to WS-RSN-DESC (5)
           move "ROLEAPPR" to WS-RSN-CODE (6)
           move "role above MEMBER needs console approval"
               to WS-RSN-DESC (6)
           move "DUPINFIL" to WS-RSN-CODE (7)
           move "username or e-mail repeated in the roster"
               to WS-RSN-DESC (7)
           move "DUPUSER" to WS-RSN-CODE (8)
           move "username already in use" to WS-RSN-DESC (8)
           move "NAMEUNAV" to WS-RSN-CODE (9)
           move "username retired or reserved by a rename"
               to WS-RSN-DESC (9)
           move "DUPEMAIL" to WS-RSN-CODE (10)
           move "e-mail address already in use" to WS-RSN-DESC (10)
           move "DOMBLOCK" to WS-RSN-CODE (11)
           move "e-mail domain blocked by ops domain rules"
               to WS-RSN-DESC (11)
           move "SUPPRESS" to WS-RSN-CODE (12)
           move "e-mail address on the suppression list"
               to WS-RSN-DESC (12)
           move "LOADFAIL" to WS-RSN-CODE (13)
           move "pending registration could not be written"
               to WS-RSN-DESC (13)
           perform varying WS-RSN-IDX from 1 by 1
               until WS-RSN-IDX > WS-RSN-COUNT
               move 0 to WS-RSN-ROWS (WS-RSN-IDX)
           end-perform
           move 0 to WS-RSN-OTHER
           move 0 to WS-REJECTED-COUNT.
       5200-TALLY-REJECT.
           add 1 to WS-REJECTED-COUNT
           move "N" to WS-RSN-FOUND
           perform varying WS-RSN-IDX from 1 by 1
               until WS-RSN-IDX > WS-RSN-COUNT
               if WS-RSN-CODE (WS-RSN-IDX) = ROSTREJ-REASON
                   add 1 to WS-RSN-ROWS (WS-RSN-IDX)
                   move "Y" to WS-RSN-FOUND
                   move WS-RSN-COUNT to WS-RSN-IDX
               end-if
           end-perform
           if WS-RSN-FOUND = "N"
               add 1 to WS-RSN-OTHER
           end-if.
       end program ROSTLOAD.
