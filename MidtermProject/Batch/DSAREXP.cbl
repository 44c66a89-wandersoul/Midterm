       identification division.
       program-id. DSAREXP.
      *> Member data-access request export -- everything this system
      *> holds on one person, in one readable package. Answering such
      *> a request used to mean AUDITQRY for the events and then
      *> reading MBRUSR, KNOWNDEV, SESSION, PWDHIST, MAILQUEUE,
      *> MAILSUPP and DORMANT row by row in an editor. Parameters come
      *> from DSAREXP.PARM in the AUDITQRY.PARM style, one NAME=VALUE
      *> per line:
      *>   USERNAME=<account>            (required)
      *>   OUTPUT=<path>                 (default DSAR<timestamp>.TXT)
      *> Sections: the member record; known devices with their
      *> standing; session history; when the password was last set
      *> (the stored hashes are never read out); every mail queued to
      *> the member's address with its delivery status (subject only
      *> -- bodies carry one-time codes and links); any suppression,
      *> dormancy or closure row; and the full audit history. The
      *> audit history uses MBRSTMT's split so no row appears twice:
      *> retained generations for days already pruned from the keyed
      *> copy, AUDITIX.DAT for the lookup period, and the live
      *> AUDIT.DAT tail not yet rolled. Sections are written to a work
      *> file first so the package can open with a cover sheet giving
      *> each section's count and the generation time. Every run is
      *> logged -- a line on DSAREXP.LOG, which nothing prunes, and a
      *> MEMBER_DATA_EXPORTED audit event against the account -- so
      *> when a request was answered can always be shown. A renamed
      *> account is exported under its current name whichever name
      *> was asked for, and its audit history takes in the rows filed
      *> under every name it has carried (USRALIAS NAMES).
       environment division.
       input-output section.
       file-control.
           select PARM-FILE assign to WS-PARM-PATH
               organization line sequential
               file status is WS-PARM-STATUS.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
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
           select PWDHIST-FILE assign to WS-PWDHIST-PATH
               organization indexed
               access mode dynamic
               record key is PWDHIST-USERNAME
               file status is WS-PWDHIST-STATUS.
           select MAILQ-FILE assign to WS-MAILQ-PATH
               organization indexed
               access mode dynamic
               record key is MAILQ-MSG-ID
               file status is WS-MAILQ-STATUS.
           select MAILSUP-FILE assign to WS-MAILSUP-PATH
               organization indexed
               access mode dynamic
               record key is MAILSUP-EMAIL
               file status is WS-MAILSUP-STATUS.
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
           select AUDITGEN-FILE assign to WS-AUDITGEN-PATH
               organization indexed
               access mode dynamic
               record key is AUDITGEN-CUT-TS
               file status is WS-AUDITGEN-STATUS.
           select AUDITIX-FILE assign to WS-AUDITIX-PATH
               organization indexed
               access mode dynamic
               record key is AUDITIX-KEY
               file status is WS-AUDITIX-STATUS.
           select AUDIT-FILE assign dynamic WS-SCAN-PATH
               organization line sequential
               file status is WS-SCAN-STATUS.
           select WORK-FILE assign to WS-WORK-PATH
               organization line sequential
               file status is WS-WORK-STATUS.
           select PACKAGE-FILE assign dynamic WS-PACKAGE-PATH
               organization line sequential
               file status is WS-PACKAGE-STATUS.
           select RUNLOG-FILE assign to WS-RUNLOG-PATH
               organization line sequential
               file status is WS-RUNLOG-STATUS.
       data division.
       file section.
       fd  PARM-FILE.
       01  PARM-LINE                       PIC X(250).
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  KNOWNDEV-FILE.
       copy KNOWNDVR.
       fd  SESSION-FILE.
       copy SESSNREC.
       fd  PWDHIST-FILE.
       copy PWDHSTRC.
       fd  MAILQ-FILE.
       copy MAILQREC.
       fd  MAILSUP-FILE.
       copy MAILSUPR.
       fd  DORMANT-FILE.
       copy DORMNTRC.
       fd  CLOSEREQ-FILE.
       copy CLOSERQC.
       fd  AUDITGEN-FILE.
       copy AUDITGRC.
       fd  AUDITIX-FILE.
       copy AUDITIXR.
       fd  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(300).
       fd  WORK-FILE.
       01  WORK-LINE                       PIC X(200).
       fd  PACKAGE-FILE.
       01  PACKAGE-LINE                    PIC X(200).
       fd  RUNLOG-FILE.
       01  RUNLOG-LINE                     PIC X(200).
       working-storage section.
       01  WS-PARM-PATH                    PIC X(100)
               VALUE "DSAREXP.PARM".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-KNOWNDEV-PATH                PIC X(100)
               VALUE "KNOWNDEV.DAT".
       01  WS-SESSION-PATH                 PIC X(100)
               VALUE "SESSION.DAT".
       01  WS-PWDHIST-PATH                 PIC X(100)
               VALUE "PWDHIST.DAT".
       01  WS-MAILQ-PATH                   PIC X(100)
               VALUE "MAILQUEUE.DAT".
       01  WS-MAILSUP-PATH                 PIC X(100)
               VALUE "MAILSUPP.DAT".
       01  WS-DORMANT-PATH                 PIC X(100)
               VALUE "DORMANT.DAT".
       01  WS-CLOSEREQ-PATH                PIC X(100)
               VALUE "CLOSEREQ.DAT".
       01  WS-AUDITGEN-PATH                PIC X(100)
               VALUE "AUDITGEN.DAT".
       01  WS-AUDITIX-PATH                 PIC X(100)
               VALUE "AUDITIX.DAT".
       01  WS-LIVE-PATH                    PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-WORK-PATH                    PIC X(100)
               VALUE "DSAREXP.WRK".
       01  WS-RUNLOG-PATH                  PIC X(100)
               VALUE "DSAREXP.LOG".
       01  WS-SCAN-PATH                    PIC X(100).
       01  WS-PACKAGE-PATH                 PIC X(100).
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-KNOWNDEV-STATUS              PIC XX.
       01  WS-SESSION-STATUS               PIC XX.
       01  WS-PWDHIST-STATUS               PIC XX.
       01  WS-MAILQ-STATUS                 PIC XX.
       01  WS-MAILSUP-STATUS               PIC XX.
       01  WS-DORMANT-STATUS               PIC XX.
       01  WS-CLOSEREQ-STATUS              PIC XX.
       01  WS-AUDITGEN-STATUS              PIC XX.
       01  WS-AUDITIX-STATUS               PIC XX.
       01  WS-SCAN-STATUS                  PIC XX.
       01  WS-WORK-STATUS                  PIC XX.
       01  WS-PACKAGE-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-GEN-AT-END                   PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-PARM-RECORD.
           05  WS-PARM-NAME                PIC X(20).
           05  WS-PARM-VALUE               PIC X(230).
       01  WS-SEL-USERNAME                 PIC X(50).
      *> Every name the account has carried, current name first.
       01  WS-SEL-NAME-LIST.
           05  WS-SEL-NAME                 PIC X(50)
                   occurs 20 times.
       01  WS-SEL-NAME-COUNT               PIC 9(4) VALUE 0.
       01  WS-NAME-IDX                     PIC 9(4).
       01  WS-NAME-MATCHED                 PIC X.
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-IX-USERNAME                  PIC X(50).
      *> The member's address as held on the member record -- the key
      *> for the mail queue and suppression sections.
       01  WS-MEMBER-EMAIL                 PIC X(100).
      *> Must match AUDITROLL's WS-INDEX-PERIOD-DAYS, exactly as in
      *> MBRSTMT: rows dated before the prune cutoff come from the
      *> generations, rows on or after it from the keyed copy.
       01  WS-INDEX-PERIOD-DAYS            PIC 9(4) VALUE 35.
       01  WS-PRUNE-CUTOFF-DATE            PIC 9(8).
       01  WS-ROW-DATE                     PIC 9(8).
       01  WS-GEN-DATE                     PIC 9(8).
       01  WS-CONV-DAYS                    PIC 9(7).
      *> Section counts for the cover sheet and the run log.
       01  WS-CNT-MEMBER                   PIC 9(6) VALUE 0.
       01  WS-CNT-DEVICES                  PIC 9(6) VALUE 0.
       01  WS-CNT-SESSIONS                 PIC 9(6) VALUE 0.
       01  WS-CNT-PASSWORD                 PIC 9(6) VALUE 0.
       01  WS-CNT-MAIL                     PIC 9(6) VALUE 0.
       01  WS-CNT-SUPPRESS                 PIC 9(6) VALUE 0.
       01  WS-CNT-DORMANT                  PIC 9(6) VALUE 0.
       01  WS-CNT-CLOSURE                  PIC 9(6) VALUE 0.
       01  WS-CNT-AUDIT                    PIC 9(8) VALUE 0.
       01  WS-CNT-AUDIT-GEN                PIC 9(8) VALUE 0.
       01  WS-CNT-AUDIT-IX                 PIC 9(8) VALUE 0.
       01  WS-CNT-AUDIT-LIVE               PIC 9(8) VALUE 0.
       01  WS-GENS-SCANNED                 PIC 9(4) VALUE 0.
       01  WS-SECTION-TITLE                PIC X(60).
       01  WS-STATUS-TEXT                  PIC X(30).
       01  WS-FMT-TS                       PIC 9(14).
       01  WS-TS-TEXT                      PIC X(14).
       01  WS-TS-OUT                       PIC X(19).
       01  WS-TS-HOLD                      PIC X(19).
       01  WS-READABLE-TS.
           05  WS-RD-YYYY                  PIC X(4).
           05  FILLER                      PIC X VALUE "-".
           05  WS-RD-MM                    PIC X(2).
           05  FILLER                      PIC X VALUE "-".
           05  WS-RD-DD                    PIC X(2).
           05  FILLER                      PIC X VALUE " ".
           05  WS-RD-HH                    PIC X(2).
           05  FILLER                      PIC X VALUE ":".
           05  WS-RD-MI                    PIC X(2).
           05  FILLER                      PIC X VALUE ":".
           05  WS-RD-SS                    PIC X(2).
      *> Audit row being listed, whichever source it came from.
       01  WS-EVT-TS                       PIC 9(14).
       01  WS-EVT-TYPE                     PIC X(30).
       01  WS-EVT-IP                       PIC X(45).
       01  WS-EVT-DETAIL                   PIC X(24).
       01  WS-EVT-MEMBER-DATA-EXPORTED     PIC X(30)
               VALUE "MEMBER_DATA_EXPORTED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "DSAREXP".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "ExportMemberData".
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-AUDIT-DETAIL                 PIC X(24).
       01  WS-AUDIT-RC                     PIC 9(2).
       copy AUDITREC.
       procedure division.
       0000-MAIN.
           display "DSAREXP: member data-access export starting"
           perform 0100-GET-NOW
           perform 1000-READ-PARAMETERS
           if WS-SEL-USERNAME = spaces
               display "DSAREXP: no USERNAME parameter -- nothing to "
                   "export"
               goback
           end-if
           if WS-PACKAGE-PATH = spaces
               string "DSAR" delimited by size
                   WS-NOW-TS delimited by size
                   ".TXT" delimited by size
                   into WS-PACKAGE-PATH
           end-if
           perform 1500-RESOLVE-NAMES
           display "DSAREXP: exporting " WS-SEL-USERNAME
           open output WORK-FILE
           if WS-WORK-STATUS not = "00"
               display "DSAREXP: work file not available, status "
                   WS-WORK-STATUS
               goback
           end-if
           perform 2000-MEMBER-RECORD
           perform 2100-KNOWN-DEVICES
           perform 2200-SESSION-HISTORY
           perform 2300-PASSWORD-LAST-SET
           perform 2400-QUEUED-MAIL
           perform 2500-MAIL-SUPPRESSION
           perform 2600-DORMANCY
           perform 2700-CLOSURE
           perform 2800-AUDIT-HISTORY
           close WORK-FILE
           perform 3000-WRITE-PACKAGE
           if WS-PACKAGE-STATUS = "00"
               perform 4000-LOG-RUN
               display "DSAREXP: package written to " WS-PACKAGE-PATH
           else
               display "DSAREXP: package could not be written, status "
                   WS-PACKAGE-STATUS
           end-if
           display "DSAREXP: audit rows exported " WS-CNT-AUDIT
           display "DSAREXP: member data-access export complete"
           goback.
       0100-GET-NOW.
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-CURRENT-DATE-FIELD(1:8) to WS-TODAY-DATE
           compute WS-CONV-DAYS =
               function integer-of-date(WS-TODAY-DATE)
               - WS-INDEX-PERIOD-DAYS
           move function date-of-integer(WS-CONV-DAYS)
               to WS-PRUNE-CUTOFF-DATE.
       1000-READ-PARAMETERS.
           move spaces to WS-SEL-USERNAME
           move spaces to WS-PACKAGE-PATH
           open input PARM-FILE
           if WS-PARM-STATUS not = "00"
               display "DSAREXP: no parameter file (" WS-PARM-PATH ")"
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
               when "USERNAME"
                   move WS-PARM-VALUE to WS-SEL-USERNAME
               when "OUTPUT"
                   move WS-PARM-VALUE to WS-PACKAGE-PATH
               when spaces
                   continue
               when other
                   display "DSAREXP: unknown parameter ignored: "
                       WS-PARM-NAME
           end-evaluate.
      *> The member record first: its address keys the mail sections.
      *> An account already erased (or never created) still gets a
      *> package -- what is left of it elsewhere is still the answer.
      *> A request may name the account as the member knew it before
      *> a rename; every section reads under the current name.
       1500-RESOLVE-NAMES.
           call "USRALIAS" using WS-ACT-NAMES WS-SEL-USERNAME
               WS-ALIAS-NEW-NAME WS-ALIAS-BY WS-NOW-TS
               WS-SEL-NAME-LIST WS-SEL-NAME-COUNT WS-ALIAS-RC
           if WS-ALIAS-RC not = 0
               display "DSAREXP: alias register not available -- "
                   "history under any former username not included"
           end-if
           if WS-SEL-NAME (1) not = WS-SEL-USERNAME
               display "DSAREXP: " WS-SEL-USERNAME
                   " is a former username of " WS-SEL-NAME (1)
               move WS-SEL-NAME (1) to WS-SEL-USERNAME
           end-if.
       2000-MEMBER-RECORD.
           move "MEMBER RECORD (MBRUSR)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           move spaces to WS-MEMBER-EMAIL
           open input MBRUSR-FILE
           if WS-MBRUSR-STATUS = "00"
               move WS-SEL-USERNAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       continue
                   not invalid key
                       add 1 to WS-CNT-MEMBER
                       move MBRUSR-EMAIL to WS-MEMBER-EMAIL
                       perform 2010-WRITE-MEMBER-LINES
               end-read
               close MBRUSR-FILE
           end-if
           if WS-CNT-MEMBER = 0
               perform 9100-WRITE-NONE
           end-if.
       2010-WRITE-MEMBER-LINES.
           move spaces to WORK-LINE
           string "  USERNAME:        " delimited by size
               MBRUSR-USERNAME delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           string "  E-MAIL:          " delimited by size
               MBRUSR-EMAIL delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           string "  ROLE:            " delimited by size
               MBRUSR-ROLE delimited by size
               into WORK-LINE
           write WORK-LINE
           evaluate MBRUSR-STATUS
               when "P"
                   move "PENDING E-MAIL CONFIRMATION" to WS-STATUS-TEXT
               when "A"
                   move "ACTIVE" to WS-STATUS-TEXT
               when "S"
                   move "SUSPENDED" to WS-STATUS-TEXT
               when "D"
                   move "DISABLED" to WS-STATUS-TEXT
               when "C"
                   move "CLOSURE REQUESTED" to WS-STATUS-TEXT
               when other
                   move MBRUSR-STATUS to WS-STATUS-TEXT
           end-evaluate
           move spaces to WORK-LINE
           string "  STATUS:          " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           move MBRUSR-CREATED-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  CREATED:         " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           string "  MFA ENABLED:     " delimited by size
               MBRUSR-MFA-ENABLED delimited by size
               into WORK-LINE
           write WORK-LINE
           if MBRUSR-EMAIL-FLAG = "B"
               move "UNREACHABLE (MAIL SUPPRESSED)" to WS-STATUS-TEXT
           else
               move "DELIVERABLE" to WS-STATUS-TEXT
           end-if
           move spaces to WORK-LINE
           string "  E-MAIL STATUS:   " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           if MBRUSR-LANGUAGE = spaces
               string "  MAIL LANGUAGE:   EN" delimited by size
                   into WORK-LINE
           else
               string "  MAIL LANGUAGE:   " delimited by size
                   MBRUSR-LANGUAGE delimited by size
                   into WORK-LINE
           end-if
           write WORK-LINE
           move spaces to WORK-LINE
           if MBRUSR-MAILPREF-ADVISORY = "N"
               move "OPTED OUT" to WS-STATUS-TEXT
           else
               move "RECEIVES" to WS-STATUS-TEXT
           end-if
           string "  ADVISORY MAIL:   " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           if MBRUSR-MAILPREF-INFO = "N"
               move "OPTED OUT" to WS-STATUS-TEXT
           else
               move "RECEIVES" to WS-STATUS-TEXT
           end-if
           string "  NEWS/STATEMENTS: " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           if MBRUSR-TOS-VERSION = spaces
               string "  TERMS ACCEPTED:  NONE ON RECORD"
                   delimited by size
                   into WORK-LINE
               write WORK-LINE
           else
               move MBRUSR-TOS-ACCEPTED-TS to WS-FMT-TS
               perform 8000-FORMAT-TIMESTAMP
               string "  TERMS ACCEPTED:  VERSION " delimited by size
                   MBRUSR-TOS-VERSION delimited by space
                   " AT " delimited by size
                   WS-TS-OUT delimited by size
                   into WORK-LINE
               write WORK-LINE
           end-if.
      *> The key leads with the username, so the account's devices are
      *> one positioned START (DEVTRK's walk).
       2100-KNOWN-DEVICES.
           move "KNOWN SIGN-IN DEVICES (KNOWNDEV)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           open input KNOWNDEV-FILE
           if WS-KNOWNDEV-STATUS = "00"
               move low-values to KNOWNDEV-KEY
               move WS-SEL-USERNAME to KNOWNDEV-USERNAME
               move "N" to WS-AT-END
               start KNOWNDEV-FILE key is not less than KNOWNDEV-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read KNOWNDEV-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if KNOWNDEV-USERNAME not = WS-SEL-USERNAME
                               move "Y" to WS-AT-END
                           else
                               add 1 to WS-CNT-DEVICES
                               perform 2110-WRITE-DEVICE-LINES
                           end-if
                   end-read
               end-perform
               close KNOWNDEV-FILE
           end-if
           if WS-CNT-DEVICES = 0
               perform 9100-WRITE-NONE
           end-if.
       2110-WRITE-DEVICE-LINES.
           evaluate KNOWNDEV-STATUS
               when "R"
                   move "REVOKED" to WS-STATUS-TEXT
               when "T"
                   move "TRUSTED" to WS-STATUS-TEXT
               when other
                   move "KNOWN" to WS-STATUS-TEXT
           end-evaluate
           move spaces to WORK-LINE
           string "  DEVICE " delimited by size
               WS-CNT-DEVICES delimited by size
               "  " delimited by size
               WS-STATUS-TEXT delimited by "  "
               into WORK-LINE
           write WORK-LINE
           move KNOWNDEV-FIRST-SEEN-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "    FIRST SEEN:  " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE
           move KNOWNDEV-LAST-SEEN-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "    LAST SEEN:   " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           string "    IP ADDRESS:  " delimited by size
               KNOWNDEV-IP delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           string "    BROWSER:     " delimited by size
               KNOWNDEV-USER-AGENT delimited by size
               into WORK-LINE
           write WORK-LINE.
      *> Session rows are keyed on the session id; the username is the
      *> alternate key. The session id itself is left out of the
      *> package -- for a live session it is a sign-in credential.
       2200-SESSION-HISTORY.
           move "SESSION HISTORY (SESSION)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           open input SESSION-FILE
           if WS-SESSION-STATUS = "00"
               move WS-SEL-USERNAME to SESS-USERNAME
               move "N" to WS-AT-END
               start SESSION-FILE key is equal to SESS-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read SESSION-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if SESS-USERNAME not = WS-SEL-USERNAME
                               move "Y" to WS-AT-END
                           else
                               add 1 to WS-CNT-SESSIONS
                               perform 2210-WRITE-SESSION-LINE
                           end-if
                   end-read
               end-perform
               close SESSION-FILE
           end-if
           if WS-CNT-SESSIONS = 0
               perform 9100-WRITE-NONE
           end-if.
       2210-WRITE-SESSION-LINE.
           if SESS-STATUS = "A"
               move "ACTIVE" to WS-STATUS-TEXT
           else
               move "ENDED" to WS-STATUS-TEXT
           end-if
           move SESS-START-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move WS-TS-OUT to WS-TS-HOLD
           move SESS-LAST-SEEN-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  STARTED " delimited by size
               WS-TS-HOLD delimited by size
               "  LAST SEEN " delimited by size
               WS-TS-OUT delimited by size
               "  " delimited by size
               WS-STATUS-TEXT delimited by "  "
               into WORK-LINE
           write WORK-LINE.
      *> Only the date the password was last set. The row also holds
      *> the hashes of recent passwords for the reuse check; they are
      *> never read out of this program.
       2300-PASSWORD-LAST-SET.
           move "PASSWORD (PWDHIST)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           open input PWDHIST-FILE
           if WS-PWDHIST-STATUS = "00"
               move WS-SEL-USERNAME to PWDHIST-USERNAME
               read PWDHIST-FILE
                   key is PWDHIST-USERNAME
                   invalid key
                       continue
                   not invalid key
                       add 1 to WS-CNT-PASSWORD
                       move PWDHIST-LAST-SET-TS to WS-FMT-TS
                       perform 8000-FORMAT-TIMESTAMP
                       move spaces to WORK-LINE
                       string "  PASSWORD LAST SET: " delimited by size
                           WS-TS-OUT delimited by size
                           into WORK-LINE
                       write WORK-LINE
               end-read
               close PWDHIST-FILE
           end-if
           if WS-CNT-PASSWORD = 0
               perform 9100-WRITE-NONE
           end-if.
      *> The queue carries no username, only the address; a full walk
      *> matching the member's current address is the only way in.
      *> Subject and delivery status only -- the bodies hold one-time
      *> codes and links that have no place in a package sent out.
       2400-QUEUED-MAIL.
           move "MAIL SENT TO THE MEMBER (MAILQUEUE)"
               to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           if WS-MEMBER-EMAIL not = spaces
               open input MAILQ-FILE
               if WS-MAILQ-STATUS = "00"
                   move low-values to MAILQ-MSG-ID
                   move "N" to WS-AT-END
                   start MAILQ-FILE key is not less than MAILQ-MSG-ID
                       invalid key
                           move "Y" to WS-AT-END
                   end-start
                   perform until WS-AT-END = "Y"
                       read MAILQ-FILE next record
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               if MAILQ-TO-EMAIL = WS-MEMBER-EMAIL
                                   add 1 to WS-CNT-MAIL
                                   perform 2410-WRITE-MAIL-LINES
                               end-if
                       end-read
                   end-perform
                   close MAILQ-FILE
               end-if
           end-if
           if WS-CNT-MAIL = 0
               perform 9100-WRITE-NONE
           end-if.
       2410-WRITE-MAIL-LINES.
           evaluate MAILQ-STATUS
               when "Q"
                   move "WAITING TO BE SENT" to WS-STATUS-TEXT
               when "S"
                   move "SENT" to WS-STATUS-TEXT
               when "F"
                   move "DELIVERY BEING RETRIED" to WS-STATUS-TEXT
               when "D"
                   move "UNDELIVERABLE" to WS-STATUS-TEXT
               when other
                   move MAILQ-STATUS to WS-STATUS-TEXT
           end-evaluate
           move MAILQ-QUEUED-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  QUEUED " delimited by size
               WS-TS-OUT delimited by size
               "  " delimited by size
               WS-STATUS-TEXT delimited by "  "
               into WORK-LINE
           write WORK-LINE
           if MAILQ-STATUS = "S"
               move MAILQ-SENT-TS to WS-FMT-TS
               perform 8000-FORMAT-TIMESTAMP
               move spaces to WORK-LINE
               string "    SENT AT:  " delimited by size
                   WS-TS-OUT delimited by size
                   into WORK-LINE
               write WORK-LINE
           end-if
           move spaces to WORK-LINE
           string "    SUBJECT:  " delimited by size
               MAILQ-SUBJECT delimited by size
               into WORK-LINE
           write WORK-LINE.
       2500-MAIL-SUPPRESSION.
           move "MAIL SUPPRESSION (MAILSUPP)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           if WS-MEMBER-EMAIL not = spaces
               open input MAILSUP-FILE
               if WS-MAILSUP-STATUS = "00"
                   move WS-MEMBER-EMAIL to MAILSUP-EMAIL
                   read MAILSUP-FILE
                       key is MAILSUP-EMAIL
                       invalid key
                           continue
                       not invalid key
                           add 1 to WS-CNT-SUPPRESS
                           perform 2510-WRITE-SUPPRESSION-LINES
                   end-read
                   close MAILSUP-FILE
               end-if
           end-if
           if WS-CNT-SUPPRESS = 0
               perform 9100-WRITE-NONE
           end-if.
       2510-WRITE-SUPPRESSION-LINES.
           if MAILSUP-STATUS = "S"
               move "SUPPRESSED" to WS-STATUS-TEXT
           else
               move "WATCHING (SOFT BOUNCES)" to WS-STATUS-TEXT
           end-if
           move spaces to WORK-LINE
           string "  STATUS:       " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           evaluate MAILSUP-REASON
               when "H"
                   move "HARD BOUNCE" to WS-STATUS-TEXT
               when "S"
                   move "REPEATED SOFT BOUNCES" to WS-STATUS-TEXT
               when other
                   move spaces to WS-STATUS-TEXT
           end-evaluate
           move spaces to WORK-LINE
           string "  REASON:       " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           move spaces to WORK-LINE
           string "  SOFT BOUNCES: " delimited by size
               MAILSUP-SOFT-COUNT delimited by size
               into WORK-LINE
           write WORK-LINE
           move MAILSUP-FIRST-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  FIRST BOUNCE: " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE
           move MAILSUP-LAST-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  LAST BOUNCE:  " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE.
       2600-DORMANCY.
           move "DORMANCY TRACKING (DORMANT)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           open input DORMANT-FILE
           if WS-DORMANT-STATUS = "00"
               move WS-SEL-USERNAME to DORMANT-USERNAME
               read DORMANT-FILE
                   key is DORMANT-USERNAME
                   invalid key
                       continue
                   not invalid key
                       add 1 to WS-CNT-DORMANT
                       move DORMANT-LAST-SEEN-TS to WS-FMT-TS
                       perform 8000-FORMAT-TIMESTAMP
                       move spaces to WORK-LINE
                       string "  LAST SIGN-IN ON RECORD: "
                           delimited by size
                           WS-TS-OUT delimited by size
                           into WORK-LINE
                       write WORK-LINE
                       move DORMANT-WARNED-TS to WS-FMT-TS
                       perform 8000-FORMAT-TIMESTAMP
                       move spaces to WORK-LINE
                       string "  INACTIVITY WARNING SENT: "
                           delimited by size
                           WS-TS-OUT delimited by size
                           into WORK-LINE
                       write WORK-LINE
               end-read
               close DORMANT-FILE
           end-if
           if WS-CNT-DORMANT = 0
               perform 9100-WRITE-NONE
           end-if.
       2700-CLOSURE.
           move "ACCOUNT CLOSURE (CLOSEREQ)" to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           open input CLOSEREQ-FILE
           if WS-CLOSEREQ-STATUS = "00"
               move WS-SEL-USERNAME to CLOSEREQ-USERNAME
               read CLOSEREQ-FILE
                   key is CLOSEREQ-USERNAME
                   invalid key
                       continue
                   not invalid key
                       add 1 to WS-CNT-CLOSURE
                       perform 2710-WRITE-CLOSURE-LINES
               end-read
               close CLOSEREQ-FILE
           end-if
           if WS-CNT-CLOSURE = 0
               perform 9100-WRITE-NONE
           end-if.
       2710-WRITE-CLOSURE-LINES.
           if CLOSEREQ-STATUS = "E"
               move "ERASED" to WS-STATUS-TEXT
           else
               move "PENDING ERASURE" to WS-STATUS-TEXT
           end-if
           move spaces to WORK-LINE
           string "  STATUS:        " delimited by size
               WS-STATUS-TEXT delimited by size
               into WORK-LINE
           write WORK-LINE
           move CLOSEREQ-REQUESTED-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  REQUESTED:     " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE
           move CLOSEREQ-ERASE-AFTER-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  ERASE AFTER:   " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE
           move CLOSEREQ-ERASED-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           string "  ERASED:        " delimited by size
               WS-TS-OUT delimited by size
               into WORK-LINE
           write WORK-LINE.
      *> Oldest first: generations (pruned-period days only), then the
      *> keyed copy, then the live tail.
       2800-AUDIT-HISTORY.
           move "AUDIT HISTORY (AUDITGEN GENERATIONS, AUDITIX, AUDIT)"
               to WS-SECTION-TITLE
           perform 9000-WRITE-SECTION-HEADER
           if WS-ALIAS-RC not = 0
               move spaces to WORK-LINE
               string "  NOTE: THE USERNAME ALIAS REGISTER COULD NOT "
                   delimited by size
                   "BE READ FOR THIS RUN" delimited by size
                   into WORK-LINE
               write WORK-LINE
           end-if
           perform 2810-SCAN-GENERATIONS
           perform 2830-READ-KEYED-COPY
           move WS-LIVE-PATH to WS-SCAN-PATH
           perform 2840-SCAN-LIVE-TAIL
           compute WS-CNT-AUDIT = WS-CNT-AUDIT-GEN + WS-CNT-AUDIT-IX
               + WS-CNT-AUDIT-LIVE
           if WS-CNT-AUDIT = 0
               perform 9100-WRITE-NONE
           end-if.
      *> Every retained generation is read: the package has to cover
      *> the member's whole retained history, and only rows dated
      *> before the prune cutoff are taken from them.
       2810-SCAN-GENERATIONS.
           open input AUDITGEN-FILE
           if WS-AUDITGEN-STATUS not = "00"
               display "DSAREXP: generation catalog not available, "
                   "status " WS-AUDITGEN-STATUS
                   " -- retained generations not included"
               move spaces to WORK-LINE
               string "  NOTE: RETAINED AUDIT GENERATIONS COULD NOT "
                   delimited by size
                   "BE READ FOR THIS RUN" delimited by size
                   into WORK-LINE
               write WORK-LINE
           else
               move "N" to WS-GEN-AT-END
               move 0 to AUDITGEN-CUT-TS
               start AUDITGEN-FILE
                   key is not less than AUDITGEN-CUT-TS
                   invalid key
                       move "Y" to WS-GEN-AT-END
               end-start
               perform until WS-GEN-AT-END = "Y"
                   read AUDITGEN-FILE next record
                       at end
                           move "Y" to WS-GEN-AT-END
                       not at end
                           move AUDITGEN-FILENAME to WS-SCAN-PATH
                           perform 2820-SCAN-ONE-GENERATION
                   end-read
               end-perform
               close AUDITGEN-FILE
           end-if.
       2820-SCAN-ONE-GENERATION.
           open input AUDIT-FILE
           if WS-SCAN-STATUS = "00"
               add 1 to WS-GENS-SCANNED
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read AUDIT-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           move AUDIT-TIMESTAMP(1:8) to WS-ROW-DATE
                           perform 2860-TEST-AUDIT-NAME
                           if WS-NAME-MATCHED = "Y"
                               and WS-ROW-DATE < WS-PRUNE-CUTOFF-DATE
                               add 1 to WS-CNT-AUDIT-GEN
                               move AUDIT-TIMESTAMP to WS-EVT-TS
                               move AUDIT-EVENT-TYPE to WS-EVT-TYPE
                               move AUDIT-CLIENT-IP to WS-EVT-IP
                               move AUDIT-DETAIL to WS-EVT-DETAIL
                               perform 2850-WRITE-AUDIT-LINE
                           end-if
                   end-read
               end-perform
               close AUDIT-FILE
           end-if.
      *> The keyed copy's key leads with the username: one positioned
      *> START reads the member's lookup-period rows in time order.
      *> The keyed copy does not carry the detail qualifier. A renamed
      *> account's names are read oldest first.
       2830-READ-KEYED-COPY.
           open input AUDITIX-FILE
           if WS-AUDITIX-STATUS = "00"
               perform varying WS-NAME-IDX from WS-SEL-NAME-COUNT
                   by -1 until WS-NAME-IDX = 0
                   move WS-SEL-NAME (WS-NAME-IDX) to WS-IX-USERNAME
                   perform 2835-READ-KEYED-NAME
               end-perform
               close AUDITIX-FILE
           end-if.
       2835-READ-KEYED-NAME.
           move low-values to AUDITIX-KEY
           move WS-IX-USERNAME to AUDITIX-USERNAME
           move "N" to WS-AT-END
           start AUDITIX-FILE key is not less than AUDITIX-KEY
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read AUDITIX-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if AUDITIX-USERNAME not = WS-IX-USERNAME
                           move "Y" to WS-AT-END
                       else
                           move AUDITIX-TIMESTAMP(1:8)
                               to WS-ROW-DATE
                           if WS-ROW-DATE
                               not < WS-PRUNE-CUTOFF-DATE
                               add 1 to WS-CNT-AUDIT-IX
                               move AUDITIX-TIMESTAMP to WS-EVT-TS
                               move AUDITIX-EVENT-TYPE
                                   to WS-EVT-TYPE
                               move AUDITIX-CLIENT-IP to WS-EVT-IP
                               move spaces to WS-EVT-DETAIL
                               perform 2850-WRITE-AUDIT-LINE
                           end-if
                       end-if
               end-read
           end-perform.
      *> Rows logged since the last rollover cut are in neither the
      *> keyed copy nor any generation.
       2840-SCAN-LIVE-TAIL.
           open input AUDIT-FILE
           if WS-SCAN-STATUS = "00"
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read AUDIT-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform 2860-TEST-AUDIT-NAME
                           if WS-NAME-MATCHED = "Y"
                               add 1 to WS-CNT-AUDIT-LIVE
                               move AUDIT-TIMESTAMP to WS-EVT-TS
                               move AUDIT-EVENT-TYPE to WS-EVT-TYPE
                               move AUDIT-CLIENT-IP to WS-EVT-IP
                               move AUDIT-DETAIL to WS-EVT-DETAIL
                               perform 2850-WRITE-AUDIT-LINE
                           end-if
                   end-read
               end-perform
               close AUDIT-FILE
           end-if.
       2850-WRITE-AUDIT-LINE.
           move WS-EVT-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to WORK-LINE
           move "  " to WORK-LINE (1:2)
           move WS-TS-OUT to WORK-LINE (3:19)
           move WS-EVT-TYPE to WORK-LINE (24:30)
           move WS-EVT-IP to WORK-LINE (56:45)
           move WS-EVT-DETAIL to WORK-LINE (103:24)
           write WORK-LINE.
       2860-TEST-AUDIT-NAME.
           move "N" to WS-NAME-MATCHED
           perform varying WS-NAME-IDX from 1 by 1
               until WS-NAME-IDX > WS-SEL-NAME-COUNT
               if WS-SEL-NAME (WS-NAME-IDX) = AUDIT-USERNAME
                   move "Y" to WS-NAME-MATCHED
                   move WS-SEL-NAME-COUNT to WS-NAME-IDX
               end-if
           end-perform.
      *> Cover sheet, then the sections copied across from the work
      *> file.
       3000-WRITE-PACKAGE.
           open output PACKAGE-FILE
           if WS-PACKAGE-STATUS = "00"
               perform 3100-WRITE-COVER-SHEET
               open input WORK-FILE
               if WS-WORK-STATUS = "00"
                   move "N" to WS-AT-END
                   perform until WS-AT-END = "Y"
                       read WORK-FILE
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               move WORK-LINE to PACKAGE-LINE
                               write PACKAGE-LINE
                       end-read
                   end-perform
                   close WORK-FILE
               end-if
               close PACKAGE-FILE
           end-if.
       3100-WRITE-COVER-SHEET.
           move "MEMBER DATA-ACCESS REQUEST - PERSONAL DATA HELD"
               to PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "ACCOUNT:            " delimited by size
               WS-SEL-USERNAME delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           perform varying WS-NAME-IDX from 2 by 1
               until WS-NAME-IDX > WS-SEL-NAME-COUNT
               move spaces to PACKAGE-LINE
               string "FORMERLY:           " delimited by size
                   WS-SEL-NAME (WS-NAME-IDX) delimited by size
                   into PACKAGE-LINE
               write PACKAGE-LINE
           end-perform
           move WS-NOW-TS to WS-FMT-TS
           perform 8000-FORMAT-TIMESTAMP
           move spaces to PACKAGE-LINE
           string "GENERATED:          " delimited by size
               WS-TS-OUT delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           write PACKAGE-LINE
           move "CONTENTS                                      ENTRIES"
               to PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  MEMBER RECORD                               "
               delimited by size
               WS-CNT-MEMBER delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  KNOWN SIGN-IN DEVICES                       "
               delimited by size
               WS-CNT-DEVICES delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  SESSION HISTORY                             "
               delimited by size
               WS-CNT-SESSIONS delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  PASSWORD LAST SET                           "
               delimited by size
               WS-CNT-PASSWORD delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  MAIL SENT TO THE MEMBER                     "
               delimited by size
               WS-CNT-MAIL delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  MAIL SUPPRESSION                            "
               delimited by size
               WS-CNT-SUPPRESS delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  DORMANCY TRACKING                           "
               delimited by size
               WS-CNT-DORMANT delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  ACCOUNT CLOSURE                             "
               delimited by size
               WS-CNT-CLOSURE delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "  AUDIT HISTORY                             "
               delimited by size
               WS-CNT-AUDIT delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "    FROM RETAINED GENERATIONS               "
               delimited by size
               WS-CNT-AUDIT-GEN delimited by size
               "  (" delimited by size
               WS-GENS-SCANNED delimited by size
               " GENERATION FILES READ)" delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "    FROM THE KEYED LOOKUP COPY              "
               delimited by size
               WS-CNT-AUDIT-IX delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "    FROM THE LIVE TRAIL                     "
               delimited by size
               WS-CNT-AUDIT-LIVE delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           write PACKAGE-LINE
           move spaces to PACKAGE-LINE
           string "Password hashes and the contents of security mails "
               delimited by size
               "(one-time codes and links) are not included."
               delimited by size
               into PACKAGE-LINE
           write PACKAGE-LINE.
      *> The proof that the request was answered: a line on the run
      *> log, which no retention job touches, and an audit event
      *> against the account so it shows in the member's own trail.
       4000-LOG-RUN.
           open extend RUNLOG-FILE
           if WS-RUNLOG-STATUS = "35"
               open output RUNLOG-FILE
           end-if
           if WS-RUNLOG-STATUS = "00"
               move spaces to RUNLOG-LINE
               string WS-NOW-TS delimited by size
                   " " delimited by size
                   WS-SEL-USERNAME delimited by space
                   " PACKAGE=" delimited by size
                   WS-PACKAGE-PATH delimited by space
                   " MEMBER=" delimited by size
                   WS-CNT-MEMBER delimited by size
                   " DEVICES=" delimited by size
                   WS-CNT-DEVICES delimited by size
                   " SESSIONS=" delimited by size
                   WS-CNT-SESSIONS delimited by size
                   " MAIL=" delimited by size
                   WS-CNT-MAIL delimited by size
                   " AUDIT=" delimited by size
                   WS-CNT-AUDIT delimited by size
                   into RUNLOG-LINE
               write RUNLOG-LINE
               close RUNLOG-FILE
           else
               display "DSAREXP: WARNING - run log not written, "
                   "status " WS-RUNLOG-STATUS
           end-if
           move spaces to WS-AUDIT-DETAIL
           string "AUDIT=" delimited by size
               WS-CNT-AUDIT delimited by size
               into WS-AUDIT-DETAIL
           call "AUDITDTL" using WS-SEL-USERNAME
               WS-EVT-MEMBER-DATA-EXPORTED WS-NOW-TS
               WS-SRC-CLASS WS-SRC-METHOD WS-SPACES-X45
               WS-SPACES-X40 WS-AUDIT-DETAIL WS-AUDIT-RC.
      *> A zero stamp is a field the row has never had filled in.
       8000-FORMAT-TIMESTAMP.
           if WS-FMT-TS = 0
               move "(NOT RECORDED)" to WS-TS-OUT
           else
               move spaces to WS-TS-TEXT
               move WS-FMT-TS to WS-TS-TEXT
               move WS-TS-TEXT(1:4) to WS-RD-YYYY
               move WS-TS-TEXT(5:2) to WS-RD-MM
               move WS-TS-TEXT(7:2) to WS-RD-DD
               move WS-TS-TEXT(9:2) to WS-RD-HH
               move WS-TS-TEXT(11:2) to WS-RD-MI
               move WS-TS-TEXT(13:2) to WS-RD-SS
               move WS-READABLE-TS to WS-TS-OUT
           end-if.
       9000-WRITE-SECTION-HEADER.
           move spaces to WORK-LINE
           write WORK-LINE
           move WS-SECTION-TITLE to WORK-LINE
           write WORK-LINE.
       9100-WRITE-NONE.
           move "  (NONE)" to WORK-LINE
           write WORK-LINE.
       end program DSAREXP.
