       identification division.
       program-id. CRMFEED.
      *> Nightly membership change feed to the marketing / support
      *> CRM, which keeps its own copy of our members and used to be
      *> rebuilt by hand from a spreadsheet. Each run writes one
      *> interface file holding only what changed since the last run:
      *> a header, one detail line per change (CRMFEEDR lists them),
      *> and a trailer with the control totals, all stamped with the
      *> run's sequence number. Member changes are found by comparing
      *> MBRUSR.DAT against the image the CRM was last sent
      *> (CRMSTATE.DAT), so a change made by any page or job is
      *> caught; a renamed account is followed through the alias
      *> register so it arrives as a rename, not a new member. Erasures
      *> come from the day's ACCOUNT_ERASED audit events and carry only
      *> the anonymous token -- the CRM matches it to the token sent
      *> with the member's move to closure-requested, and the old
      *> identity never leaves again. The first run sends every active
      *> member as new, which is the CRM's initial load.
      *> The file is handed off to the exchange area (CRMOUT-<seq>.DAT)
      *> and tracked in CRMXFER.DAT until the CRM's acknowledgement
      *> (CRMACK-<seq>.DAT) is read back on a later run; a rejected
      *> file, a record count that does not match, or no answer by the
      *> next night gets the file handed off again and pages on-call,
      *> every night until it is acknowledged. Scheduled after
      *> ACCTERASE so the night's erasures go out the same night.
      *> Checkpointed: a run that stops after building its file hands
      *> that same file off on restart instead of building another, so
      *> the CRM never sees two different files under one sequence.
       environment division.
       input-output section.
       file-control.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select CRMSTATE-FILE assign to WS-CRMSTATE-PATH
               organization indexed
               access mode dynamic
               record key is CRMSTATE-USERNAME
               file status is WS-CRMSTATE-STATUS.
           select CRMXFER-FILE assign to WS-CRMXFER-PATH
               organization indexed
               access mode dynamic
               record key is CRMXFER-SEQ
               file status is WS-CRMXFER-STATUS.
           select CLOSEREQ-FILE assign to WS-CLOSEREQ-PATH
               organization indexed
               access mode dynamic
               record key is CLOSEREQ-USERNAME
               file status is WS-CLOSEREQ-STATUS.
           select USRALIAS-FILE assign to WS-USRALIAS-PATH
               organization indexed
               access mode dynamic
               record key is USRALIAS-OLD-USERNAME
               alternate record key is USRALIAS-NEW-USERNAME
                   with duplicates
               file status is WS-USRALIAS-STATUS.
           select AUDITGEN-FILE assign to WS-AUDITGEN-PATH
               organization indexed
               access mode dynamic
               record key is AUDITGEN-CUT-TS
               file status is WS-AUDITGEN-STATUS.
           select SCAN-FILE assign dynamic WS-SCAN-PATH
               organization line sequential
               file status is WS-SCAN-STATUS.
           select FEED-FILE assign dynamic WS-FEED-PATH
               organization line sequential
               file status is WS-FEED-STATUS.
           select ACK-FILE assign dynamic WS-ACK-PATH
               organization line sequential
               file status is WS-ACK-STATUS.
       data division.
       file section.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  CRMSTATE-FILE.
       copy CRMSTARC.
       fd  CRMXFER-FILE.
       copy CRMXFRR.
       fd  CLOSEREQ-FILE.
       copy CLOSERQC.
       fd  USRALIAS-FILE.
       copy USRALSRC.
       fd  AUDITGEN-FILE.
       copy AUDITGRC.
       fd  SCAN-FILE.
       01  SCAN-LINE                       PIC X(300).
       fd  FEED-FILE.
       copy CRMFEEDR.
       fd  ACK-FILE.
       copy CRMACKRC.
       working-storage section.
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-CRMSTATE-PATH                PIC X(100)
               VALUE "CRMSTATE.DAT".
       01  WS-CRMXFER-PATH                 PIC X(100)
               VALUE "CRMXFER.DAT".
       01  WS-CLOSEREQ-PATH                PIC X(100)
               VALUE "CLOSEREQ.DAT".
       01  WS-USRALIAS-PATH                PIC X(100)
               VALUE "USRALIAS.DAT".
       01  WS-AUDITGEN-PATH                PIC X(100)
               VALUE "AUDITGEN.DAT".
       01  WS-LIVE-AUDIT-PATH              PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-SCAN-PATH                    PIC X(100).
       01  WS-FEED-PATH                    PIC X(100).
       01  WS-ACK-PATH                     PIC X(100).
       01  WS-PICKUP-PATH                  PIC X(100).
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-CRMSTATE-STATUS              PIC XX.
       01  WS-CRMXFER-STATUS               PIC XX.
       01  WS-CLOSEREQ-STATUS              PIC XX.
       01  WS-USRALIAS-STATUS              PIC XX.
       01  WS-AUDITGEN-STATUS              PIC XX.
       01  WS-SCAN-STATUS                  PIC XX.
       01  WS-FEED-STATUS                  PIC XX.
       01  WS-ACK-STATUS                   PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-GEN-AT-END                   PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-SOURCE-NAME                  PIC X(10)
               VALUE "MIDTERM".
       01  WS-EVT-ACCOUNT-ERASED           PIC X(30)
               VALUE "ACCOUNT_ERASED".
      *> The run's file: its sequence number and the audit window it
      *> covers (after FROM-TS, up to the run time).
       01  WS-SEQ                          PIC 9(8) VALUE 0.
       01  WS-FROM-TS                      PIC 9(14).
       01  WS-HIGH-SEQ                     PIC 9(8).
       01  WS-HIGH-STATUS                  PIC X(1).
       01  WS-HIGH-FROM-TS                 PIC 9(14).
       01  WS-HIGH-CUT-TS                  PIC 9(14).
       01  WS-XFER-OK                      PIC X.
       01  WS-STATE-EXISTS                 PIC X.
       01  WS-BUILD-OK                     PIC X VALUE "N".
       01  WS-HANDOFF-OK                   PIC X VALUE "N".
       01  WS-CLOSEREQ-OPEN                PIC X.
       01  WS-USRALIAS-OPEN                PIC X.
      *> Control totals, one per change type, as the trailer carries
      *> them.
       01  WS-DETAIL-COUNT                 PIC 9(8) VALUE 0.
       01  WS-NEW-COUNT                    PIC 9(8) VALUE 0.
       01  WS-STATUS-COUNT                 PIC 9(8) VALUE 0.
       01  WS-ROLE-COUNT                   PIC 9(8) VALUE 0.
       01  WS-EMAIL-COUNT                  PIC 9(8) VALUE 0.
       01  WS-LANGUAGE-COUNT               PIC 9(8) VALUE 0.
       01  WS-RENAMED-COUNT                PIC 9(8) VALUE 0.
       01  WS-ERASED-COUNT                 PIC 9(8) VALUE 0.
       01  WS-MISSING-COUNT                PIC 9(6) VALUE 0.
       01  WS-PRUNED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT                PIC 9(8) VALUE 0.
      *> The member image a detail line carries, language defaulted the
      *> way MAILTMPL reads it (spaces = English).
       01  WS-CUR-LANGUAGE                 PIC X(2).
       01  WS-CLOSE-TOKEN                  PIC X(50).
      *> Accounts found under a new name this run, so the walk for new
      *> members does not report them a second time. Anything past the
      *> bound is reported as a rename and also as new -- the CRM
      *> still ends up with the right member.
       01  WS-REN-MAX                      PIC 9(4) VALUE 200.
       01  WS-REN-COUNT                    PIC 9(4) VALUE 0.
       01  WS-REN-TABLE.
           05  WS-REN-NAME                 PIC X(50)
                   occurs 200 times.
       01  WS-REN-IDX                      PIC 9(4).
       01  WS-REN-FOUND                    PIC X.
       01  WS-OLD-NAME                     PIC X(50).
       01  WS-CHAIN-NAME                   PIC X(50).
       01  WS-NEW-NAME                     PIC X(50).
       01  WS-CHAIN-HOPS                   PIC 9(2).
       01  WS-CHAIN-DONE                   PIC X.
      *> Acknowledgement check.
       01  WS-ACK-FOUND                    PIC X.
       01  WS-ACK-PROBLEM                  PIC X(20).
       01  WS-ALERT-SEQ                    PIC 9(8).
       01  WS-WAS-ERASED                   PIC X.
       01  WS-ACKED-COUNT                  PIC 9(6) VALUE 0.
       01  WS-RESENT-COUNT                 PIC 9(6) VALUE 0.
       01  WS-ALERT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-ALERT-LIST                   PIC X(200) VALUE spaces.
       01  WS-ALERT-PTR                    PIC 9(4) VALUE 1.
       01  WS-ONCALL-EMAIL                 PIC X(100)
               VALUE "oncall@midtermproject.local".
       01  WS-TMPL-FEED-ALERT              PIC X(20)
               VALUE "CRM-FEED-ALERT".
       01  WS-PRIO-URGENT                  PIC X(1) VALUE "U".
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-AUDIT-USER                   PIC X(50)
               VALUE "CRMFEED".
       01  WS-AUDIT-EVENT                  PIC X(30).
       01  WS-AUDIT-DETAIL                 PIC X(24).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-EVT-FEED-REJECTED            PIC X(30)
               VALUE "CRM_FEED_REJECTED".
       01  WS-EVT-FEED-NOT-ACKED           PIC X(30)
               VALUE "CRM_FEED_NOT_ACKNOWLEDGED".
       01  WS-EVT-FEED-HANDOFF-FAILED      PIC X(30)
               VALUE "CRM_FEED_HANDOFF_FAILED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "CRMFEED".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "BuildChangeFeed".
       01  WS-BATCHCTL-PATH                PIC X(100)
               VALUE "BATCHCTL.DAT".
       01  WS-BATCHHIST-PATH               PIC X(100)
               VALUE "BATCHHIST.DAT".
       01  WS-JOB-NAME                     PIC X(10)
               VALUE "CRMFEED".
       01  WS-ACT-STARTRUN                 PIC X(10) VALUE "STARTRUN".
       01  WS-ACT-PHASE                    PIC X(10) VALUE "PHASE".
       01  WS-ACT-ENDRUN                   PIC X(10) VALUE "ENDRUN".
       01  WS-RESTARTED                    PIC X(1).
       01  WS-LAST-PHASE                   PIC 9(4).
       01  WS-PHASE                        PIC 9(4).
       01  WS-PHASE-NAME                   PIC X(30).
       01  WS-CKP-COUNT                    PIC 9(8).
       01  WS-CKP-RC                       PIC 9(2).
       copy AUDITREC.
       procedure division.
       0000-MAIN.
           display "CRMFEED: CRM change feed starting"
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           call "BATCHCKP" using WS-ACT-STARTRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           if WS-RESTARTED = "Y"
               display "CRMFEED: resuming interrupted run after "
                   "phase " WS-LAST-PHASE
           end-if
           if WS-LAST-PHASE < 1
               perform 1000-CHECK-ACKNOWLEDGEMENTS
               move 1 to WS-PHASE
               move "CHECK ACKNOWLEDGEMENTS" to WS-PHASE-NAME
               move WS-RESENT-COUNT to WS-CKP-COUNT
               call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
                   WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE
                   WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS WS-RESTARTED
                   WS-LAST-PHASE WS-CKP-RC
           end-if
           if WS-LAST-PHASE < 2
               perform 2000-BUILD-CHANGE-FILE
               if WS-BUILD-OK = "Y"
                   move 2 to WS-PHASE
                   move "BUILD CHANGE FILE" to WS-PHASE-NAME
                   move WS-DETAIL-COUNT to WS-CKP-COUNT
                   call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
                       WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE
                       WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS
                       WS-RESTARTED WS-LAST-PHASE WS-CKP-RC
               end-if
           else
               perform 2070-LOAD-BUILT-FILE
           end-if
           if WS-LAST-PHASE < 3
               and WS-BUILD-OK = "Y"
               perform 3000-HAND-OFF
               if WS-HANDOFF-OK = "Y"
                   move 3 to WS-PHASE
                   move "HAND OFF AND RECORD" to WS-PHASE-NAME
                   move WS-APPLIED-COUNT to WS-CKP-COUNT
                   call "BATCHCKP" using WS-ACT-PHASE WS-BATCHCTL-PATH
                       WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE
                       WS-PHASE-NAME WS-CKP-COUNT WS-NOW-TS
                       WS-RESTARTED WS-LAST-PHASE WS-CKP-RC
               end-if
           end-if
           if WS-ALERT-COUNT > 0
               perform 1900-RAISE-ALERT
           end-if
           move 9999 to WS-PHASE
           move "RUN COMPLETE" to WS-PHASE-NAME
           move WS-DETAIL-COUNT to WS-CKP-COUNT
           call "BATCHCKP" using WS-ACT-ENDRUN WS-BATCHCTL-PATH
               WS-BATCHHIST-PATH WS-JOB-NAME WS-PHASE WS-PHASE-NAME
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC
           display "CRMFEED: files acknowledged   " WS-ACKED-COUNT
           display "CRMFEED: files re-sent        " WS-RESENT-COUNT
           display "CRMFEED: run sequence         " WS-SEQ
           display "CRMFEED: change records       " WS-DETAIL-COUNT
           display "CRMFEED:   new members        " WS-NEW-COUNT
           display "CRMFEED:   status changes     " WS-STATUS-COUNT
           display "CRMFEED:   role changes       " WS-ROLE-COUNT
           display "CRMFEED:   e-mail changes     " WS-EMAIL-COUNT
           display "CRMFEED:   language changes   " WS-LANGUAGE-COUNT
           display "CRMFEED:   renames            " WS-RENAMED-COUNT
           display "CRMFEED:   erasures           " WS-ERASED-COUNT
           if WS-MISSING-COUNT > 0
               display "CRMFEED: sent members missing from MBRUSR "
                   WS-MISSING-COUNT
           end-if
           display "CRMFEED: CRM change feed complete"
           goback.
      *> Every file still waiting on the CRM is checked for its
      *> acknowledgement. Accepted with a matching count closes it
      *> out; anything else -- rejected, a count that disagrees with
      *> the trailer, or silence since an earlier night -- hands the
      *> same file off again and goes on the alert.
       1000-CHECK-ACKNOWLEDGEMENTS.
           open i-o CRMXFER-FILE
           if WS-CRMXFER-STATUS not = "00"
               if WS-CRMXFER-STATUS not = "35"
                   display "CRMFEED: transfer tracking not available, "
                       "status " WS-CRMXFER-STATUS
               end-if
           else
               move "N" to WS-AT-END
               move 0 to CRMXFER-SEQ
               start CRMXFER-FILE key is not less than CRMXFER-SEQ
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMXFER-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if CRMXFER-STATUS = "S"
                               perform 1100-CHECK-ONE-FILE
                           end-if
                   end-read
               end-perform
               close CRMXFER-FILE
           end-if.
       1100-CHECK-ONE-FILE.
           move spaces to WS-ACK-PATH
           string "CRMACK-" delimited by size
               CRMXFER-SEQ delimited by size
               ".DAT" delimited by size
               into WS-ACK-PATH
           move "N" to WS-ACK-FOUND
           open input ACK-FILE
           if WS-ACK-STATUS = "00"
               read ACK-FILE
                   at end
                       continue
                   not at end
                       move "Y" to WS-ACK-FOUND
               end-read
               close ACK-FILE
           end-if
           move spaces to WS-ACK-PROBLEM
           evaluate true
               when WS-ACK-FOUND = "Y"
                   and CRMACK-SEQ is numeric
                   and CRMACK-SEQ = CRMXFER-SEQ
                   and CRMACK-RESULT = "A"
                   and CRMACK-RECORD-COUNT is numeric
                   and CRMACK-RECORD-COUNT = CRMXFER-RECORD-COUNT
                   move "A" to CRMXFER-STATUS
                   move WS-NOW-TS to CRMXFER-ACK-TS
                   move spaces to CRMXFER-ACK-REASON
                   add 1 to WS-ACKED-COUNT
                   rewrite CRMXFER-RECORD
                       invalid key
                           continue
                   end-rewrite
                   call "CBL_DELETE_FILE" using WS-ACK-PATH
               when WS-ACK-FOUND = "Y"
                   move "REJECTED" to WS-ACK-PROBLEM
                   move WS-EVT-FEED-REJECTED to WS-AUDIT-EVENT
                   evaluate true
                       when CRMACK-RESULT = "R"
                           move CRMACK-REASON to CRMXFER-ACK-REASON
                       when CRMACK-SEQ not numeric
                           or CRMACK-SEQ not = CRMXFER-SEQ
                           move "ACKNOWLEDGEMENT FOR THE WRONG FILE"
                               to CRMXFER-ACK-REASON
                       when other
                           move "RECORD COUNT DOES NOT MATCH TRAILER"
                               to CRMXFER-ACK-REASON
                   end-evaluate
                   call "CBL_DELETE_FILE" using WS-ACK-PATH
                   perform 1200-RESEND-FILE
      *> Handed off on an earlier night and still no answer.
               when CRMXFER-LAST-SENT-TS(1:8) < WS-NOW-TS(1:8)
                   move "NOT ACKNOWLEDGED" to WS-ACK-PROBLEM
                   move WS-EVT-FEED-NOT-ACKED to WS-AUDIT-EVENT
                   move "NO ACKNOWLEDGEMENT RECEIVED"
                       to CRMXFER-ACK-REASON
                   perform 1200-RESEND-FILE
               when other
                   continue
           end-evaluate.
       1200-RESEND-FILE.
           move spaces to WS-PICKUP-PATH
           string "CRMOUT-" delimited by size
               CRMXFER-SEQ delimited by size
               ".DAT" delimited by size
               into WS-PICKUP-PATH
           call "CBL_COPY_FILE" using CRMXFER-FEED-PATH
               WS-PICKUP-PATH
           if return-code = 0
               add 1 to CRMXFER-SEND-COUNT
               move WS-NOW-TS to CRMXFER-LAST-SENT-TS
               add 1 to WS-RESENT-COUNT
           else
               display "CRMFEED: re-send of " CRMXFER-SEQ
                   " failed -- tried again next run"
           end-if
           rewrite CRMXFER-RECORD
               invalid key
                   continue
           end-rewrite
           display "CRMFEED: file " CRMXFER-SEQ " "
               WS-ACK-PROBLEM " -- " CRMXFER-ACK-REASON
           move CRMXFER-SEQ to WS-ALERT-SEQ
           perform 1300-NOTE-ALERT
           move spaces to WS-AUDIT-DETAIL
           string "SEQ " delimited by size
               CRMXFER-SEQ delimited by size
               " SENT " delimited by size
               CRMXFER-SEND-COUNT delimited by size
               into WS-AUDIT-DETAIL
           call "AUDITDTL" using WS-AUDIT-USER WS-AUDIT-EVENT
               WS-NOW-TS WS-SRC-CLASS WS-SRC-METHOD WS-SPACES-X45
               WS-SPACES-X40 WS-AUDIT-DETAIL WS-AUDIT-RC.
       1300-NOTE-ALERT.
           add 1 to WS-ALERT-COUNT
           if WS-ALERT-PTR < 160
               string WS-ALERT-SEQ delimited by size
                   " " delimited by size
                   WS-ACK-PROBLEM delimited by "  "
                   "; " delimited by size
                   into WS-ALERT-LIST
                   with pointer WS-ALERT-PTR
           end-if.
       1900-RAISE-ALERT.
           call "MAILTMPL" using WS-TMPL-FEED-ALERT WS-PRIO-URGENT
               WS-ONCALL-EMAIL WS-SPACES-X50 WS-SPACES-X10
               WS-SPACES-X200 WS-ALERT-LIST WS-NOW-TS WS-MAIL-RC
           if WS-MAIL-RC = 1
               display "CRMFEED: on-call alert could not be queued"
           end-if.
       2000-BUILD-CHANGE-FILE.
           perform 2050-OPEN-TRANSFER-ROW
           if WS-XFER-OK = "Y"
               perform 2060-CHECK-STATE-FILE
           end-if
           if WS-XFER-OK = "Y"
               open input MBRUSR-FILE
               if WS-MBRUSR-STATUS not = "00"
                   display "CRMFEED: member file not readable, status "
                       WS-MBRUSR-STATUS " -- no file built"
               else
                   open output FEED-FILE
                   if WS-FEED-STATUS not = "00"
                       display "CRMFEED: feed file not writable, "
                           "status " WS-FEED-STATUS
                   else
                       move spaces to CRMFEED-HEADER
                       move "H" to CRMFEED-H-TYPE
                       move WS-SEQ to CRMFEED-H-SEQ
                       move WS-NOW-TS to CRMFEED-H-CREATED-TS
                       move WS-FROM-TS to CRMFEED-H-FROM-TS
                       move WS-NOW-TS to CRMFEED-H-TO-TS
                       move WS-SOURCE-NAME to CRMFEED-H-SOURCE
                       write CRMFEED-HEADER
                       if WS-STATE-EXISTS = "Y"
                           perform 2100-COMPARE-KNOWN-MEMBERS
                       end-if
                       perform 2300-FIND-NEW-MEMBERS
                       perform 2500-COLLECT-ERASURES
                       move spaces to CRMFEED-TRAILER
                       move "T" to CRMFEED-T-TYPE
                       move WS-SEQ to CRMFEED-T-SEQ
                       move WS-DETAIL-COUNT to CRMFEED-T-RECORD-COUNT
                       move WS-NEW-COUNT to CRMFEED-T-NEW-COUNT
                       move WS-STATUS-COUNT to CRMFEED-T-STATUS-COUNT
                       move WS-ROLE-COUNT to CRMFEED-T-ROLE-COUNT
                       move WS-EMAIL-COUNT to CRMFEED-T-EMAIL-COUNT
                       move WS-LANGUAGE-COUNT
                           to CRMFEED-T-LANGUAGE-COUNT
                       move WS-RENAMED-COUNT
                           to CRMFEED-T-RENAMED-COUNT
                       move WS-ERASED-COUNT to CRMFEED-T-ERASED-COUNT
                       write CRMFEED-TRAILER
                       close FEED-FILE
                       perform 2900-RECORD-BUILT-FILE
                   end-if
                   close MBRUSR-FILE
               end-if
           end-if.
      *> The next sequence number follows the highest on file, and its
      *> window starts where that file's ended. A highest row still in
      *> 'B' is a file whose run stopped before hand-off (or could not
      *> hand it off): it is built again under the same number and
      *> from the same point, so nothing in between is skipped.
       2050-OPEN-TRANSFER-ROW.
           move "N" to WS-XFER-OK
           open i-o CRMXFER-FILE
           if WS-CRMXFER-STATUS = "35"
               open output CRMXFER-FILE
               close CRMXFER-FILE
               open i-o CRMXFER-FILE
           end-if
           if WS-CRMXFER-STATUS not = "00"
               display "CRMFEED: transfer tracking not available, "
                   "status " WS-CRMXFER-STATUS " -- no file built"
           else
               move "Y" to WS-XFER-OK
               move 0 to WS-HIGH-SEQ
               move space to WS-HIGH-STATUS
               move "N" to WS-AT-END
               move 0 to CRMXFER-SEQ
               start CRMXFER-FILE key is not less than CRMXFER-SEQ
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMXFER-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           move CRMXFER-SEQ to WS-HIGH-SEQ
                           move CRMXFER-STATUS to WS-HIGH-STATUS
                           move CRMXFER-FROM-TS to WS-HIGH-FROM-TS
                           move CRMXFER-CUT-TS to WS-HIGH-CUT-TS
                   end-read
               end-perform
               evaluate true
                   when WS-HIGH-SEQ = 0
      *>               First run: the window opens at midnight.
                       move 1 to WS-SEQ
                       move WS-NOW-TS to WS-FROM-TS
                       move 0 to WS-FROM-TS(9:6)
                   when WS-HIGH-STATUS = "B"
                       move WS-HIGH-SEQ to WS-SEQ
                       move WS-HIGH-FROM-TS to WS-FROM-TS
                   when other
                       compute WS-SEQ = WS-HIGH-SEQ + 1
                       move WS-HIGH-CUT-TS to WS-FROM-TS
               end-evaluate
               move spaces to WS-FEED-PATH
               string "CRMFEED-" delimited by size
                   WS-SEQ delimited by size
                   ".DAT" delimited by size
                   into WS-FEED-PATH
               move WS-SEQ to CRMXFER-SEQ
               move WS-FEED-PATH to CRMXFER-FEED-PATH
               move WS-FROM-TS to CRMXFER-FROM-TS
               move WS-NOW-TS to CRMXFER-CUT-TS
               move 0 to CRMXFER-RECORD-COUNT
               move "B" to CRMXFER-STATUS
               move 0 to CRMXFER-SEND-COUNT
               move 0 to CRMXFER-LAST-SENT-TS
               move 0 to CRMXFER-ACK-TS
               move spaces to CRMXFER-ACK-REASON
               if WS-HIGH-STATUS = "B"
                   rewrite CRMXFER-RECORD
                       invalid key
                           move "N" to WS-XFER-OK
                   end-rewrite
               else
                   write CRMXFER-RECORD
                       invalid key
                           move "N" to WS-XFER-OK
                   end-write
               end-if
               close CRMXFER-FILE
           end-if.
      *> No state file yet is the first run: every active member goes
      *> out as new. A state file that exists but cannot be read must
      *> not be mistaken for that -- it would resend the whole
      *> membership -- so the run builds nothing.
       2060-CHECK-STATE-FILE.
           move "N" to WS-STATE-EXISTS
           open input CRMSTATE-FILE
           evaluate WS-CRMSTATE-STATUS
               when "00"
                   move "Y" to WS-STATE-EXISTS
                   close CRMSTATE-FILE
               when "35"
                   display "CRMFEED: no CRM state yet -- sending every "
                       "active member as new"
               when other
                   display "CRMFEED: CRM state not readable, status "
                       WS-CRMSTATE-STATUS " -- no file built"
                   move "N" to WS-XFER-OK
           end-evaluate.
      *> A restart after the file was built hands that file off; the
      *> counts come back from its tracking row and trailer.
       2070-LOAD-BUILT-FILE.
           open input CRMXFER-FILE
           if WS-CRMXFER-STATUS = "00"
               move 0 to WS-HIGH-SEQ
               move "N" to WS-AT-END
               move 0 to CRMXFER-SEQ
               start CRMXFER-FILE key is not less than CRMXFER-SEQ
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMXFER-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if CRMXFER-STATUS = "B"
                               move CRMXFER-SEQ to WS-SEQ
                               move CRMXFER-FEED-PATH to WS-FEED-PATH
                               move CRMXFER-RECORD-COUNT
                                   to WS-DETAIL-COUNT
                               move "Y" to WS-BUILD-OK
                           end-if
                   end-read
               end-perform
               close CRMXFER-FILE
           end-if
           if WS-BUILD-OK not = "Y"
               display "CRMFEED: no built file to hand off"
           end-if.
      *> Every member the CRM already has, against MBRUSR now.
       2100-COMPARE-KNOWN-MEMBERS.
           move "N" to WS-CLOSEREQ-OPEN
           open input CLOSEREQ-FILE
           if WS-CLOSEREQ-STATUS = "00"
               move "Y" to WS-CLOSEREQ-OPEN
           end-if
           move "N" to WS-USRALIAS-OPEN
           open input USRALIAS-FILE
           if WS-USRALIAS-STATUS = "00"
               move "Y" to WS-USRALIAS-OPEN
           end-if
           open input CRMSTATE-FILE
           if WS-CRMSTATE-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to CRMSTATE-USERNAME
               start CRMSTATE-FILE
                   key is not less than CRMSTATE-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMSTATE-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform 2110-COMPARE-ONE-MEMBER
                   end-read
               end-perform
               close CRMSTATE-FILE
           end-if
           if WS-USRALIAS-OPEN = "Y"
               close USRALIAS-FILE
           end-if
           if WS-CLOSEREQ-OPEN = "Y"
               close CLOSEREQ-FILE
           end-if.
       2110-COMPARE-ONE-MEMBER.
           move CRMSTATE-USERNAME to MBRUSR-USERNAME
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   perform 2150-ACCOUNT-GONE
               not invalid key
                   perform 2200-COMPARE-FIELDS
           end-read.
      *> The name the CRM knows is no longer an account. Erased: the
      *> ACCOUNT_ERASED event reports it (below), and the state row
      *> goes once the file is handed off. Renamed: follow the alias
      *> register to the current name and report the rename, then
      *> anything else that changed. Neither is unexpected enough to
      *> report to the CRM, only here.
       2150-ACCOUNT-GONE.
           move "N" to WS-WAS-ERASED
           if WS-CLOSEREQ-OPEN = "Y"
               move CRMSTATE-USERNAME to CLOSEREQ-USERNAME
               read CLOSEREQ-FILE
                   key is CLOSEREQ-USERNAME
                   invalid key
                       continue
                   not invalid key
                       if CLOSEREQ-STATUS = "E"
                           move "Y" to WS-WAS-ERASED
                       end-if
               end-read
           end-if
           if WS-WAS-ERASED = "N"
               perform 2160-FOLLOW-RENAME
               if WS-NEW-NAME not = spaces
                   move WS-NEW-NAME to MBRUSR-USERNAME
                   read MBRUSR-FILE
                       key is MBRUSR-USERNAME
                       invalid key
                           move spaces to WS-NEW-NAME
                   end-read
               end-if
               if WS-NEW-NAME = spaces
                   add 1 to WS-MISSING-COUNT
                   display "CRMFEED: " CRMSTATE-USERNAME (1:30)
                       " was sent to the CRM but is no longer a member"
               else
                   move spaces to CRMFEED-DETAIL
                   perform 2700-SET-IMAGE
                   move "RENAMED" to CRMFEED-D-CHANGE
                   move CRMSTATE-USERNAME to CRMFEED-D-PRIOR-VALUE
                   perform 2800-WRITE-DETAIL
                   if WS-REN-COUNT < WS-REN-MAX
                       add 1 to WS-REN-COUNT
                       move WS-NEW-NAME to WS-REN-NAME (WS-REN-COUNT)
                   end-if
                   perform 2200-COMPARE-FIELDS
               end-if
           end-if.
      *> A name can have been changed more than once since the CRM
      *> last heard of it; the chain ends at the current name.
       2160-FOLLOW-RENAME.
           move spaces to WS-NEW-NAME
           if WS-USRALIAS-OPEN = "Y"
               move CRMSTATE-USERNAME to WS-CHAIN-NAME
               move 0 to WS-CHAIN-HOPS
               move "N" to WS-CHAIN-DONE
               perform until WS-CHAIN-DONE = "Y"
                   or WS-CHAIN-HOPS > 20
                   add 1 to WS-CHAIN-HOPS
                   move WS-CHAIN-NAME to USRALIAS-OLD-USERNAME
                   read USRALIAS-FILE
                       key is USRALIAS-OLD-USERNAME
                       invalid key
                           move "Y" to WS-CHAIN-DONE
                       not invalid key
                           if USRALIAS-STATUS = "C"
                               move USRALIAS-NEW-USERNAME
                                   to WS-CHAIN-NAME
                               move USRALIAS-NEW-USERNAME
                                   to WS-NEW-NAME
                           else
                               move "Y" to WS-CHAIN-DONE
                           end-if
                   end-read
               end-perform
           end-if.
      *> One detail line per field that moved; MBRUSR-RECORD holds the
      *> member now, CRMSTATE-RECORD what the CRM was last told.
       2200-COMPARE-FIELDS.
           if MBRUSR-STATUS not = CRMSTATE-STATUS
               move spaces to CRMFEED-DETAIL
               perform 2700-SET-IMAGE
               move "STATUS" to CRMFEED-D-CHANGE
               move CRMSTATE-STATUS to CRMFEED-D-PRIOR-VALUE
               if MBRUSR-STATUS = "C"
                   perform 2210-FIND-CLOSE-TOKEN
                   move WS-CLOSE-TOKEN to CRMFEED-D-ANON-TOKEN
               end-if
               perform 2800-WRITE-DETAIL
           end-if
           if MBRUSR-ROLE not = CRMSTATE-ROLE
               move spaces to CRMFEED-DETAIL
               perform 2700-SET-IMAGE
               move "ROLE" to CRMFEED-D-CHANGE
               move CRMSTATE-ROLE to CRMFEED-D-PRIOR-VALUE
               perform 2800-WRITE-DETAIL
           end-if
           if MBRUSR-EMAIL not = CRMSTATE-EMAIL
               move spaces to CRMFEED-DETAIL
               perform 2700-SET-IMAGE
               move "EMAIL" to CRMFEED-D-CHANGE
               move CRMSTATE-EMAIL to CRMFEED-D-PRIOR-VALUE
               perform 2800-WRITE-DETAIL
           end-if
           move MBRUSR-LANGUAGE to WS-CUR-LANGUAGE
           if WS-CUR-LANGUAGE = spaces
               move "EN" to WS-CUR-LANGUAGE
           end-if
           if WS-CUR-LANGUAGE not = CRMSTATE-LANGUAGE
               move spaces to CRMFEED-DETAIL
               perform 2700-SET-IMAGE
               move "LANGUAGE" to CRMFEED-D-CHANGE
               move CRMSTATE-LANGUAGE to CRMFEED-D-PRIOR-VALUE
               perform 2800-WRITE-DETAIL
           end-if.
      *> The token is fixed when the closure is requested (ACCTCLS), so
      *> the CRM holds it before ACCTERASE ever reports it.
       2210-FIND-CLOSE-TOKEN.
           move spaces to WS-CLOSE-TOKEN
           if WS-CLOSEREQ-OPEN = "Y"
               move MBRUSR-USERNAME to CLOSEREQ-USERNAME
               read CLOSEREQ-FILE
                   key is CLOSEREQ-USERNAME
                   invalid key
                       continue
                   not invalid key
                       move CLOSEREQ-ANON-TOKEN to WS-CLOSE-TOKEN
               end-read
           end-if.
      *> Active members the CRM has never been sent. Members still
      *> pending verification, and accounts already suspended, closed
      *> or disabled before the CRM heard of them, are not new
      *> customers to it.
       2300-FIND-NEW-MEMBERS.
           if WS-STATE-EXISTS = "Y"
               open input CRMSTATE-FILE
           end-if
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
                       if MBRUSR-STATUS = "A"
                           perform 2310-TEST-NEW-MEMBER
                       end-if
               end-read
           end-perform
           if WS-STATE-EXISTS = "Y"
               close CRMSTATE-FILE
           end-if.
       2310-TEST-NEW-MEMBER.
           move "N" to WS-REN-FOUND
           if WS-STATE-EXISTS = "Y"
               move MBRUSR-USERNAME to CRMSTATE-USERNAME
               read CRMSTATE-FILE
                   key is CRMSTATE-USERNAME
                   invalid key
                       continue
                   not invalid key
                       move "Y" to WS-REN-FOUND
               end-read
           end-if
           perform varying WS-REN-IDX from 1 by 1
               until WS-REN-IDX > WS-REN-COUNT
               if WS-REN-NAME (WS-REN-IDX) = MBRUSR-USERNAME
                   move "Y" to WS-REN-FOUND
                   move WS-REN-COUNT to WS-REN-IDX
               end-if
           end-perform
           if WS-REN-FOUND = "N"
               move spaces to CRMFEED-DETAIL
               perform 2700-SET-IMAGE
               move "NEWMEMBER" to CRMFEED-D-CHANGE
               perform 2800-WRITE-DETAIL
           end-if.
      *> The day's completed erasures, from the audit trail: every
      *> ACCOUNT_ERASED event after the window opened, in the
      *> generations AUDITROLL has cut since then and the live file.
      *> ACCTERASE writes the event under the anonymous token, which
      *> is all the line carries.
       2500-COLLECT-ERASURES.
           open input AUDITGEN-FILE
           if WS-AUDITGEN-STATUS = "00"
               move "N" to WS-GEN-AT-END
               move WS-FROM-TS to AUDITGEN-CUT-TS
               start AUDITGEN-FILE
                   key is greater than AUDITGEN-CUT-TS
                   invalid key
                       move "Y" to WS-GEN-AT-END
               end-start
               perform until WS-GEN-AT-END = "Y"
                   read AUDITGEN-FILE next record
                       at end
                           move "Y" to WS-GEN-AT-END
                       not at end
                           move AUDITGEN-FILENAME to WS-SCAN-PATH
                           perform 2550-SCAN-AUDIT-FILE
                   end-read
               end-perform
               close AUDITGEN-FILE
           end-if
           move WS-LIVE-AUDIT-PATH to WS-SCAN-PATH
           perform 2550-SCAN-AUDIT-FILE.
       2550-SCAN-AUDIT-FILE.
           open input SCAN-FILE
           if WS-SCAN-STATUS = "00"
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read SCAN-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if AUDIT-EVENT-TYPE = WS-EVT-ACCOUNT-ERASED
                               and AUDIT-TIMESTAMP > WS-FROM-TS
                               and AUDIT-TIMESTAMP <= WS-NOW-TS
                               move spaces to CRMFEED-DETAIL
                               move "ERASED" to CRMFEED-D-CHANGE
                               move AUDIT-USERNAME
                                   to CRMFEED-D-ANON-TOKEN
                               perform 2800-WRITE-DETAIL
                           end-if
                   end-read
               end-perform
               close SCAN-FILE
           end-if.
       2700-SET-IMAGE.
           move MBRUSR-USERNAME to CRMFEED-D-USERNAME
           move MBRUSR-EMAIL to CRMFEED-D-EMAIL
           move MBRUSR-ROLE to CRMFEED-D-ROLE
           move MBRUSR-STATUS to CRMFEED-D-STATUS
           if MBRUSR-LANGUAGE = spaces
               move "EN" to CRMFEED-D-LANGUAGE
           else
               move MBRUSR-LANGUAGE to CRMFEED-D-LANGUAGE
           end-if.
       2800-WRITE-DETAIL.
           add 1 to WS-DETAIL-COUNT
           move "D" to CRMFEED-D-TYPE
           move WS-SEQ to CRMFEED-D-SEQ
           move WS-DETAIL-COUNT to CRMFEED-D-LINE-NO
           write CRMFEED-DETAIL
           evaluate CRMFEED-D-CHANGE
               when "NEWMEMBER"
                   add 1 to WS-NEW-COUNT
               when "STATUS"
                   add 1 to WS-STATUS-COUNT
               when "ROLE"
                   add 1 to WS-ROLE-COUNT
               when "EMAIL"
                   add 1 to WS-EMAIL-COUNT
               when "LANGUAGE"
                   add 1 to WS-LANGUAGE-COUNT
               when "RENAMED"
                   add 1 to WS-RENAMED-COUNT
               when "ERASED"
                   add 1 to WS-ERASED-COUNT
           end-evaluate.
       2900-RECORD-BUILT-FILE.
           open i-o CRMXFER-FILE
           if WS-CRMXFER-STATUS = "00"
               move WS-SEQ to CRMXFER-SEQ
               read CRMXFER-FILE
                   key is CRMXFER-SEQ
                   invalid key
                       continue
                   not invalid key
                       move WS-DETAIL-COUNT to CRMXFER-RECORD-COUNT
                       rewrite CRMXFER-RECORD
                           invalid key
                               continue
                       end-rewrite
                       move "Y" to WS-BUILD-OK
               end-read
               close CRMXFER-FILE
           end-if.
      *> Hand the file off, then bring the CRM's image up to what it
      *> was just sent -- from the file itself, not from MBRUSR again,
      *> so a change made while the run was going is caught tomorrow
      *> instead of being recorded as sent. Both steps are safe to
      *> repeat, which is what a restart of this phase does. A file
      *> that cannot be handed off stays 'B' and is built again next
      *> run, with the state untouched.
       3000-HAND-OFF.
           move spaces to WS-PICKUP-PATH
           string "CRMOUT-" delimited by size
               WS-SEQ delimited by size
               ".DAT" delimited by size
               into WS-PICKUP-PATH
           call "CBL_COPY_FILE" using WS-FEED-PATH WS-PICKUP-PATH
           if return-code not = 0
               display "CRMFEED: hand-off of " WS-SEQ " failed -- "
                   "built again next run"
               move WS-SEQ to WS-ALERT-SEQ
               move "HAND-OFF FAILED" to WS-ACK-PROBLEM
               perform 1300-NOTE-ALERT
               move spaces to WS-AUDIT-DETAIL
               string "SEQ " delimited by size
                   WS-SEQ delimited by size
                   into WS-AUDIT-DETAIL
               call "AUDITDTL" using WS-AUDIT-USER
                   WS-EVT-FEED-HANDOFF-FAILED WS-NOW-TS WS-SRC-CLASS
                   WS-SRC-METHOD WS-SPACES-X45 WS-SPACES-X40
                   WS-AUDIT-DETAIL WS-AUDIT-RC
           else
               perform 3100-APPLY-TO-STATE
               if WS-HANDOFF-OK = "Y"
                   perform 3300-PRUNE-ERASED
                   perform 3400-MARK-SENT
               end-if
           end-if.
       3100-APPLY-TO-STATE.
           open i-o CRMSTATE-FILE
           if WS-CRMSTATE-STATUS = "35"
               open output CRMSTATE-FILE
               close CRMSTATE-FILE
               open i-o CRMSTATE-FILE
           end-if
           if WS-CRMSTATE-STATUS not = "00"
               display "CRMFEED: CRM state not writable, status "
                   WS-CRMSTATE-STATUS " -- file handed off again "
                   "next run"
           else
               open input FEED-FILE
               if WS-FEED-STATUS = "00"
                   move "Y" to WS-HANDOFF-OK
                   move "N" to WS-AT-END
                   perform until WS-AT-END = "Y"
                       read FEED-FILE
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               if CRMFEED-D-TYPE = "D"
                                   perform 3200-APPLY-ONE-CHANGE
                               end-if
                       end-read
                   end-perform
                   close FEED-FILE
               end-if
               close CRMSTATE-FILE
           end-if.
      *> Each detail carries the whole image, so every change but an
      *> erasure is "make the row say this". A rename first drops the
      *> row under the old name.
       3200-APPLY-ONE-CHANGE.
           if CRMFEED-D-CHANGE = "ERASED"
               continue
           else
               if CRMFEED-D-CHANGE = "RENAMED"
                   move CRMFEED-D-PRIOR-VALUE to CRMSTATE-USERNAME
                   delete CRMSTATE-FILE record
                       invalid key
                           continue
                   end-delete
               end-if
               move CRMFEED-D-USERNAME to CRMSTATE-USERNAME
               move CRMFEED-D-EMAIL to CRMSTATE-EMAIL
               move CRMFEED-D-ROLE to CRMSTATE-ROLE
               move CRMFEED-D-STATUS to CRMSTATE-STATUS
               move CRMFEED-D-LANGUAGE to CRMSTATE-LANGUAGE
               move WS-SEQ to CRMSTATE-SENT-SEQ
               move WS-NOW-TS to CRMSTATE-SENT-TS
               write CRMSTATE-RECORD
                   invalid key
                       rewrite CRMSTATE-RECORD
                           invalid key
                               continue
                       end-rewrite
               end-write
               add 1 to WS-APPLIED-COUNT
           end-if.
      *> Members the CRM knew whose erasure has completed: their image
      *> goes too, now that the erasure has been handed off.
       3300-PRUNE-ERASED.
           open i-o CRMSTATE-FILE
           open input CLOSEREQ-FILE
           open input MBRUSR-FILE
           if WS-CRMSTATE-STATUS = "00"
               and WS-CLOSEREQ-STATUS = "00"
               and WS-MBRUSR-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to CRMSTATE-USERNAME
               start CRMSTATE-FILE
                   key is not less than CRMSTATE-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMSTATE-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform 3310-PRUNE-ONE-MEMBER
                   end-read
               end-perform
           end-if
           if WS-MBRUSR-STATUS = "00"
               close MBRUSR-FILE
           end-if
           if WS-CLOSEREQ-STATUS = "00"
               close CLOSEREQ-FILE
           end-if
           if WS-CRMSTATE-STATUS = "00"
               close CRMSTATE-FILE
           end-if.
       3310-PRUNE-ONE-MEMBER.
           move CRMSTATE-USERNAME to MBRUSR-USERNAME
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   move CRMSTATE-USERNAME to CLOSEREQ-USERNAME
                   read CLOSEREQ-FILE
                       key is CLOSEREQ-USERNAME
                       invalid key
                           continue
                       not invalid key
                           if CLOSEREQ-STATUS = "E"
                               delete CRMSTATE-FILE record
                                   invalid key
                                       continue
                               end-delete
                               add 1 to WS-PRUNED-COUNT
                           end-if
                   end-read
           end-read.
       3400-MARK-SENT.
           open i-o CRMXFER-FILE
           if WS-CRMXFER-STATUS = "00"
               move WS-SEQ to CRMXFER-SEQ
               read CRMXFER-FILE
                   key is CRMXFER-SEQ
                   invalid key
                       continue
                   not invalid key
                       move "S" to CRMXFER-STATUS
                       add 1 to CRMXFER-SEND-COUNT
                       move WS-NOW-TS to CRMXFER-LAST-SENT-TS
                       rewrite CRMXFER-RECORD
                           invalid key
                               continue
                       end-rewrite
               end-read
               close CRMXFER-FILE
           end-if.
       end program CRMFEED.
