      *> recovered from the cataloged generation files instead, split
      *> on the prune cutoff date so no row is ever counted from two
      *> sources. Checkpointed through BATCHCKP like the other
      *> scheduled jobs. A renamed member's rows stay filed under the
      *> name they were written with, so each statement counts rows
      *> under every name the account has carried (USRALIAS NAMES).
       environment division.
       input-output section.
       file-control.
      *> The member currently being built, and their period counts.
       01  WS-STMT-USERNAME                PIC X(50).
       01  WS-STMT-EMAIL                   PIC X(100).
       01  WS-TALLY-USERNAME               PIC X(50).
       01  WS-STMT-NAME-LIST.
           05  WS-STMT-NAME                PIC X(50)
                   occurs 20 times.
       01  WS-STMT-NAME-COUNT              PIC 9(4).
       01  WS-NAME-IDX                     PIC 9(4).
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-ALIAS-TS                     PIC 9(14) VALUE 0.
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-CNT-SIGNINS                  PIC 9(6).
       01  WS-CNT-NEWDEV                   PIC 9(6).
       01  WS-CNT-PWDCHG                   PIC 9(6).
       01  WS-SUMMARY-LIST                 PIC X(200).
       01  WS-TMPL-STATEMENT               PIC X(20)
               VALUE "MEMBER-STATEMENT".
       01  WS-PRIO-BULK                    PIC X(1) VALUE "B".
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-STATEMENTS-SENT              PIC 9(6) VALUE 0.
       01  WS-SKIPPED-PREFERENCE           PIC 9(6) VALUE 0.
       01  WS-SKIPPED-SUPPRESSED           PIC 9(6) VALUE 0.
       01  WS-QUEUE-FAILED                 PIC 9(6) VALUE 0.
       01  WS-MEMBERS-READ                 PIC 9(6) VALUE 0.
       01  WS-BATCHCTL-PATH                PIC X(100)
               VALUE "BATCHCTL.DAT".
               WS-CKP-RC
           display "MBRSTMT: members read       " WS-MEMBERS-READ
           display "MBRSTMT: statements queued  " WS-STATEMENTS-SENT
           display "MBRSTMT: opted out by member" WS-SKIPPED-PREFERENCE
           display "MBRSTMT: address suppressed " WS-SKIPPED-SUPPRESSED
           display "MBRSTMT: queueing failed    " WS-QUEUE-FAILED
           if WS-RESID-OVERFLOW > 0
               display "MBRSTMT: WARNING - pruned-period events "
                   "beyond the member table limit were not "
           move 0 to WS-CNT-PWDCHG
           move 0 to WS-CNT-EMLCHG
           move 0 to WS-CNT-FAILED
           call "USRALIAS" using WS-ACT-NAMES WS-STMT-USERNAME
               WS-ALIAS-NEW-NAME WS-ALIAS-BY WS-ALIAS-TS
               WS-STMT-NAME-LIST WS-STMT-NAME-COUNT WS-ALIAS-RC
           perform varying WS-NAME-IDX from 1 by 1
               until WS-NAME-IDX > WS-STMT-NAME-COUNT
               move WS-STMT-NAME (WS-NAME-IDX) to WS-TALLY-USERNAME
               perform 2200-ADD-RESIDUAL-COUNTS
               perform 2300-ADD-INDEX-COUNTS
           end-perform.
       2200-ADD-RESIDUAL-COUNTS.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-RESID-COUNT
               if WS-RESID-KEY (WS-IDX) = WS-TALLY-USERNAME
                   add WS-RESID-SIGNINS (WS-IDX) to WS-CNT-SIGNINS
                   add WS-RESID-NEWDEV (WS-IDX) to WS-CNT-NEWDEV
                   add WS-RESID-PWDCHG (WS-IDX) to WS-CNT-PWDCHG
       2300-ADD-INDEX-COUNTS.
           if WS-AUDITIX-OPEN = "Y"
               move low-values to AUDITIX-KEY
               move WS-TALLY-USERNAME to AUDITIX-USERNAME
               move "N" to WS-IX-AT-END
               start AUDITIX-FILE key is not less than AUDITIX-KEY
                   invalid key
                       at end
                           move "Y" to WS-IX-AT-END
                       not at end
                           if AUDITIX-USERNAME
                               not = WS-TALLY-USERNAME
                               move "Y" to WS-IX-AT-END
                           else
                               perform 2400-TALLY-INDEX-ROW
               ", failed sign-in attempts " delimited by size
               WS-CNT-FAILED delimited by size
               into WS-SUMMARY-LIST
           call "MAILTMPL" using WS-TMPL-STATEMENT WS-PRIO-BULK
               WS-STMT-EMAIL WS-STMT-USERNAME WS-SPACES-X10
               WS-SPACES-X200 WS-SUMMARY-LIST WS-NOW-TS WS-MAIL-RC
      *> Return code 2 is MAILTMPL's missing-template fallback -- the
      *> mail still queued, so it still counts as a statement. Code 3
      *> (address on the suppression list) and code 4 (member opted
      *> out of informational mail) queued nothing, and code 1 failed
      *> outright -- none counts as sent, and each is tallied on its
      *> own so the summary shows a member's choice apart from an
      *> undeliverable address.
           evaluate WS-MAIL-RC
               when 1
                   add 1 to WS-QUEUE-FAILED
               when 3
                   add 1 to WS-SKIPPED-SUPPRESSED
               when 4
                   add 1 to WS-SKIPPED-PREFERENCE
               when other
                   add 1 to WS-STATEMENTS-SENT
           end-evaluate.
       end program MBRSTMT.
