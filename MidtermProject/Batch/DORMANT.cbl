      *> ops flag file (DORMWARNDAYS / DORMDISABLEDAYS, measured from
      *> last sign-in) so tuning them is an edit, not a release. Each
      *> action has its own audit event and the run summary carries
      *> the nightly counts. An account under legal hold (LGLHOLD) is
      *> still warned but never disabled; each withheld disable is
      *> named in the run output and retried every night until the
      *> hold is released.
       environment division.
       input-output section.
       file-control.
       01  WS-MEMBERS-CHECKED              PIC 9(6) VALUE 0.
       01  WS-WARNED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-DISABLED-COUNT               PIC 9(6) VALUE 0.
       01  WS-ONHOLD-COUNT                 PIC 9(6) VALUE 0.
      *> Accounts past the second threshold are collected during the
      *> sweep and disabled after the member walk closes -- MBRADMIN
      *> opens the member file itself, and two units on one file in
       01  WS-WARNING-TEXT                 PIC X(200).
       01  WS-TMPL-DORMANT                 PIC X(20)
               VALUE "DORMANT-WARNING".
       01  WS-PRIO-BULK                    PIC X(1) VALUE "B".
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X20                   PIC X(20) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-ACT-CHECK                    PIC X(10) VALUE "CHECK".
       01  WS-HOLD-LIST                    PIC X(1000).
       01  WS-HOLD-COUNT                   PIC 9(4).
       01  WS-HOLD-RC                      PIC 9(2).
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-EVT-DORMANT-WARNED           PIC X(30)
               WS-WARNED-COUNT
           display "DORMANT: accounts disabled      "
               WS-DISABLED-COUNT
           display "DORMANT: disables on legal hold "
               WS-ONHOLD-COUNT
           display "DORMANT: dormant-account lifecycle complete"
           goback.
       0100-LOAD-THRESHOLDS.
               ". It will be disabled if you do not sign in soon."
               delimited by size
               into WS-WARNING-TEXT
           call "MAILTMPL" using WS-TMPL-DORMANT WS-PRIO-BULK
               WS-MEMBER-EMAIL WS-MEMBER-USERNAME WS-SPACES-X10
               WS-SPACES-X200 WS-WARNING-TEXT WS-NOW-TS WS-MAIL-RC
      *> Only a genuine queueing failure (rc 1) withholds the warned
      *> stamp for a retry next night. rc 3 -- the address is on the
      *> mail suppression list -- counts as served: no retry can ever
      *> second threshold -- retire each collected account through the
      *> same MBRADMIN path the console uses. A dormant account has no
      *> live sessions to force-expire. The tracker row has done its
      *> job once the account leaves the sweep's population. A held
      *> account keeps its tracker row, so the disable comes due again
      *> the first night after the hold is lifted.
       5000-APPLY-DISABLES.
           if WS-DIS-COUNT > 0
               open i-o DORMANT-FILE
               perform varying WS-DIS-IDX from 1 by 1
                   until WS-DIS-IDX > WS-DIS-COUNT
                   perform 5100-CHECK-LEGAL-HOLD
               end-perform
               close DORMANT-FILE
           end-if.
      *> A register that cannot be read withholds the disable too --
      *> "could not check" must never read as "not held".
       5100-CHECK-LEGAL-HOLD.
           call "LGLHOLD" using WS-ACT-CHECK
               WS-DIS-USERNAME (WS-DIS-IDX) WS-SPACES-X20
               WS-SPACES-X50 WS-NOW-TS WS-HOLD-LIST WS-HOLD-COUNT
               WS-HOLD-RC
           evaluate true
               when WS-HOLD-RC not = 0
                   add 1 to WS-ONHOLD-COUNT
                   display "DORMANT: disable withheld for "
                       WS-DIS-USERNAME (WS-DIS-IDX)
                       " - legal hold register not readable"
               when WS-HOLD-COUNT > 0
                   add 1 to WS-ONHOLD-COUNT
                   display "DORMANT: disable withheld for "
                       WS-DIS-USERNAME (WS-DIS-IDX)
                       " - legal hold: " WS-HOLD-LIST (1:60)
               when other
                   perform 5200-DISABLE-ONE-ACCOUNT
           end-evaluate.
       5200-DISABLE-ONE-ACCOUNT.
           move "D" to WS-CALL-STATUS
           call "MBRADMIN" using WS-ACT-SETSTATUS
               WS-MBRUSR-PATH WS-MFACHAL-PATH
               WS-ATTMPT-LOGIN-PATH
               WS-DIS-USERNAME (WS-DIS-IDX) WS-CALL-EMAIL
               WS-CALL-ROLE WS-CALL-STATUS
               WS-CALL-CREATED-TS WS-CALL-MFA
               WS-CALL-EMAIL-FLAG WS-CALL-LANGUAGE WS-CALL-RC
           if WS-CALL-RC = 0
               add 1 to WS-DISABLED-COUNT
               call "AUDITLOG" using
                   WS-DIS-USERNAME (WS-DIS-IDX)
                   WS-EVT-DORMANT-DISABLED WS-NOW-TS
                   WS-SRC-CLASS WS-SRC-METHOD WS-SPACES-X45
                   WS-SPACES-X40 WS-AUDIT-RC
               move WS-DIS-USERNAME (WS-DIS-IDX)
                   to DORMANT-USERNAME
               delete DORMANT-FILE record
                   invalid key
                       continue
               end-delete
           end-if.
       end program DORMANT.
