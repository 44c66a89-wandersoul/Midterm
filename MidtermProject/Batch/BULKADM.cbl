      *> style, one NAME=VALUE per line:
      *>   ACTION=SETSTATUS | SETROLE | CLEARLOCK | ENDSESSIONS
      *>   STATUS=A|S|D               (SETSTATUS only)
      *>   ROLE=MEMBER                (SETROLE only)
      *>   USERS=name1,name2,...      (select by username list)
      *>   DOMAIN=example.com         (select by e-mail domain)
      *>   SELECTROLE=<role>          (select by current role)
      *> the operator re-runs with MODE=APPLY. Every applied mutation
      *> writes the same ADMIN_* audit events the console writes, and
      *> suspending or disabling force-expires the account's live
      *> sessions exactly as the console does. The changes the console
      *> only makes with a second ADMIN's approval (PENDCHG) are not a
      *> bulk job's to make: any ROLE above MEMBER is refused outright
      *> (whatever the permission matrix defines), and SETSTATUS
      *> skips any selected account currently 'S' or 'D' -- taking it
      *> back out of that state goes through the console's approval
      *> queue, one account at a time.
       environment division.
       input-output section.
       file-control.
       01  WS-AT-POS                       PIC 9(4).
       01  WS-APPLIED-COUNT                PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(4) VALUE 0.
       01  WS-ACT-SETSTATUS                PIC X(10) VALUE "SETSTATUS".
       01  WS-ACT-SETROLE                  PIC X(10) VALUE "SETROLE".
       01  WS-ACT-GETDETAIL                PIC X(10) VALUE "GETDETAIL".
       01  WS-ACT-CLEARLOCK                PIC X(10) VALUE "CLEARLOCK".
       01  WS-ACT-ENDUSER                  PIC X(10) VALUE "ENDUSER".
       01  WS-EVT-ADMIN-STATUS-CHANGED     PIC X(30)
       01  WS-CALL-SESS-STATUS             PIC X(1).
       01  WS-CALL-RC                      PIC 9(2).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-ACT-VALIDROLE                PIC X(10) VALUE "VALIDROLE".
       01  WS-PERM-CAPABILITY              PIC X(12) VALUE spaces.
       01  WS-ROLE-DEFINED                 PIC X(1).
       01  WS-PERM-LIST                    PIC X(1000).
       01  WS-PERM-COUNT                   PIC 9(4).
       01  WS-PERM-RC                      PIC 9(2).
       procedure division.
       0000-MAIN.
           display "BULKADM: bulk administration starting"
                       WS-APPLIED-COUNT
                   display "BULKADM: mutations failed  "
                       WS-FAILED-COUNT
                   display "BULKADM: held for approval "
                       WS-HELD-COUNT
               else
                   perform 2500-PRINT-DRY-RUN
                   display "BULKADM: DRY RUN - nothing was changed. "
               move "N" to WS-HAVE-CRITERIA
           end-if
           if WS-SEL-ACTION = "SETROLE"
               and WS-SEL-ROLE not = "MEMBER"
               call "ROLEPERM" using WS-ACT-VALIDROLE WS-SEL-ROLE
                   WS-PERM-CAPABILITY WS-ROLE-DEFINED WS-PERM-LIST
                   WS-PERM-COUNT WS-PERM-RC
               if WS-ROLE-DEFINED = "Y"
                   display "BULKADM: granting " WS-SEL-ROLE
                       " needs a second administrator's approval -- "
                       "request it on the admin console"
               else
                   display "BULKADM: SETROLE needs ROLE=MEMBER -- "
                       WS-SEL-ROLE " is not a defined role"
               end-if
               move "N" to WS-HAVE-CRITERIA
           end-if
           if WS-SEL-USER-COUNT = 0
               end-evaluate
           end-perform.
       3100-APPLY-SETSTATUS.
           call "MBRADMIN" using WS-ACT-GETDETAIL WS-MBRUSR-PATH
               WS-MFACHAL-PATH WS-ATTMPT-LOGIN-PATH WS-CALL-USERNAME
               WS-CALL-EMAIL WS-CALL-ROLE WS-CALL-STATUS
               WS-CALL-CREATED-TS WS-CALL-MFA WS-CALL-EMAIL-FLAG
               WS-CALL-LANGUAGE WS-CALL-RC
           if WS-CALL-RC = 0
               and (WS-CALL-STATUS = "S" or WS-CALL-STATUS = "D")
               and WS-CALL-STATUS not = WS-SEL-STATUS
               display "BULKADM: " WS-CALL-USERNAME " is "
                   WS-CALL-STATUS " -- held, needs a second ADMIN's "
                   "approval on the admin console"
               add 1 to WS-HELD-COUNT
           else
               perform 3150-APPLY-STATUS-CHANGE
           end-if.
       3150-APPLY-STATUS-CHANGE.
           move WS-SEL-STATUS to WS-CALL-STATUS
           call "MBRADMIN" using WS-ACT-SETSTATUS WS-MBRUSR-PATH
               WS-MFACHAL-PATH WS-ATTMPT-LOGIN-PATH WS-CALL-USERNAME
