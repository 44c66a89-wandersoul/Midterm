       01  WS-CKP-COUNT                    PIC 9(8).
       01  WS-PREV-COUNT                   PIC 9(6).
       01  WS-CKP-RC                       PIC 9(2).
       01  WS-ACT-ROLES                    PIC X(10) VALUE "ROLES".
       01  WS-PERM-ROLE                    PIC X(20) VALUE spaces.
       01  WS-PERM-CAPABILITY              PIC X(12) VALUE spaces.
       01  WS-PERM-ALLOWED                 PIC X(1).
       01  WS-ROLE-DEFINED                 PIC X(1).
       01  WS-ROLES-KNOWN                  PIC X(1).
       01  WS-ROLE-IDX                     PIC 9(4).
       01  WS-ROLE-POS                     PIC 9(4).
       01  WS-PERM-LIST                    PIC X(1000).
       01  WS-PERM-COUNT                   PIC 9(4).
       01  WS-PERM-RC                      PIC 9(2).
       procedure division.
       0000-MAIN.
           display "DATCHECK: data-file integrity check starting"
               WS-CKP-COUNT WS-NOW-TS WS-RESTARTED WS-LAST-PHASE
               WS-CKP-RC.
      *> Statuses per MBRUSRRC: P/A/S/D plus 'C' (pending closure,
      *> ACCTCLS); roles per the permission matrix, whose defined
      *> roles (ROLEPERM ROLES) are read once before the walk; a
      *> matrix that cannot be read is one report line, and the role
      *> test is left out rather than failing every member. The
      *> active-member-without-password-history cross-check rides this
      *> same walk -- one keyed probe into PWDHIST per active row.
       1000-CHECK-MEMBER-STORE.
           call "ROLEPERM" using WS-ACT-ROLES WS-PERM-ROLE
               WS-PERM-CAPABILITY WS-PERM-ALLOWED WS-PERM-LIST
               WS-PERM-COUNT WS-PERM-RC
           move "Y" to WS-ROLES-KNOWN
           if WS-PERM-RC not = 0
               move "N" to WS-ROLES-KNOWN
               move "ROLEPERM.DAT NOT READABLE - ROLES NOT CHECKED"
                   to REPORT-LINE
               write REPORT-LINE
               add 1 to WS-DISCREPANCY-COUNT
           end-if
           open input MBRUSR-FILE
           if WS-MBRUSR-STATUS not = "00"
               move spaces to REPORT-LINE
               move "MBRUSR STATUS OUT OF DOMAIN" to WS-BAD-WHAT
               perform 9000-WRITE-DISCREPANCY
           end-if
           move "N" to WS-ROLE-DEFINED
           perform varying WS-ROLE-IDX from 1 by 1
               until WS-ROLE-IDX > WS-PERM-COUNT
               compute WS-ROLE-POS = ((WS-ROLE-IDX - 1) * 20) + 1
               if WS-PERM-LIST (WS-ROLE-POS:20) = MBRUSR-ROLE
                   move "Y" to WS-ROLE-DEFINED
                   move WS-PERM-COUNT to WS-ROLE-IDX
               end-if
           end-perform
           if WS-ROLE-DEFINED not = "Y"
               and WS-ROLES-KNOWN = "Y"
               move "MBRUSR ROLE OUT OF DOMAIN" to WS-BAD-WHAT
               perform 9000-WRITE-DISCREPANCY
           end-if
               move "MBRUSR CREATED TIMESTAMP INVALID" to WS-BAD-WHAT
               perform 9000-WRITE-DISCREPANCY
           end-if
      *> Rows from before the terms and mail preference fields hold
      *> spaces in their timestamps -- never set, not damaged.
           if MBRUSR-TOS-ACCEPTED-TS not = spaces
               move MBRUSR-TOS-ACCEPTED-TS to WS-CHK-TS
               perform 8000-VALIDATE-TS
               if WS-TS-OK = "N"
                   move "MBRUSR TERMS ACCEPTED TIMESTAMP INVALID"
                       to WS-BAD-WHAT
                   perform 9000-WRITE-DISCREPANCY
               end-if
           end-if
           if MBRUSR-MAILPREF-ADVISORY not = space
               and MBRUSR-MAILPREF-ADVISORY not = "Y"
               and MBRUSR-MAILPREF-ADVISORY not = "N"
               move "MBRUSR ADVISORY MAIL PREFERENCE OUT OF DOMAIN"
                   to WS-BAD-WHAT
               perform 9000-WRITE-DISCREPANCY
           end-if
           if MBRUSR-MAILPREF-INFO not = space
               and MBRUSR-MAILPREF-INFO not = "Y"
               and MBRUSR-MAILPREF-INFO not = "N"
               move "MBRUSR INFORMATIONAL MAIL PREFERENCE OUT OF DOMAIN"
                   to WS-BAD-WHAT
               perform 9000-WRITE-DISCREPANCY
           end-if
           if MBRUSR-MAILPREF-TS not = spaces
               move MBRUSR-MAILPREF-TS to WS-CHK-TS
               perform 8000-VALIDATE-TS
               if WS-TS-OK = "N"
                   move "MBRUSR MAIL PREFERENCE TIMESTAMP INVALID"
                       to WS-BAD-WHAT
                   perform 9000-WRITE-DISCREPANCY
               end-if
           end-if
           if MBRUSR-STATUS = "A"
               and WS-PWDHIST-STATUS = "00"
               move MBRUSR-USERNAME to PWDHIST-USERNAME
