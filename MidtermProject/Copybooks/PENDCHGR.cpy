      *> Pending privileged change, keyed on a request id (request
      *> timestamp plus a per-second sequence, MAILQ style). The admin
      *> console writes one of these instead of calling MBRADMIN for
      *> the changes that need a second pair of eyes -- granting
      *> ADMIN or STAFF, bringing an account back out of 'S' or 'D',
      *> resetting MFA. A different ADMIN approves (PENDCHG applies it
      *> through MBRADMIN) or rejects it from the console queue; one
      *> left undecided past its expiry is closed out by the nightly
      *> SESSPURGE sweep. Rows stay after the decision as the record
      *> of who asked and who agreed.
       01  PENDCHG-RECORD.
           05  PENDCHG-ID.
               10  PENDCHG-ID-TS           PIC 9(14).
               10  PENDCHG-ID-SEQ          PIC 9(4).
           05  PENDCHG-TARGET-USER         PIC X(50).
      *>       'SETROLE', 'SETSTATUS' or 'RESETMFA' -- the MBRADMIN
      *>       action the approval will run
           05  PENDCHG-CHANGE-TYPE         PIC X(10).
           05  PENDCHG-NEW-ROLE            PIC X(20).
           05  PENDCHG-NEW-STATUS          PIC X(1).
           05  PENDCHG-REQUESTED-BY        PIC X(50).
           05  PENDCHG-REQUESTED-TS        PIC 9(14).
           05  PENDCHG-EXPIRES-TS          PIC 9(14).
           05  PENDCHG-STATUS              PIC X(1).
      *>       'P' = pending, 'A' = approved and applied,
      *>       'R' = rejected, 'X' = expired undecided
           05  PENDCHG-DECIDED-BY          PIC X(50).
           05  PENDCHG-DECIDED-TS          PIC 9(14).
