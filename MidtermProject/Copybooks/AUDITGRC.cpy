      *> retention sweep reads this catalog to find and delete
      *> generations past the 13-month compliance window, so "what do
      *> we still hold" is answerable from one keyed file.
      *> Each sealed cut also records where its rows sit on the audit
      *> hash chain: the value its first row chained from, the closing
      *> value the chain carried on into the next period, and the
      *> value its last row actually carried at the cut (the two only
      *> differ if rows were removed from the end of the live file
      *> before the cut). The seal value is what the file's rows close
      *> on now: the cut value until ACCTERASE anonymizes rows in it
      *> and re-seals, which it records against the erasure run (the
      *> run timestamp that names its certificate, and the anonymous
      *> token of a closure request whose rows it rewrote).
       01  AUDITGEN-RECORD.
           05  AUDITGEN-CUT-TS             PIC 9(14).
           05  AUDITGEN-FILENAME           PIC X(100).
           05  AUDITGEN-ROW-COUNT          PIC 9(8).
           05  AUDITGEN-CREATED-TS         PIC 9(14).
           05  AUDITGEN-SEALED             PIC X(1).
      *>       'Y' = cut with chain values; spaces = cut before the
      *>       chain began, nothing to verify against
           05  AUDITGEN-CHAIN-IN           PIC 9(9).
           05  AUDITGEN-CHAIN-OUT          PIC 9(9).
           05  AUDITGEN-CUT-HASH           PIC 9(9).
           05  AUDITGEN-SEAL-HASH          PIC 9(9).
           05  AUDITGEN-RESEALED-TS        PIC 9(14).
           05  AUDITGEN-RESEAL-TOKEN       PIC X(50).
