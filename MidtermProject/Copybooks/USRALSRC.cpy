      *> Username alias register, keyed on the name the account is
      *> giving up. An ADMIN files the rename from the console
      *> (USRALIAS REQUEST) and the nightly USERREN job carries it
      *> across every data file, then marks the row complete. A
      *> completed row is never removed while the account exists: the
      *> audit trail itself is not rewritten, so this row is how
      *> AUDITQRY, MBRSTMT and DSAREXP still find history filed under
      *> the old name (USRALIAS NAMES), and how registration knows the
      *> old name is retired and may not be taken by someone else.
      *> The alternate key on the new name walks a chain of renames
      *> back from the current name. ACCTERASE removes an erased
      *> account's rows once its history carries the anonymous token.
       01  USRALIAS-RECORD.
           05  USRALIAS-OLD-USERNAME       PIC X(50).
           05  USRALIAS-NEW-USERNAME       PIC X(50).
           05  USRALIAS-REQUESTED-TS       PIC 9(14).
           05  USRALIAS-REQUESTED-BY       PIC X(50).
           05  USRALIAS-STATUS             PIC X(1).
      *>       'P' = pending the nightly run, 'C' = carried out,
      *>       'X' = refused (the reason says why); a refused row is
      *>       replaced when the rename is filed again
           05  USRALIAS-DONE-TS            PIC 9(14).
           05  USRALIAS-REASON             PIC X(30).
