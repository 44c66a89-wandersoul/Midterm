      *> username. Spaces where the writer has no session context
      *> (batch jobs), and on rows written before the field existed.
           05  AUDIT-SESSION-ID            PIC X(40).
      *> Short free-text qualifier for event types that need one --
      *> the score and reason codes behind a forced sign-in challenge,
      *> for one. Written through AUDITDTL; spaces for every event
      *> written through plain AUDITLOG, and on rows written before
      *> the field existed. Sits in the spare columns of the 300-byte
      *> trail line, so no reader's line layout changes.
           05  AUDIT-DETAIL                PIC X(24).
      *> Hash chain over the trail, filling the last spare columns of
      *> the 300-byte line. AUDIT-CHAIN-HASH is AUDHASH's value over
      *> the previous row's chain value and this row's content (every
      *> column above); AUDIT-CHAIN-LINK repeats the low eight digits
      *> of the previous row's value, so a verifier can tell rows gone
      *> missing in front of a row (link broken) from a row edited in
      *> place (link intact, hash wrong). Stamped by AUDITDTL on every
      *> append and carried across AUDITROLL's cuts; spaces on rows
      *> written before the chain began.
           05  AUDIT-CHAIN.
               10  AUDIT-CHAIN-LINK        PIC 9(8).
               10  AUDIT-CHAIN-HASH        PIC 9(9).
