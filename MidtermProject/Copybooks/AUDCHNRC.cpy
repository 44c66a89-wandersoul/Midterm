      *> Audit hash-chain state (AUDCHAIN.DAT, an indexed file holding
      *> the one row keyed "AUDCHAIN"): the chain value the current
      *> live AUDIT.DAT started from -- the closing value of the last
      *> generation AUDITROLL cut -- and the value of the last row
      *> appended, which the next append links to. AUDITDTL advances
      *> the last value on every append, AUDITROLL moves both to the
      *> closing value when it cuts, and ACCTERASE moves the last value
      *> when it re-seals the live file. Every writer reads the row
      *> WITH LOCK and rewrites it, and AUDITDTL holds that lock across
      *> its AUDIT.DAT write, so appends from concurrent requests take
      *> their turn instead of linking to the same previous value.
      *> AUDVERIFY checks the live file runs from the one to the
      *> other, so rows removed from the end of the trail show up.
       01  AUDCHN-RECORD.
           05  AUDCHN-KEY                  PIC X(8).
           05  AUDCHN-LIVE-START-HASH      PIC 9(9).
           05  AUDCHN-LAST-HASH            PIC 9(9).
           05  AUDCHN-LAST-TS              PIC 9(14).
