       identification division.
       program-id. AUDHASH.
      *> Chain value for one audit-trail row. Every other hash in this
      *> system is computed by the .NET caller, but this one has to be
      *> recomputed by batch -- AUDITROLL sealing a cut, ACCTERASE
      *> re-sealing after it anonymizes, AUDVERIFY walking the whole
      *> trail -- so it lives here where all of them can call it. The
      *> value folds the previous row's chain value and every byte of
      *> this row's content (the columns before the chain fields) into
      *> a polynomial residue modulo a nine-digit prime, with the
      *> column number mixed in so swapped bytes do not cancel out.
      *> Change one byte of a row, or drop a row, and every value
      *> after it stops matching.
       data division.
       working-storage section.
       01  WS-MODULUS                      PIC 9(9) VALUE 999999937.
       01  WS-MULTIPLIER                   PIC 9(3) VALUE 263.
       01  WS-CONTENT-LEN                  PIC 9(4) VALUE 283.
       01  WS-POS                          PIC 9(4).
       01  WS-ACC                          PIC 9(9).
       01  WS-WORK                         PIC 9(12).
       01  WS-QUOT                         PIC 9(12).
       linkage section.
       01  LK-PREV-HASH                    PIC 9(9).
       01  LK-AUDIT-ROW                    PIC X(300).
       01  LK-HASH                         PIC 9(9).
       procedure division using LK-PREV-HASH LK-AUDIT-ROW LK-HASH.
       0000-MAIN.
           move LK-PREV-HASH to WS-ACC
           perform varying WS-POS from 1 by 1
               until WS-POS > WS-CONTENT-LEN
               compute WS-WORK = (WS-ACC * WS-MULTIPLIER)
                   + function ord (LK-AUDIT-ROW (WS-POS:1))
                   + WS-POS
               divide WS-WORK by WS-MODULUS
                   giving WS-QUOT remainder WS-ACC
           end-perform
           move WS-ACC to LK-HASH
           goback.
       end program AUDHASH.
