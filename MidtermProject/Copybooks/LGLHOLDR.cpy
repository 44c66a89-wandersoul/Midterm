      *> Legal hold on one account for one matter, keyed on the
      *> account, the matter reference legal gave us, and when it was
      *> placed -- so a matter can be held, released and held again
      *> without losing the earlier row. While any row for an account
      *> is 'A', ACCTERASE leaves its closure request pending, DORMANT
      *> will not disable it, AUDITROLL keeps every generation that
      *> holds its rows, and RETSWEEP ages out none of its rows.
      *> Released rows stay as the record of who lifted the hold and
      *> when. Maintained from the admin console through LGLHOLD.
       01  LEGALHOLD-RECORD.
           05  LEGALHOLD-KEY.
               10  LEGALHOLD-USERNAME      PIC X(50).
               10  LEGALHOLD-MATTER-REF    PIC X(20).
               10  LEGALHOLD-PLACED-TS     PIC 9(14).
           05  LEGALHOLD-PLACED-BY         PIC X(50).
           05  LEGALHOLD-STATUS            PIC X(1).
      *>       'A' = active, 'R' = released
           05  LEGALHOLD-RELEASED-BY       PIC X(50).
           05  LEGALHOLD-RELEASED-TS       PIC 9(14).
