      *> from before the field existed) mean English. MAILTMPL reads
      *> this to pick the language variant of each template.
           05  MBRUSR-LANGUAGE             PIC X(2).
      *> Terms of use: the version the member last accepted and when,
      *> set at registration and on the acceptance page sign-in
      *> detours to whenever the TERMSVER ops flag names a later
      *> version (TOSACC). Versions are labels legal publishes in a
      *> form that sorts by date (e.g. 2026-01), so "later" is a plain
      *> comparison. Spaces / zero = never accepted (rows from before
      *> the field existed). The notice version is the last version
      *> the member was mailed about (TOSRPT), so a re-run never mails
      *> the same member twice for one version.
           05  MBRUSR-TOS-VERSION          PIC X(10).
           05  MBRUSR-TOS-ACCEPTED-TS      PIC 9(14).
           05  MBRUSR-TOS-NOTICE-VERSION   PIC X(10).
      *> Mail preferences, set on the account security page
      *> (MAILPREF): whether the member wants the optional categories
      *> of system mail. 'N' = opted out; 'Y' or space (rows from
      *> before the fields existed) = receive. Security-required mail
      *> -- codes, confirmation and reset links, account-state
      *> notices -- has no switch and is always sent. MAILTMPL
      *> consults these before it queues anything, using the category
      *> each template carries in MAILTMPL.DAT. The timestamp is the
      *> last change (zero = never changed).
           05  MBRUSR-MAILPREF-ADVISORY    PIC X(1).
           05  MBRUSR-MAILPREF-INFO        PIC X(1).
           05  MBRUSR-MAILPREF-TS          PIC 9(14).
