      *> Ops-maintained e-mail domain rule record -- the IPRULES idea
      *> applied to the address a new account gives instead of the
      *> network it comes from. Checked by RegisterUser_CreatingUser
      *> and by the ROSTLOAD partner onboarding job before an account
      *> is created. The domain matches the part of the address after
      *> the @ sign, either exactly or as a parent domain
      *> ("example.com" also covers "mail.example.com", but never
      *> "badexample.com"). Deny rules block; allow rules punch holes
      *> in broader deny rules -- the longest matching domain wins, and
      *> an allow wins a tie. A rule past its expiry timestamp is
      *> ignored (zero means no expiry). Lives in DOMRULES.DAT as plain
      *> lines, edited by hand the way OPSFLAGS.DAT is.
       01  DOMRULE-RECORD.
           05  DOMRULE-DOMAIN              PIC X(60).
           05  DOMRULE-TYPE                PIC X(1).
      *>       'D' = deny, 'A' = allow
           05  DOMRULE-EXPIRES-TS          PIC 9(14).
           05  DOMRULE-ADDED-BY            PIC X(50).
           05  DOMRULE-ADDED-TS            PIC 9(14).
