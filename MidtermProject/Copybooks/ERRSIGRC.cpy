      *> Error-signature register, keyed on the signature ERRLOG
      *> builds -- the ERRDIGEST job's memory of every signature it
      *> has ever reported, so "never seen before" and "quiet for a
      *> week, now back" still mean what they say after the older
      *> rows of the error log have been trimmed. First-seen only
      *> ever moves earlier and last-seen only ever moves later, so a
      *> rerun of the digest on the same log changes nothing.
       01  ERRSIG-RECORD.
           05  ERRSIG-SIGNATURE            PIC X(32).
           05  ERRSIG-FIRST-SEEN-TS        PIC 9(14).
           05  ERRSIG-LAST-SEEN-TS         PIC 9(14).
