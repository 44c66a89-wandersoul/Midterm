      *> Read-only lookups against the shadow membership extract.
      *> BYUSERNAME backs role-based landing after sign-in. BYEMAIL
      *> scans for every username registered under an e-mail address,
      *> for the forgot-username recovery page; a status passed in
      *> limits it to rows in that status, which is how registration
      *> finds an address a pending account already holds.
       environment division.
       input-output section.
       file-control.
                       not at end
                           if MBRUSR-EMAIL = LK-EMAIL
                               and LK-MATCH-COUNT < 3
                               and (LK-STATUS = space
                                   or LK-STATUS = MBRUSR-STATUS)
                               add 1 to LK-MATCH-COUNT
                               if LK-MATCH-COUNT > 1
                                   string LK-MATCHED-USERNAMES
