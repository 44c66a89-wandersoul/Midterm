      *> One line of the role-to-capability permission file
      *> (ROLEPERM.DAT): the role named in MBRUSR-ROLE and one named
      *> capability it carries -- CLEARLOCK, SETROLE, EDITFLAGS and
      *> the rest of the set ROLEPERM knows. A line with a blank
      *> capability defines the role without granting anything, so a
      *> role can be added first and given its capabilities after.
      *> Maintained from the admin console through ROLEPERM; every
      *> admin and ops page asks ROLEPERM CHECK instead of testing the
      *> role name.
       01  ROLEPERM-RECORD.
           05  ROLEPERM-ROLE               PIC X(20).
           05  ROLEPERM-CAPABILITY         PIC X(12).
