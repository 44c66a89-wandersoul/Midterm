      *> Partner roster reject record -- one line in ROSTREJ.DAT per
      *> roster row the ROSTLOAD onboarding job refused, carrying the
      *> row as it was read and why. The file goes back to the partner
      *> for correction; a corrected row can be sent again in a later
      *> roster. Reason codes:
      *>   BADROW   username or e-mail missing from the row
      *>   BADNAME  username holds a space
      *>   BADEMAIL e-mail address is not of the form name@domain.tld
      *>   BADLANG  language is not EN or FR
      *>   BADROLE  role is not one the permission matrix defines
      *>   ROLEAPPR role above MEMBER -- needs the console's two-person
      *>            approval once the member exists
      *>   DUPINFIL username or e-mail already given on an earlier row
      *>   DUPUSER  username already belongs to an account
      *>   NAMEUNAV username is retired or spoken for by a rename
      *>   DUPEMAIL e-mail address already belongs to an account
      *>   DOMBLOCK e-mail domain refused by the ops domain rules
      *>   SUPPRESS e-mail address is on the bounce suppression list
      *>   LOADFAIL the pending registration could not be written
       01  ROSTREJ-RECORD.
           05  ROSTREJ-LINE-NO             PIC 9(6).
           05  ROSTREJ-REASON              PIC X(8).
           05  ROSTREJ-USERNAME            PIC X(50).
           05  ROSTREJ-EMAIL               PIC X(100).
           05  ROSTREJ-ROLE                PIC X(20).
           05  ROSTREJ-LANGUAGE            PIC X(2).
