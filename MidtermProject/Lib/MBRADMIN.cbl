      *> got corrupted once already). MBRLOOK stays read-only; every
      *> mutation an admin can perform lives here instead. GETDETAIL
      *> returns the full member row for the console's detail view;
      *> SETROLE moves the member to any role the permission matrix
      *> (ROLEPERM) defines;
      *> RESETMFA clears the member's MFA enrollment and any pending
      *> challenge row; CLEARLOCK deletes a lockout row from whichever
      *> attempt file the caller names; SETSTATUS moves the account
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-MFACHAL-STATUS               PIC XX.
       01  WS-ATTMPT-STATUS                PIC XX.
       01  WS-ACT-VALIDROLE                PIC X(10) VALUE "VALIDROLE".
       01  WS-PERM-CAPABILITY              PIC X(12) VALUE spaces.
       01  WS-ROLE-DEFINED                 PIC X(1).
       01  WS-PERM-LIST                    PIC X(1000).
       01  WS-PERM-COUNT                   PIC 9(4).
       01  WS-PERM-RC                      PIC 9(2).
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-MBRUSR-PATH                  PIC X(100).
               close MBRUSR-FILE
           end-if.
      *> LK-ROLE is GETDETAIL's output; here it is the caller's input
      *> -- the role to persist. Only a role the permission matrix
      *> defines is accepted; anything else is refused before it can
      *> land in the file.
       2000-SET-ROLE.
           call "ROLEPERM" using WS-ACT-VALIDROLE LK-ROLE
               WS-PERM-CAPABILITY WS-ROLE-DEFINED WS-PERM-LIST
               WS-PERM-COUNT WS-PERM-RC
           if WS-ROLE-DEFINED not = "Y"
               move 2 to LK-RETURN-CODE
           else
               open i-o MBRUSR-FILE
