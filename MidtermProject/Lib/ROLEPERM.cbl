       identification division.
       program-id. ROLEPERM.
      *> Role-to-capability permission matrix. The admin and ops pages
      *> used to test MBRUSR-ROLE for "ADMIN" (or "STAFF") themselves,
      *> which made every privilege all-or-nothing -- the help desk
      *> could not clear a lockout without also getting role changes,
      *> IP rules and the ops flags. Each page and button now asks
      *> CHECK whether the signed-in member's role carries the named
      *> capability it needs. VALIDROLE tells MBRADMIN, PENDCHG and
      *> the batch jobs whether a role name is one the matrix defines;
      *> LIST, ROLES and CAPS feed the console's maintenance panel;
      *> ADDROLE, GRANT and REVOKE change the matrix, read-all/
      *> write-all the way FLAGSAVE keeps the flags file. The caller
      *> writes the audit rows.
      *> With no permission file at all the matrix is the one the
      *> pages hard-coded: ADMIN holds every capability, STAFF holds
      *> VIEWDASH, MEMBER holds nothing. The first change writes that
      *> matrix out along with the change. A file that exists but
      *> cannot be read grants nothing and refuses every change --
      *> rewriting it from the defaults would quietly undo whatever
      *> it held. MEMBER and ADMIN are always defined roles, and ADMIN
      *> always keeps EDITROLES, so the matrix can never be edited
      *> into a state nobody can edit it back out of.
       environment division.
       input-output section.
       file-control.
           select ROLEPERM-FILE assign to WS-FILEPATH
               organization line sequential
               file status is WS-FILE-STATUS.
       data division.
       file section.
       fd  ROLEPERM-FILE.
       01  ROLEPERM-LINE                   PIC X(80).
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "ROLEPERM.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-LOADED                       PIC X.
       01  WS-ENTRY-MAX                    PIC 9(4) VALUE 300.
       01  WS-ENTRY-COUNT                  PIC 9(4).
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY occurs 300 times.
               10  WS-TBL-ROLE             PIC X(20).
               10  WS-TBL-CAPABILITY       PIC X(12).
      *> Every capability a page or button checks. GRANT refuses any
      *> other name, so a typing slip cannot sit in the file looking
      *> like a permission.
       01  WS-CAPABILITY-NAMES.
           05  FILLER                      PIC X(12)
               VALUE "VIEWMEMBERS".
           05  FILLER                      PIC X(12) VALUE "SETROLE".
           05  FILLER                      PIC X(12) VALUE "SETSTATUS".
           05  FILLER                      PIC X(12) VALUE "RESETMFA".
           05  FILLER                      PIC X(12) VALUE "CLEARLOCK".
           05  FILLER                      PIC X(12)
               VALUE "APPROVECHG".
           05  FILLER                      PIC X(12) VALUE "LEGALHOLD".
           05  FILLER                      PIC X(12)
               VALUE "RENAMEUSER".
           05  FILLER                      PIC X(12) VALUE "EDITROLES".
           05  FILLER                      PIC X(12) VALUE "EDITFLAGS".
           05  FILLER                      PIC X(12)
               VALUE "EDITIPRULES".
           05  FILLER                      PIC X(12) VALUE "VIEWDASH".
       01  WS-CAPABILITY-TABLE redefines WS-CAPABILITY-NAMES.
           05  WS-CAP-NAME occurs 12 times PIC X(12).
       01  WS-CAP-MAX                      PIC 9(2) VALUE 12.
       01  WS-ROLE                         PIC X(20).
       01  WS-CAPABILITY                   PIC X(12).
       01  WS-NEW-ROLE                     PIC X(20).
       01  WS-NEW-CAPABILITY               PIC X(12).
       01  WS-IDX                          PIC 9(4).
       01  WS-IDX2                         PIC 9(4).
       01  WS-CIDX                         PIC 9(2).
       01  WS-HIT                          PIC 9(4).
       01  WS-ROLE-HIT                     PIC 9(4).
       01  WS-CAP-KNOWN                    PIC X.
       01  WS-FIRST-SEEN                   PIC X.
       01  WS-TABLE-FULL                   PIC X.
       01  WS-LIST-PTR                     PIC 9(4).
       01  WS-SLOT-POS                     PIC 9(4).
       copy ROLEPRMR.
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-ROLE                         PIC X(20).
       01  LK-CAPABILITY                   PIC X(12).
       01  LK-ALLOWED                      PIC X(1).
       01  LK-PERM-LIST                    PIC X(1000).
       01  LK-PERM-COUNT                   PIC 9(4).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-ROLE LK-CAPABILITY
               LK-ALLOWED LK-PERM-LIST LK-PERM-COUNT LK-RETURN-CODE.
      *> Return codes: 0 done; 1 permission file unreadable or could
      *> not be rewritten; 2 role name missing, or capability not one
      *> of the known set; 3 (ADDROLE) role already defined, (GRANT)
      *> capability already granted; 4 (GRANT) role not defined,
      *> (REVOKE) capability not granted; 5 (REVOKE) ADMIN's
      *> EDITROLES cannot be taken away; 6 matrix full; 99 unknown
      *> action.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move "N" to LK-ALLOWED
           move spaces to LK-PERM-LIST
           move 0 to LK-PERM-COUNT
           move 1 to WS-LIST-PTR
           move LK-ROLE to WS-ROLE
           inspect WS-ROLE converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move LK-CAPABILITY to WS-CAPABILITY
           inspect WS-CAPABILITY
               converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform 1000-LOAD-TABLE
           evaluate LK-ACTION
               when "CHECK"
                   perform 2000-CHECK-CAPABILITY
               when "VALIDROLE"
                   perform 2100-CHECK-ROLE-DEFINED
               when "LIST"
                   perform 3000-BUILD-LIST
               when "ROLES"
                   perform 3200-BUILD-ROLE-SLOTS
               when "CAPS"
                   perform 3300-BUILD-CAPABILITY-LIST
               when "ADDROLE"
                   if WS-LOADED = "Y"
                       perform 4000-ADD-ROLE
                   end-if
               when "GRANT"
                   if WS-LOADED = "Y"
                       perform 5000-GRANT-CAPABILITY
                   end-if
               when "REVOKE"
                   if WS-LOADED = "Y"
                       perform 6000-REVOKE-CAPABILITY
                   end-if
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           goback.
       1000-LOAD-TABLE.
           move 0 to WS-ENTRY-COUNT
           move "N" to WS-TABLE-FULL
           move "Y" to WS-LOADED
           open input ROLEPERM-FILE
           evaluate WS-FILE-STATUS
               when "00"
                   move "N" to WS-AT-END
                   perform until WS-AT-END = "Y"
                       read ROLEPERM-FILE into ROLEPERM-RECORD
                           at end
                               move "Y" to WS-AT-END
                           not at end
                               if ROLEPERM-ROLE not = spaces
                                   move ROLEPERM-ROLE to WS-NEW-ROLE
                                   move ROLEPERM-CAPABILITY
                                       to WS-NEW-CAPABILITY
                                   perform 1200-ADD-ENTRY
                               end-if
                       end-read
                   end-perform
                   close ROLEPERM-FILE
               when "35"
                   perform 1100-LOAD-DEFAULTS
               when other
                   move "N" to WS-LOADED
                   move 1 to LK-RETURN-CODE
           end-evaluate.
       1100-LOAD-DEFAULTS.
           move "ADMIN" to WS-NEW-ROLE
           move spaces to WS-NEW-CAPABILITY
           perform 1200-ADD-ENTRY
           perform varying WS-CIDX from 1 by 1
               until WS-CIDX > WS-CAP-MAX
               move WS-CAP-NAME (WS-CIDX) to WS-NEW-CAPABILITY
               perform 1200-ADD-ENTRY
           end-perform
           move "STAFF" to WS-NEW-ROLE
           move spaces to WS-NEW-CAPABILITY
           perform 1200-ADD-ENTRY
           move "VIEWDASH" to WS-NEW-CAPABILITY
           perform 1200-ADD-ENTRY
           move "MEMBER" to WS-NEW-ROLE
           move spaces to WS-NEW-CAPABILITY
           perform 1200-ADD-ENTRY.
       1200-ADD-ENTRY.
           if WS-ENTRY-COUNT < WS-ENTRY-MAX
               add 1 to WS-ENTRY-COUNT
               move WS-NEW-ROLE to WS-TBL-ROLE (WS-ENTRY-COUNT)
               move WS-NEW-CAPABILITY
                   to WS-TBL-CAPABILITY (WS-ENTRY-COUNT)
           else
               move "Y" to WS-TABLE-FULL
           end-if.
       2000-CHECK-CAPABILITY.
           if WS-ROLE = "ADMIN"
               and WS-CAPABILITY = "EDITROLES"
               move "Y" to LK-ALLOWED
           else
               if WS-ROLE not = spaces
                   and WS-CAPABILITY not = spaces
                   perform 8000-FIND-ENTRY
                   if WS-HIT > 0
                       move "Y" to LK-ALLOWED
                   end-if
               end-if
           end-if.
       2100-CHECK-ROLE-DEFINED.
           if WS-ROLE = "MEMBER"
               or WS-ROLE = "ADMIN"
               move "Y" to LK-ALLOWED
           else
               if WS-ROLE not = spaces
                   perform 8100-FIND-ROLE
                   if WS-ROLE-HIT > 0
                       move "Y" to LK-ALLOWED
                   end-if
               end-if
           end-if.
      *> "ROLE: CAP CAP; " per role, in the order the roles were
      *> defined; LK-PERM-COUNT is the number of roles.
       3000-BUILD-LIST.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-ENTRY-COUNT
               or WS-LIST-PTR > 900
               perform 3050-TEST-FIRST-SEEN
               if WS-FIRST-SEEN = "Y"
                   add 1 to LK-PERM-COUNT
                   perform 3100-APPEND-ROLE-ENTRY
               end-if
           end-perform.
       3050-TEST-FIRST-SEEN.
           move "Y" to WS-FIRST-SEEN
           perform varying WS-IDX2 from 1 by 1
               until WS-IDX2 >= WS-IDX
               if WS-TBL-ROLE (WS-IDX2) = WS-TBL-ROLE (WS-IDX)
                   move "N" to WS-FIRST-SEEN
                   move WS-IDX to WS-IDX2
               end-if
           end-perform.
       3100-APPEND-ROLE-ENTRY.
           string WS-TBL-ROLE (WS-IDX) delimited by space
               ":" delimited by size
               into LK-PERM-LIST
               with pointer WS-LIST-PTR
           perform varying WS-IDX2 from WS-IDX by 1
               until WS-IDX2 > WS-ENTRY-COUNT
               or WS-LIST-PTR > 950
               if WS-TBL-ROLE (WS-IDX2) = WS-TBL-ROLE (WS-IDX)
                   and WS-TBL-CAPABILITY (WS-IDX2) not = spaces
                   string " " delimited by size
                       WS-TBL-CAPABILITY (WS-IDX2) delimited by space
                       into LK-PERM-LIST
                       with pointer WS-LIST-PTR
               end-if
           end-perform
           string "; " delimited by size
               into LK-PERM-LIST
               with pointer WS-LIST-PTR.
      *> The defined role names in fixed 20-byte slots, fifty at most,
      *> for the console's role drop-down and for jobs that check a
      *> whole file of roles at once. ADMIN and MEMBER are always
      *> among them, whatever the file holds.
       3200-BUILD-ROLE-SLOTS.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-ENTRY-COUNT
               or LK-PERM-COUNT >= 48
               perform 3050-TEST-FIRST-SEEN
               if WS-FIRST-SEEN = "Y"
                   move WS-TBL-ROLE (WS-IDX) to WS-NEW-ROLE
                   perform 3250-ADD-ROLE-SLOT
               end-if
           end-perform
           move "ADMIN" to WS-ROLE
           perform 8100-FIND-ROLE
           if WS-ROLE-HIT = 0
               move WS-ROLE to WS-NEW-ROLE
               perform 3250-ADD-ROLE-SLOT
           end-if
           move "MEMBER" to WS-ROLE
           perform 8100-FIND-ROLE
           if WS-ROLE-HIT = 0
               move WS-ROLE to WS-NEW-ROLE
               perform 3250-ADD-ROLE-SLOT
           end-if.
       3250-ADD-ROLE-SLOT.
           compute WS-SLOT-POS = (LK-PERM-COUNT * 20) + 1
           move WS-NEW-ROLE to LK-PERM-LIST (WS-SLOT-POS:20)
           add 1 to LK-PERM-COUNT.
       3300-BUILD-CAPABILITY-LIST.
           move WS-CAP-MAX to LK-PERM-COUNT
           perform varying WS-CIDX from 1 by 1
               until WS-CIDX > WS-CAP-MAX
               string WS-CAP-NAME (WS-CIDX) delimited by space
                   " " delimited by size
                   into LK-PERM-LIST
                   with pointer WS-LIST-PTR
           end-perform.
       4000-ADD-ROLE.
           if WS-ROLE = spaces
               move 2 to LK-RETURN-CODE
           else
               perform 8100-FIND-ROLE
               if WS-ROLE-HIT > 0
                   move 3 to LK-RETURN-CODE
               else
                   move WS-ROLE to WS-NEW-ROLE
                   move spaces to WS-NEW-CAPABILITY
                   perform 1200-ADD-ENTRY
                   if WS-TABLE-FULL = "Y"
                       move 6 to LK-RETURN-CODE
                   else
                       perform 7000-REWRITE-FILE
                   end-if
               end-if
           end-if.
       5000-GRANT-CAPABILITY.
           perform 8200-TEST-CAPABILITY-KNOWN
           if WS-ROLE = spaces
               or WS-CAP-KNOWN = "N"
               move 2 to LK-RETURN-CODE
           else
               perform 8100-FIND-ROLE
               perform 8000-FIND-ENTRY
               evaluate true
                   when WS-ROLE-HIT = 0
                       move 4 to LK-RETURN-CODE
                   when WS-HIT > 0
                       move 3 to LK-RETURN-CODE
                   when other
                       move WS-ROLE to WS-NEW-ROLE
                       move WS-CAPABILITY to WS-NEW-CAPABILITY
                       perform 1200-ADD-ENTRY
                       if WS-TABLE-FULL = "Y"
                           move 6 to LK-RETURN-CODE
                       else
                           perform 7000-REWRITE-FILE
                       end-if
               end-evaluate
           end-if.
      *> Removing the entry closes the gap by shifting the rest of the
      *> table down one, so the file keeps its order.
       6000-REVOKE-CAPABILITY.
           perform 8200-TEST-CAPABILITY-KNOWN
           if WS-ROLE = spaces
               or WS-CAP-KNOWN = "N"
               move 2 to LK-RETURN-CODE
           else
               if WS-ROLE = "ADMIN"
                   and WS-CAPABILITY = "EDITROLES"
                   move 5 to LK-RETURN-CODE
               else
                   perform 8000-FIND-ENTRY
                   if WS-HIT = 0
                       move 4 to LK-RETURN-CODE
                   else
                       perform varying WS-IDX from WS-HIT by 1
                           until WS-IDX >= WS-ENTRY-COUNT
                           move WS-ENTRY (WS-IDX + 1)
                               to WS-ENTRY (WS-IDX)
                       end-perform
                       subtract 1 from WS-ENTRY-COUNT
                       perform 7000-REWRITE-FILE
                   end-if
               end-if
           end-if.
       7000-REWRITE-FILE.
           open output ROLEPERM-FILE
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ENTRY-COUNT
                   move WS-TBL-ROLE (WS-IDX) to ROLEPERM-ROLE
                   move WS-TBL-CAPABILITY (WS-IDX)
                       to ROLEPERM-CAPABILITY
                   move spaces to ROLEPERM-LINE
                   write ROLEPERM-LINE from ROLEPERM-RECORD
               end-perform
               close ROLEPERM-FILE
           end-if.
       8000-FIND-ENTRY.
           move 0 to WS-HIT
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-ENTRY-COUNT
               if WS-TBL-ROLE (WS-IDX) = WS-ROLE
                   and WS-TBL-CAPABILITY (WS-IDX) = WS-CAPABILITY
                   move WS-IDX to WS-HIT
                   move WS-ENTRY-COUNT to WS-IDX
               end-if
           end-perform.
       8100-FIND-ROLE.
           move 0 to WS-ROLE-HIT
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-ENTRY-COUNT
               if WS-TBL-ROLE (WS-IDX) = WS-ROLE
                   move WS-IDX to WS-ROLE-HIT
                   move WS-ENTRY-COUNT to WS-IDX
               end-if
           end-perform.
       8200-TEST-CAPABILITY-KNOWN.
           move "N" to WS-CAP-KNOWN
           perform varying WS-CIDX from 1 by 1
               until WS-CIDX > WS-CAP-MAX
               if WS-CAP-NAME (WS-CIDX) = WS-CAPABILITY
                   move "Y" to WS-CAP-KNOWN
                   move WS-CAP-MAX to WS-CIDX
               end-if
           end-perform.
       end program ROLEPERM.
