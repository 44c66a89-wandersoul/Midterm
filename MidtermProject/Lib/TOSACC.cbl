       identification division.
       program-id. TOSACC.
      *> Terms-of-use acceptance on the member record. The current
      *> version is the TERMSVER ops flag, which the caller passes in
      *> (the web side caches it with the other flags); legal raises
      *> it when a new version goes live. CHECK tells sign-in whether
      *> the member has accepted the current version -- a member who
      *> has not is detoured to the acceptance page the way an
      *> expired password goes to PasswordExpired.aspx. ACCEPT records
      *> the current version and the time against the member, from
      *> registration and from that page. No version configured means
      *> nothing to accept: CHECK never asks, ACCEPT records nothing.
      *> The caller writes the TERMS_* audit rows.
       environment division.
       input-output section.
       file-control.
           select MBRUSR-FILE assign to WS-FILEPATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-FILE-STATUS.
       data division.
       file section.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-USERNAME                     PIC X(50).
       01  LK-CURRENT-VERSION              PIC X(10).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-ACCEPTED-VERSION             PIC X(10).
       01  LK-ACCEPTED-TS                  PIC 9(14).
       01  LK-NEEDS-ACCEPT                 PIC X(1).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-USERNAME
               LK-CURRENT-VERSION LK-NOW-TS LK-ACCEPTED-VERSION
               LK-ACCEPTED-TS LK-NEEDS-ACCEPT LK-RETURN-CODE.
      *> Return codes: 0 done; 1 member store unavailable; 2 (ACCEPT)
      *> no current version configured; 4 no such account; 99
      *> unknown action. CHECK answers "N" unless it could read the
      *> member and found an older version (or none) on record -- a
      *> store problem is not the member's to resolve at sign-in.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move "N" to LK-NEEDS-ACCEPT
           move spaces to LK-ACCEPTED-VERSION
           move 0 to LK-ACCEPTED-TS
           evaluate LK-ACTION
               when "CHECK"
                   perform 1000-CHECK-ACCEPTANCE
               when "ACCEPT"
                   if LK-CURRENT-VERSION = spaces
                       move 2 to LK-RETURN-CODE
                   else
                       perform 2000-RECORD-ACCEPTANCE
                   end-if
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           goback.
       1000-CHECK-ACCEPTANCE.
           open input MBRUSR-FILE
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               move LK-USERNAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       move 4 to LK-RETURN-CODE
                   not invalid key
                       move MBRUSR-TOS-VERSION to LK-ACCEPTED-VERSION
                       move MBRUSR-TOS-ACCEPTED-TS to LK-ACCEPTED-TS
                       if LK-CURRENT-VERSION not = spaces
                           and (MBRUSR-TOS-VERSION = spaces
                               or MBRUSR-TOS-VERSION
                                   < LK-CURRENT-VERSION)
                           move "Y" to LK-NEEDS-ACCEPT
                       end-if
               end-read
               close MBRUSR-FILE
           end-if.
       2000-RECORD-ACCEPTANCE.
           open i-o MBRUSR-FILE
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               move LK-USERNAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       move 4 to LK-RETURN-CODE
                   not invalid key
                       move LK-CURRENT-VERSION to MBRUSR-TOS-VERSION
                       move LK-NOW-TS to MBRUSR-TOS-ACCEPTED-TS
                       rewrite MBRUSR-RECORD
                       move MBRUSR-TOS-VERSION to LK-ACCEPTED-VERSION
                       move MBRUSR-TOS-ACCEPTED-TS to LK-ACCEPTED-TS
               end-read
               close MBRUSR-FILE
           end-if.
       end program TOSACC.
