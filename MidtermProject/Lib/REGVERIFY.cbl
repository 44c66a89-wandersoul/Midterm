      *> auto-login on registration. CONFIRM also flips the shadow
      *> membership record to active status so downstream checks (role
      *> landing, recon, MFA flag) see a usable account.
      *> ISSUE return codes: 0 issued; 1 the pending registration could
      *> not be written, and no member row was made either; 2 the
      *> username already belongs to another member row, so no token
      *> is left behind for it.
       environment division.
       input-output section.
       file-control.
       01  WS-MBRUSR-PATH                  PIC X(100).
       01  WS-PNDREG-STATUS                PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-MEMBER-CLASH                 PIC X.
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-PNDREG-PATH                  PIC X(100).
               invalid key
                   move 1 to LK-RETURN-CODE
           end-write
           if LK-RETURN-CODE = 0
               perform 2050-ADD-MEMBER-ROW
           end-if.
       2050-ADD-MEMBER-ROW.
           move LK-USERNAME to MBRUSR-USERNAME
           move LK-EMAIL to MBRUSR-EMAIL
           move "MEMBER" to MBRUSR-ROLE
           else
               move "EN" to MBRUSR-LANGUAGE
           end-if
      *> Acceptance of the terms is recorded separately (TOSACC), once
      *> the registration has gone through.
           move spaces to MBRUSR-TOS-VERSION
           move 0 to MBRUSR-TOS-ACCEPTED-TS
           move spaces to MBRUSR-TOS-NOTICE-VERSION
      *> Every optional mail category starts switched on; the member
      *> opts out from the security page.
           move "Y" to MBRUSR-MAILPREF-ADVISORY
           move "Y" to MBRUSR-MAILPREF-INFO
           move 0 to MBRUSR-MAILPREF-TS
           write MBRUSR-RECORD
               invalid key
                   perform 2100-CHECK-EXISTING-MEMBER
           end-write.
      *> The one row that may already be there is this same pending
      *> registration issued again (ROSTLOAD finishing a row after a
      *> restart): a 'P' row with the same address. Anything else is
      *> someone else's account, and the token just written would
      *> confirm it -- it is taken back out.
       2100-CHECK-EXISTING-MEMBER.
           move "N" to WS-MEMBER-CLASH
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   move "Y" to WS-MEMBER-CLASH
               not invalid key
                   if MBRUSR-STATUS not = "P"
                       or MBRUSR-EMAIL not = LK-EMAIL
                       move "Y" to WS-MEMBER-CLASH
                   end-if
           end-read
           if WS-MEMBER-CLASH = "Y"
               move LK-TOKEN to PNDREG-TOKEN
               delete PNDREG-FILE
                   invalid key
                       continue
               end-delete
               move 2 to LK-RETURN-CODE
           end-if.
       3000-CONFIRM.
           move LK-TOKEN to PNDREG-TOKEN
           read PNDREG-FILE
      *> the caller (RegisterConfirm.aspx.cbl) can carry it through to
      *> the Login page instead of discarding it.
                   move PNDREG-REMEMBER-ME to LK-REMEMBER-ME
      *> Likewise the address, so the page can finish setting up an
      *> account the partner roster load created with no sign-in yet.
                   move PNDREG-EMAIL to LK-EMAIL
                   if PNDREG-STATUS = "P"
                       and LK-NOW-TS < PNDREG-EXPIRES-TS
                       move "Y" to LK-VALID
