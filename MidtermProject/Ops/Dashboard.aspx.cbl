       01 WS-FILE-ERRCOUNT pic x(100) value "ERRCOUNT.DAT".
       01 WS-FILE-MAILQUEUE pic x(100) value "MAILQUEUE.DAT".
       01 WS-SPACES-X100 pic x(100) value spaces.
       01 WS-ACT-CHECK pic x(10) value "CHECK".
       01 WS-CAP-VIEWDASH pic x(12) value "VIEWDASH".
       01 WS-EVT-PERMISSION-DENIED pic x(30)
               value "PERMISSION_DENIED".
       01 WS-SRC-CLASS-DASHBOARD pic x(40)
               value "MidtermProject.Ops.Dashboard".
       01 WS-SRC-METHOD-PAGELOAD pic x(40)
               value "Page_Load".

       method-id Page_Load protected.
      *> The staff landing page Login.aspx.cbl has been routing STAFF
      *> from the live operational files on each load; the
      *> MAINTMODE / MAXSESSIONS values are the ones cached on
      *> Application state, i.e. what the running application is
      *> actually honoring right now. Whoever's role carries VIEWDASH
      *> in the permission matrix gets the page -- STAFF and ADMIN out
      *> of the box; a refusal is audited as PERMISSION_DENIED.
       local-storage section.
       01 username string.
       01 role pic x(20).
       01 status pic x(1).
       01 matched pic x(200).
       01 matchCount pic 9(2).
       01 allowed pic x(1).
       01 permList pic x(1000).
       01 permCount pic 9(4).
       01 auditSessId pic x(40).
       01 auditDetail pic x(24).
       01 usernameField pic x(50).
       01 clientIp pic x(45).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 activeSessions pic 9(6).
           call "MBRLOOK" using WS-ACT-BYUSERNAME WS-FILE-MBRUSR
               username WS-SPACES-X100 role status matched
               matchCount retCode
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric
           call "ROLEPERM" using WS-ACT-CHECK role WS-CAP-VIEWDASH
               allowed permList permCount retCode
           if allowed not = "Y"
               move spaces to auditSessId
               move super::Session::SessionID to auditSessId
               move super::Request::UserHostAddress to clientIp
               move spaces to usernameField
               move username to usernameField
               move spaces to auditDetail
               move WS-CAP-VIEWDASH to auditDetail
               call "AUDITDTL" using usernameField
                   WS-EVT-PERMISSION-DENIED nowNumeric
                   WS-SRC-CLASS-DASHBOARD WS-SRC-METHOD-PAGELOAD
                   clientIp auditSessId auditDetail retCode
               invoke super::Response::Redirect("~/")
               goback
           end-if

           call "OPSDASH" using WS-FILE-SESSION WS-FILE-ATTMPT-LOGIN
               WS-FILE-ERRCOUNT WS-FILE-MAILQUEUE nowNumeric
               activeSessions activeUsers userList lockedCount
