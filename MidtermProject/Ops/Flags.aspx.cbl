               value "MidtermProject.Ops.Flags".
       01 WS-SRC-METHOD-SAVE pic x(40)
               value "SaveButton_Click".
       01 WS-ACT-CHECK pic x(10) value "CHECK".
       01 WS-CAP-EDITFLAGS pic x(12) value "EDITFLAGS".
       01 WS-EVT-PERMISSION-DENIED pic x(30)
               value "PERMISSION_DENIED".
       01 WS-SRC-METHOD-PAGELOAD pic x(40)
               value "Page_Load".

      *> Set by RequireCapability for the handler that called it.
       01 WS-CAP-ALLOWED pic x(1) value "N".

       method-id Page_Load protected.
      *> EDITFLAGS maintenance for the ops flag file -- flipping
      *> MAINTMODE at 2 a.m. should be a form post, not a shell
      *> session and an IIS recycle. The running application picks the
      *> change up on its own within the refresh interval enforced in
      *> Global.asax.cbl; this worker's cache is also updated
      *> immediately on save.
       local-storage section.
       01 flagName pic x(30).
       01 flagValue pic x(10).
       01 flagList pic x(500).
               invoke super::Response::Redirect("~/Account/Login.aspx")
               goback
           end-if
           invoke self::RequireCapability( WS-CAP-EDITFLAGS
               WS-SRC-METHOD-PAGELOAD )
           if WS-CAP-ALLOWED not = "Y"
               invoke super::Response::Redirect("~/")
               goback
           end-if
       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           invoke self::RequireCapability( WS-CAP-EDITFLAGS
               WS-SRC-METHOD-SAVE )
           if WS-CAP-ALLOWED not = "Y"
               set StatusMessageLabel::Text to "Your role does not carry the EDITFLAGS permission."
               set StatusMessageLabel::Visible to true
               goback
           end-if
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           goback.
       end method.

       method-id RequireCapability internal.
      *> Does the signed-in member's role carry the capability this
      *> page needs? Answers in WS-CAP-ALLOWED; a refusal is audited
      *> as PERMISSION_DENIED against the member, with the capability
      *> in the detail field and the handler as the source method.
       local-storage section.
       01 auditSessId pic x(40).
       01 username pic x(50).
       01 role pic x(20).
       01 status pic x(1).
       01 matched pic x(200).
       01 matchCount pic 9(2).
       01 capability pic x(12).
       01 permList pic x(1000).
       01 permCount pic 9(4).
       01 auditDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 clientIp pic x(45).
       01 retCode pic 9(2).

       procedure division using by value capabilityName as string
               by value sourceMethod as string.
           move "N" to WS-CAP-ALLOWED
           move spaces to username
           move super::User::Identity::Name to username
           call "MBRLOOK" using WS-ACT-BYUSERNAME WS-FILE-MBRUSR
               username WS-SPACES-X100 role status matched
               matchCount retCode
           move spaces to capability
           move capabilityName to capability
           call "ROLEPERM" using WS-ACT-CHECK role capability
               WS-CAP-ALLOWED permList permCount retCode
           if WS-CAP-ALLOWED not = "Y"
               move spaces to auditSessId
               move super::Session::SessionID to auditSessId
               move super::Request::UserHostAddress to clientIp
               set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
               move nowTs to nowNumeric
               move spaces to auditDetail
               move capability to auditDetail
               call "AUDITDTL" using username
                   WS-EVT-PERMISSION-DENIED nowNumeric
                   WS-SRC-CLASS-FLAGS sourceMethod clientIp auditSessId
                   auditDetail retCode
           end-if
           goback.
       end method.

       end class.
