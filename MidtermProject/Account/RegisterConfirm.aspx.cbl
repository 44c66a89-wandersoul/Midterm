               inherits type System.Web.UI.Page public.
       working-storage section.

      *> How long the first choose-a-password link stays valid.
       01 FIRST-PASSWORD-EXPIRY-MINUTES pic 9(4) value 60.

      *> Review fix: a literal or figurative constant passed BY
      *> REFERENCE into CALL ... USING only gets as much storage as
      *> its own length -- the callee's larger LINKAGE SECTION item
       01 WS-ACT-CONFIRM pic x(10) value "CONFIRM".
       01 WS-FILE-PENDREG pic x(100) value "PENDREG.DAT".
       01 WS-FILE-MBRUSR pic x(100) value "MBRUSR.DAT".
       01 WS-ZERO-NUM14 pic 9(14) value 0.
       01 WS-EVT-REGISTER-CONFIRMED pic x(30)
               value "REGISTER_CONFIRMED".
       01 WS-SRC-CLASS-REGISTERCONFIRM pic x(40)
               value "MidtermProject.Account.RegisterConfirm".
       01 WS-SRC-METHOD-PAGELOAD pic x(40) value "Page_Load".
       01 WS-ACT-ISSUE pic x(10) value "ISSUE".
       01 WS-FILE-RESETTOK pic x(100) value "RESETTOK.DAT".
       01 WS-SPACES-X1 pic x(1) value space.
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-SPACES-X200 pic x(200) value spaces.
       01 WS-TMPL-CHOOSE-PASSWORD pic x(20)
               value "CHOOSE-PASSWORD".
       01 WS-PRIO-URGENT pic x(1) value "U".
       01 WS-EVT-PASSWORD-RESET-REQUESTED pic x(30)
               value "PASSWORD_RESET_REQUESTED".

       method-id Page_Load protected.
      *> Landing page for the e-mail verification link. Flips the
       01 valid pic x(1).
       01 rememberMe pic x(1).
       01 language pic x(2).
       01 email pic x(100).
       01 memberUser type MembershipUser.
       01 usernameStr string.
       01 emailStr string.
       01 resetToken string.
       01 expiresTs string.
       01 expiresNumeric pic 9(14).
       01 resetUrl string.
       01 linkField pic x(200).
       01 retCode pic 9(2).

       01 clientIp pic x(45).
           move nowTs to nowNumeric

           call "REGVERIFY" using WS-ACT-CONFIRM WS-FILE-PENDREG
               WS-FILE-MBRUSR username email token rememberMe
               language nowNumeric WS-ZERO-NUM14 valid retCode

           if valid = "Y"
               call "AUDITLOG" using username WS-EVT-REGISTER-CONFIRMED
                   nowNumeric WS-SRC-CLASS-REGISTERCONFIRM
                   WS-SRC-METHOD-PAGELOAD clientIp auditSessId retCode
      *> An account the partner roster load (ROSTLOAD) created has no
      *> sign-in yet -- the member never filled in the registration
      *> form, so there is no password to sign in with. Create the
      *> sign-in with a throwaway password and mail a choose-your-
      *> password link through the reset-token flow: the password is
      *> only ever set by whoever reads the member's own mailbox.
               set usernameStr to username::Trim()
               set emailStr to email::Trim()
               set memberUser to type Membership::GetUser(usernameStr)
               if memberUser = null
                   invoke type Membership::CreateUser(usernameStr type Guid::NewGuid()::ToString() emailStr)
                   set resetToken to type Guid::NewGuid()::ToString()
                   set expiresTs to type DateTime::Now::AddMinutes(FIRST-PASSWORD-EXPIRY-MINUTES)::ToString("yyyyMMddHHmmss")
                   move expiresTs to expiresNumeric
                   call "PWRESET" using WS-ACT-ISSUE WS-FILE-RESETTOK
                       username resetToken nowNumeric expiresNumeric
                       WS-SPACES-X1 retCode
                   set resetUrl to String::Concat( super::Request::Url::GetLeftPart(type UriPartial::Authority) "/Account/ResetPassword.aspx?token=" resetToken)
                   move spaces to linkField
                   move resetUrl to linkField
                   call "MAILTMPL" using WS-TMPL-CHOOSE-PASSWORD
                       WS-PRIO-URGENT email username WS-SPACES-X10
                       linkField WS-SPACES-X200 nowNumeric retCode
                   call "AUDITLOG" using username
                       WS-EVT-PASSWORD-RESET-REQUESTED nowNumeric
                       WS-SRC-CLASS-REGISTERCONFIRM
                       WS-SRC-METHOD-PAGELOAD clientIp auditSessId
                       retCode
                   invoke super::Response::Redirect("~/Account/CheckYourEmail.aspx")
                   goback
               end-if
      *> Carry the remember-me preference captured at registration
      *> through to the real sign-in instead of letting it be
      *> discarded -- Login.aspx.cbl Page_Load reads "remember".
