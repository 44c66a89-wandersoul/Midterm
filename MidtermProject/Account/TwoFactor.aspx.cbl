       01 WS-ACT-CHECK pic x(10) value "CHECK".
       01 WS-ACT-RESET pic x(10) value "RESET".
       01 WS-ACT-FAIL pic x(10) value "FAIL".
       01 WS-CAP-VIEWMEMBERS pic x(12) value "VIEWMEMBERS".
       01 WS-CAP-VIEWDASH pic x(12) value "VIEWDASH".
       01 WS-FILE-MFACHAL pic x(100) value "MFACHAL.DAT".
       01 WS-FILE-MBRUSR pic x(100) value "MBRUSR.DAT".
       01 WS-FILE-SESSION pic x(100) value "SESSION.DAT".
       01 WS-ACT-TOUCH pic x(10) value "TOUCH".
       01 WS-FILE-KNOWNDEV pic x(100) value "KNOWNDEV.DAT".
       01 WS-TMPL-NEW-DEVICE pic x(20) value "NEW-DEVICE".
       01 WS-PRIO-NORMAL pic x(1) value "N".
       01 WS-EVT-LOGIN-NEW-DEVICE pic x(30)
               value "LOGIN_NEW_DEVICE".
       01 WS-SPACES-X10 pic x(10) value spaces.

       method-id Page_Load protected.
      *> The page Login.aspx redirects to once credentials pass but
      *> the account has MFA enabled, or the sign-in's risk score
      *> forced a code on an account without it. No cookie has been
      *> issued yet -- that only happens once VerifyButton_Click
      *> accepts the code.
       local-storage section.
       01 pendingUser object.

       01 priorDevices pic 9(4).
       01 deviceStatus pic x(1).
       01 memberUser type MembershipUser.
       01 consoleAllowed pic x(1).
       01 dashAllowed pic x(1).
       01 permList pic x(1000).
       01 permCount pic 9(4).

       01 clientIp pic x(45).

                   and priorDevices > 0
                   set memberUser to type Membership::GetUser(username)
                   call "MAILTMPL" using WS-TMPL-NEW-DEVICE
                       WS-PRIO-NORMAL memberUser::Email usernameField WS-SPACES-X10
                       WS-SPACES-X200 deviceInfo nowNumeric retCode
                   call "AUDITLOG" using usernameField
                       WS-EVT-LOGIN-NEW-DEVICE nowNumeric
               end-if

               set returnUrlObj to super::Session::Item("MfaReturnUrl")
               call "ROLEPERM" using WS-ACT-CHECK role
                   WS-CAP-VIEWMEMBERS consoleAllowed permList
                   permCount retCode
               call "ROLEPERM" using WS-ACT-CHECK role WS-CAP-VIEWDASH
                   dashAllowed permList permCount retCode
               evaluate true
                   when consoleAllowed = "Y"
                       set destinationUrl to "~/Admin/Default.aspx"
                   when dashAllowed = "Y"
                       set destinationUrl to "~/Ops/Dashboard.aspx"
                   when other
                       if returnUrlObj = null
