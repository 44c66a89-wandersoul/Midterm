      *> Maximum password age before sign-in detours into the forced
      *> change page.
       01 PASSWORD-MAX-AGE-DAYS pic 9(4) value 90.
      *> Fallback sign-in risk threshold when Global has not cached
      *> the RISKSTEPUP ops flag -- a non-MFA sign-in scoring above it
      *> (SIGNRISK) gets the e-mailed code anyway.
       01 DEFAULT-RISK-STEPUP-SCORE pic 9(4) value 50.

      *> Review fix: a literal or figurative constant passed BY
      *> REFERENCE into CALL ... USING only gets as much storage as
               value "LoginUser_Authenticate".
       01 WS-TMPL-MFA-CODE pic x(20) value "MFA-CODE".
       01 WS-TMPL-NEW-DEVICE pic x(20) value "NEW-DEVICE".
       01 WS-PRIO-NORMAL pic x(1) value "N".
       01 WS-PRIO-URGENT pic x(1) value "U".
       01 WS-EVT-LOGIN-NEW-DEVICE pic x(30)
               value "LOGIN_NEW_DEVICE".
       01 WS-EVT-LOGIN-DEVICE-REVOKED pic x(30)
               value "LOGIN_DEVICE_REVOKED".
       01 WS-ACT-CHECKIP pic x(10) value "CHECK".
       01 WS-ACT-CANCEL pic x(10) value "CANCEL".
       01 WS-CAP-VIEWMEMBERS pic x(12) value "VIEWMEMBERS".
       01 WS-CAP-VIEWDASH pic x(12) value "VIEWDASH".
       01 WS-FILE-CLOSEREQ pic x(100) value "CLOSEREQ.DAT".
       01 WS-EVT-CLOSURE-CANCELED pic x(30)
               value "ACCOUNT_CLOSURE_CANCELED".
       01 WS-EVT-IP-BLOCKED pic x(30) value "IP_BLOCKED".
       01 WS-EVT-LOGIN-RISK-STEPUP pic x(30)
               value "LOGIN_RISK_STEPUP".
       01 WS-EVT-LOGIN-TERMS-PENDING pic x(30)
               value "LOGIN_TERMS_PENDING".
       01 WS-SPACES-X45 pic x(45) value spaces.
       01 WS-SPACES-X50 pic x(50) value spaces.
       01 WS-SPACES-X1 pic x(1) value space.
       01 ipBlocked pic x(1).
       01 ruleListBuf pic x(1000).
       01 ruleCount pic 9(4).
       01 riskScore pic 9(4).
       01 riskDetail pic x(24).
       01 riskThresholdValue object.
       01 riskThreshold pic 9(4).
       01 termsVersionValue object.
       01 termsVersion pic x(10).
       01 acceptedVersion pic x(10).
       01 acceptedTs pic 9(14).
       01 termsNeeded pic x(1).
       01 termsDetail pic x(24).

       01 clientIp pic x(45).

                   goback
               end-if

      *> Terms of use newer than the version the member last accepted
      *> -- same detour shape as the expired password: no cookie, the
      *> username stashed in session, and the acceptance page sends
      *> the member back here to sign in once they have accepted. The
      *> detour carries the member's version and the current one.
               set termsVersionValue to super::Application::Item("TermsVersion")
               move spaces to termsVersion
               if termsVersionValue not = null
                   move termsVersionValue::ToString() to termsVersion
               end-if
               call "TOSACC" using WS-ACT-CHECK usernameField
                   termsVersion nowNumeric acceptedVersion acceptedTs
                   termsNeeded retCode
               if termsNeeded = "Y"
                   set e::Authenticated to false
                   move spaces to termsDetail
                   string acceptedVersion delimited by space
                       ">" delimited by size
                       termsVersion delimited by space
                       into termsDetail
                   call "AUDITDTL" using usernameField
                       WS-EVT-LOGIN-TERMS-PENDING nowNumeric
                       WS-SRC-CLASS-LOGIN
                       WS-SRC-METHOD-AUTHENTICATE clientIp
                       auditSessId termsDetail retCode
                   set super::Session::Item("TermsPendingUser") to username
                   invoke super::Response::Redirect("~/Account/AcceptTerms.aspx")
                   goback
               end-if

      *> Score the sign-in while the failure counter still shows what
      *> happened before this attempt -- the RESET just below clears
      *> it. A device the member marked trusted is never scored; it
      *> skips the challenge below by the member's own choice.
               move 0 to riskScore
               move spaces to riskDetail
               if deviceStatus not = "T"
                   call "SIGNRISK" using WS-FILE-KNOWNDEV
                       WS-FILE-ATTMPT-LOGIN usernameField fprint
                       clientIp riskScore riskDetail retCode
               end-if

               call "LOGINTHR" using WS-ACT-RESET WS-FILE-ATTMPT-LOGIN
                   username nowNumeric MAX-FAILED-ATTEMPTS
                   candidateLockUntilTs failCount locked lockUntilTs
                   move "N" to mfaEnabled
               end-if

      *> No MFA on the account, but the sign-in looks wrong: require
      *> the same e-mailed code anyway. The step-up is its own audit
      *> event carrying the score and reason codes, so the security
      *> summary and the SIEM feed can say why the code was forced.
               if mfaEnabled not = "Y"
                   and deviceStatus not = "T"
                   set riskThresholdValue to super::Application::Item("RiskStepUpScore")
                   if riskThresholdValue = null
                       move DEFAULT-RISK-STEPUP-SCORE to riskThreshold
                   else
                       move riskThresholdValue::ToString() to riskThreshold
                   end-if
                   if riskThreshold > 0
                       and riskScore > riskThreshold
                       call "AUDITDTL" using usernameField
                           WS-EVT-LOGIN-RISK-STEPUP nowNumeric
                           WS-SRC-CLASS-LOGIN
                           WS-SRC-METHOD-AUTHENTICATE clientIp
                           auditSessId riskDetail retCode
                       move "Y" to mfaEnabled
                   end-if
               end-if

               if mfaEnabled = "Y"
                   set e::Authenticated to false
                   set codeGenerator to new Random()
      *> reword the code e-mail without a release.
                   move spaces to usernameField
                   move username to usernameField
                   call "MAILTMPL" using WS-TMPL-MFA-CODE WS-PRIO-URGENT
                       memberUser::Email usernameField mfaCode
                       WS-SPACES-X200 WS-SPACES-X200 nowNumeric
                       retCode
       01 priorDevices pic 9(4).
       01 deviceStatus pic x(1).
       01 memberUser type MembershipUser.
       01 consoleAllowed pic x(1).
       01 dashAllowed pic x(1).
       01 permList pic x(1000).
       01 permCount pic 9(4).

       procedure division using by value sender as object by value e as type EventArgs.
           move spaces to auditSessId
           if deviceKnown = "N"
               and priorDevices > 0
               set memberUser to type Membership::GetUser(LoginUser::UserName)
               call "MAILTMPL" using WS-TMPL-NEW-DEVICE WS-PRIO-NORMAL
                   memberUser::Email usernameField WS-SPACES-X10
                   WS-SPACES-X200 deviceInfo nowNumeric retCode
               call "AUDITLOG" using usernameField
                   clientIp auditSessId retCode
           end-if

      *> Whoever the permission matrix lets into the admin console
      *> lands there; failing that, the ops dashboard.
           call "ROLEPERM" using WS-ACT-CHECK role WS-CAP-VIEWMEMBERS
               consoleAllowed permList permCount retCode
           call "ROLEPERM" using WS-ACT-CHECK role WS-CAP-VIEWDASH
               dashAllowed permList permCount retCode
           evaluate true
               when consoleAllowed = "Y"
                   set destinationUrl to "~/Admin/Default.aspx"
               when dashAllowed = "Y"
                   set destinationUrl to "~/Ops/Dashboard.aspx"
               when other
                   set destinationUrl to LoginUser::DestinationPageUrl
