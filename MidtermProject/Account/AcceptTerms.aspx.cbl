       class-id MidtermProject.Account.AcceptTerms is partial
               inherits type System.Web.UI.Page public.
       working-storage section.

      *> Review fix: a literal or figurative constant passed BY
      *> REFERENCE into CALL ... USING only gets as much storage as
      *> its own length -- the callee's larger LINKAGE SECTION item
      *> then reads (or writes) past the end of it. Route every
      *> literal through a WORKING-STORAGE field sized to match the
      *> linkage item it binds to instead of passing it directly.
       01 WS-ACT-ACCEPT pic x(10) value "ACCEPT".
       01 WS-EVT-TERMS-ACCEPTED pic x(30) value "TERMS_ACCEPTED".
       01 WS-EVT-TERMS-DECLINED pic x(30) value "TERMS_DECLINED".
       01 WS-SRC-CLASS-ACCEPTTERMS pic x(40)
               value "MidtermProject.Account.AcceptTerms".
       01 WS-SRC-METHOD-ACCEPT pic x(40)
               value "AcceptButton_Click".
       01 WS-SRC-METHOD-DECLINE pic x(40)
               value "DeclineButton_Click".

       method-id Page_Load protected.
      *> Landing page when sign-in finds the member has not accepted
      *> the current terms of use. The account is NOT signed in at
      *> this point -- LoginUser_Authenticate refused the cookie and
      *> stashed the username in session, same hand-off shape as the
      *> expired-password page. Either answer sends the member back to
      *> sign in: having accepted, the sign-in goes through (with the
      *> usual MFA challenge); having declined, they land here again.
       local-storage section.
       01 pendingUser object.
       01 termsVersionValue object.

       procedure division using by value sender as object by value e as type EventArgs.
           set pendingUser to super::Session::Item("TermsPendingUser")
           if pendingUser = null
               invoke super::Response::Redirect("~/Account/Login.aspx")
               goback
           end-if
           set termsVersionValue to super::Application::Item("TermsVersion")
           if termsVersionValue = null
               invoke super::Session::Remove("TermsPendingUser")
               invoke super::Response::Redirect("~/Account/Login.aspx")
               goback
           end-if
           set TermsVersionLabel::Text to termsVersionValue::ToString()
           goback.
       end method.

       method-id AcceptButton_Click protected.
      *> The version recorded is the one in force when the member
      *> clicked, and the audit row carries it, so "which terms did
      *> this member agree to, and when" is answerable from either
      *> the member record or the trail.
       local-storage section.
       01 auditSessId pic x(40).
       01 usernameObj object.
       01 username pic x(50).
       01 termsVersionValue object.
       01 termsVersion pic x(10).
       01 acceptedVersion pic x(10).
       01 acceptedTs pic 9(14).
       01 termsNeeded pic x(1).
       01 termsDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set usernameObj to super::Session::Item("TermsPendingUser")
           if usernameObj = null
               invoke super::Response::Redirect("~/Account/Login.aspx")
               goback
           end-if
           move spaces to username
           move usernameObj::ToString() to username
           set termsVersionValue to super::Application::Item("TermsVersion")
           move spaces to termsVersion
           if termsVersionValue not = null
               move termsVersionValue::ToString() to termsVersion
           end-if
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "TOSACC" using WS-ACT-ACCEPT username termsVersion
               nowNumeric acceptedVersion acceptedTs termsNeeded
               retCode
           if retCode not = 0
               and retCode not = 2
               set ErrorLabel::Text to "Your acceptance could not be recorded. Please try again."
               set ErrorLabel::Visible to true
               goback
           end-if

           if retCode = 0
               move spaces to termsDetail
               move termsVersion to termsDetail
               call "AUDITDTL" using username WS-EVT-TERMS-ACCEPTED
                   nowNumeric WS-SRC-CLASS-ACCEPTTERMS
                   WS-SRC-METHOD-ACCEPT clientIp auditSessId
                   termsDetail retCode
           end-if

           invoke super::Session::Remove("TermsPendingUser")
           invoke super::Response::Redirect("~/Account/Login.aspx?accepted=1")
           goback.
       end method.

       method-id DeclineButton_Click protected.
      *> Declining is recorded and the sign-in stays refused; the
      *> member is asked again the next time they sign in.
       local-storage section.
       01 auditSessId pic x(40).
       01 usernameObj object.
       01 username pic x(50).
       01 termsVersionValue object.
       01 termsDetail pic x(24).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).

       01 clientIp pic x(45).

       procedure division using by value sender as object by value e as type EventArgs.
           move spaces to auditSessId
           move super::Session::SessionID to auditSessId
           move super::Request::UserHostAddress to clientIp
           set usernameObj to super::Session::Item("TermsPendingUser")
           if usernameObj = null
               invoke super::Response::Redirect("~/Account/Login.aspx")
               goback
           end-if
           move spaces to username
           move usernameObj::ToString() to username
           set termsVersionValue to super::Application::Item("TermsVersion")
           move spaces to termsDetail
           if termsVersionValue not = null
               move termsVersionValue::ToString() to termsDetail
           end-if
           set nowTs to type DateTime::Now::ToString("yyyyMMddHHmmss")
           move nowTs to nowNumeric

           call "AUDITDTL" using username WS-EVT-TERMS-DECLINED
               nowNumeric WS-SRC-CLASS-ACCEPTTERMS
               WS-SRC-METHOD-DECLINE clientIp auditSessId
               termsDetail retCode

           invoke super::Session::Remove("TermsPendingUser")
           invoke super::Response::Redirect("~/Account/Login.aspx?declined=1")
           goback.
       end method.

       end class.
