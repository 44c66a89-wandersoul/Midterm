               value "RegisterUser_CreatedUser".
       01 WS-TMPL-CONFIRM-ACCOUNT pic x(20)
               value "CONFIRM-ACCOUNT".
       01 WS-PRIO-URGENT pic x(1) value "U".
       01 WS-ACT-CHECKIP pic x(10) value "CHECK".
       01 WS-ACT-CHECKBAN pic x(10) value "CHECK".
       01 WS-FILE-BANNDPWD pic x(100) value "BANNDPWD.DAT".
       01 WS-EVT-PASSWORD-BANNED pic x(30)
               value "PASSWORD_BANNED_REJECTED".
       01 WS-EVT-IP-BLOCKED pic x(30) value "IP_BLOCKED".
       01 WS-ACT-CHECKDOMAIN pic x(10) value "CHECK".
       01 WS-EVT-EMAIL-DOMAIN-BLOCKED pic x(30)
               value "EMAIL_DOMAIN_BLOCKED".
       01 WS-ACT-ACCEPT pic x(10) value "ACCEPT".
       01 WS-EVT-TERMS-ACCEPTED pic x(30) value "TERMS_ACCEPTED".
       01 WS-SPACES-X45 pic x(45) value spaces.
       01 WS-SPACES-X50 pic x(50) value spaces.
       01 WS-SPACES-X1 pic x(1) value space.
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-SPACES-X200 pic x(200) value spaces.
       01 WS-ACT-BYEMAIL pic x(10) value "BYEMAIL".
       01 WS-SPACES-X20 pic x(20) value spaces.
       01 WS-STATUS-PENDING pic x(1) value "P".
       01 WS-EVT-REGISTER-FAILED pic x(30)
               value "REGISTER_FAILED".

       method-id Page_Load protected.
       local-storage section.
       01 pwdHash pic x(40).
       01 pwdBanned pic x(1).
       01 usernameField pic x(50).
       01 aliasList pic x(1000).
       01 aliasCount pic 9(4).
       01 emailField pic x(100).
       01 domainBlocked pic x(1).
       01 matchedUsernames pic x(200).
       01 matchCount pic 9(2).
       01 retCode pic 9(2).

       procedure division using by value sender as object by value e as type LoginCancelEventArgs.
               goback
           end-if

      *> A username an account has changed away from stays retired,
      *> and one an ADMIN has filed as another account's new name is
      *> spoken for -- the audit trail still carries the old name, and
      *> a newcomer under it would inherit that account's history. A
      *> name already in the shadow store, a pending account's
      *> included, is refused the same way: the new pending
      *> registration would confirm the existing account.
           move spaces to usernameField
           move RegisterUser::UserName to usernameField
           call "USRALIAS" using WS-ACT-CHECK usernameField
               WS-SPACES-X50 WS-SPACES-X50 nowNumeric aliasList
               aliasCount retCode
           if retCode = 3
               set e::Cancel to true
               set RegisterUser::UnknownErrorMessage to "That username is not available. Please choose a different one."
               goback
           end-if

      *> The ops domain rules are the address-side counterpart of the
      *> IP rules: a throwaway-mail provider an abuse wave is using can
      *> be shut out without touching anyone's network. The partner
      *> roster load (ROSTLOAD) applies the same file.
           move spaces to emailField
           move RegisterUser::Email to emailField
           call "DOMRULES" using WS-ACT-CHECKDOMAIN emailField
               nowNumeric domainBlocked retCode
           if domainBlocked = "Y"
               set e::Cancel to true
               set RegisterUser::UnknownErrorMessage to "Accounts cannot be registered with an e-mail address at that domain. Please use a different address."
               call "AUDITLOG" using usernameField
                   WS-EVT-EMAIL-DOMAIN-BLOCKED nowNumeric
                   WS-SRC-CLASS-REGISTER WS-SRC-METHOD-CREATING
                   clientIpField(1:45) auditSessId retCode
               goback
           end-if

      *> An address a pending account is still waiting to confirm is
      *> spoken for until that registration is confirmed or expires
      *> -- otherwise two confirmation links go out to the one
      *> mailbox, and whichever is followed first decides the account.
           call "MBRLOOK" using WS-ACT-BYEMAIL WS-FILE-MBRUSR
               WS-SPACES-X50 emailField WS-SPACES-X20 WS-STATUS-PENDING
               matchedUsernames matchCount retCode
           if matchCount > 0
               set e::Cancel to true
               set RegisterUser::UnknownErrorMessage to "A registration for that e-mail address is already waiting to be confirmed. Please follow the link in that message, or use a different address."
               goback
           end-if

      *> Screen the chosen password against the ops-loaded banned
      *> list before the account is ever created -- "Password123"
      *> passing the provider's complexity rules is exactly what the
       01 pwdHash pic x(40).
       01 pwdExpired pic x(1).
       01 pwdReused pic x(1).
       01 termsVersionValue object.
       01 termsVersion pic x(10).
       01 acceptedVersion pic x(10).
       01 acceptedTs pic 9(14).
       01 termsNeeded pic x(1).
       01 termsDetail pic x(24).

       01 clientIp pic x(45).

               WS-FILE-MBRUSR RegisterUser::UserName RegisterUser::Email
               token rememberMe language nowNumeric expiresNumeric
               valid retCode
      *> No pending registration means no way to confirm the account:
      *> the user the provider has just created is taken back out, so
      *> it does not outlive the failed registration, and nothing
      *> further is sent.
           if retCode not = 0
               invoke type Membership::DeleteUser(RegisterUser::UserName)
               call "AUDITLOG" using RegisterUser::UserName
                   WS-EVT-REGISTER-FAILED nowNumeric
                   WS-SRC-CLASS-REGISTER
                   WS-SRC-METHOD-CREATED clientIp auditSessId retCode
               invoke super::Response::Redirect("~/Account/RegisterConfirmError.aspx")
               goback
           end-if

           set confirmUrl to String::Concat( super::Request::Url::GetLeftPart(type UriPartial::Authority) "/Account/RegisterConfirm.aspx?token=" token)
      *> Wording lives in the template file, not here -- marketing's
           move RegisterUser::UserName to usernameField
           move spaces to linkField
           move confirmUrl to linkField
           call "MAILTMPL" using WS-TMPL-CONFIRM-ACCOUNT WS-PRIO-URGENT
               RegisterUser::Email usernameField WS-SPACES-X10
               linkField WS-SPACES-X200 nowNumeric retCode

               usernameField pwdHash nowNumeric WS-ZERO-NUM14
               pwdExpired pwdReused retCode

      *> Registering is agreeing to the terms in force today: record
      *> which version and when, so the first sign-in does not detour
      *> straight to the acceptance page. No version configured means
      *> nothing to record.
           set termsVersionValue to super::Application::Item("TermsVersion")
           move spaces to termsVersion
           if termsVersionValue not = null
               move termsVersionValue::ToString() to termsVersion
           end-if
           if termsVersion not = spaces
               call "TOSACC" using WS-ACT-ACCEPT usernameField
                   termsVersion nowNumeric acceptedVersion acceptedTs
                   termsNeeded retCode
               if retCode = 0
                   move spaces to termsDetail
                   move termsVersion to termsDetail
                   call "AUDITDTL" using usernameField
                       WS-EVT-TERMS-ACCEPTED nowNumeric
                       WS-SRC-CLASS-REGISTER WS-SRC-METHOD-CREATED
                       clientIp auditSessId termsDetail retCode
               end-if
           end-if

           call "AUDITLOG" using RegisterUser::UserName
               WS-EVT-REGISTER-CREATED nowNumeric
               WS-SRC-CLASS-REGISTER
