       01 WS-ACT-ISENABLED pic x(10) value "ISENABLED".
       01 WS-ACT-GETDETAIL pic x(10) value "GETDETAIL".
       01 WS-ACT-SETLANG pic x(10) value "SETLANG".
       01 WS-ACT-GET pic x(10) value "GET".
       01 WS-ACT-SET pic x(10) value "SET".
       01 WS-FILE-MFACHAL pic x(100) value "MFACHAL.DAT".
       01 WS-FILE-MBRUSR pic x(100) value "MBRUSR.DAT".
       01 WS-FILE-ATTMPT-LOGIN pic x(100) value "ATTMPT-LOGIN.DAT".
               value "MFA_PREFERENCE_CHANGED".
       01 WS-EVT-LANGUAGE-CHANGED pic x(30)
               value "LANGUAGE_CHANGED".
       01 WS-EVT-MAIL-PREFERENCES-CHANGED pic x(30)
               value "MAIL_PREFERENCES_CHANGED".
       01 WS-SRC-CLASS-SECURITY pic x(40)
               value "MidtermProject.Account.Security".
       01 WS-SRC-METHOD-SAVE pic x(40)
       01 createdTs pic 9(14).
       01 emailFlag pic x(1).
       01 memberLang pic x(2).
       01 advisoryPref pic x(1).
       01 infoPref pic x(1).
       01 retCode pic 9(2).

       procedure division using by value sender as object by value e as type EventArgs.
               else
                   set LanguageDropDown::SelectedValue to "EN"
               end-if
      *> Optional mail categories; a member who never touched them
      *> receives both.
               call "MAILPREF" using WS-ACT-GET usernameField
                   WS-ZERO-NUM14 advisoryPref infoPref retCode
               if advisoryPref = "N"
                   set AdvisoryMailCheckBox::Checked to false
               else
                   set AdvisoryMailCheckBox::Checked to true
               end-if
               if infoPref = "N"
                   set InformationalMailCheckBox::Checked to false
               else
                   set InformationalMailCheckBox::Checked to true
               end-if
           end-if
           goback.
       end method.
       01 createdTs pic 9(14).
       01 mfaEnabled pic x(1).
       01 emailFlag pic x(1).
       01 desiredAdvisory pic x(1).
       01 desiredInfo pic x(1).
       01 nowTs string.
       01 nowNumeric pic 9(14).
       01 retCode pic 9(2).
                   auditSessId retCode
           end-if

      *> Mail preferences save with the same button. Only the
      *> optional categories are offered -- sign-in codes, reset and
      *> confirmation links and account notices always go out.
           if AdvisoryMailCheckBox::Checked
               move "Y" to desiredAdvisory
           else
               move "N" to desiredAdvisory
           end-if
           if InformationalMailCheckBox::Checked
               move "Y" to desiredInfo
           else
               move "N" to desiredInfo
           end-if
           call "MAILPREF" using WS-ACT-SET usernameField nowNumeric
               desiredAdvisory desiredInfo retCode
           if retCode = 0
               call "AUDITLOG" using username
                   WS-EVT-MAIL-PREFERENCES-CHANGED nowNumeric
                   WS-SRC-CLASS-SECURITY WS-SRC-METHOD-SAVE clientIp
                   auditSessId retCode
           end-if

           set StatusLabel::Text to "Your security and mail preferences have been saved."
           set StatusLabel::Visible to true
           goback.
       end method.
