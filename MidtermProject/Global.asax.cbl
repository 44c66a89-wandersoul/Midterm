      *> linkage item it binds to instead of passing it directly.
       01 WS-FLAG-MAINTMODE pic x(30) value "MAINTMODE".
       01 WS-FLAG-MAXSESSIONS pic x(30) value "MAXSESSIONS".
       01 WS-FLAG-RISKSTEPUP pic x(30) value "RISKSTEPUP".
       01 WS-FLAG-TERMSVER pic x(30) value "TERMSVER".
       01 WS-SUBJ-RECURRING-ERROR pic x(100)
               value "Recurring application error".
       01 WS-PRIO-URGENT pic x(1) value "U".
       01 WS-ACT-START pic x(10) value "START".
       01 WS-ACT-TOUCH pic x(10) value "TOUCH".
       01 WS-ACT-END pic x(10) value "END".
       local-storage section.
       01 maintModeValue pic x(10).
       01 maxSessionsValue pic x(10).
       01 riskStepUpValue pic x(10).
       01 termsVersionValue pic x(10).
       01 retCode pic 9(2).

       procedure division.
               set super::Application::Item("MaxConcurrentSessions") to DEFAULT-MAX-CONCURRENT-SESSIONS::ToString()
           end-if

      *> Sign-in risk score above which a member without MFA is sent
      *> an e-mailed code anyway (Login.aspx.cbl); "0" turns the
      *> step-up off. No flag leaves the page default in force.
           call "FLAGLOAD" using WS-FLAG-RISKSTEPUP riskStepUpValue retCode
           if retCode = 0
               and riskStepUpValue not = spaces
               set super::Application::Item("RiskStepUpScore") to riskStepUpValue
           else
               invoke super::Application::Remove("RiskStepUpScore")
           end-if

      *> Current terms-of-use version. Sign-in detours a member whose
      *> accepted version is older to the acceptance page; no flag
      *> means no terms in force and no detour.
           call "FLAGLOAD" using WS-FLAG-TERMSVER termsVersionValue retCode
           if retCode = 0
               and termsVersionValue not = spaces
               set super::Application::Item("TermsVersion") to termsVersionValue
           else
               invoke super::Application::Remove("TermsVersion")
           end-if

           set super::Application::Item("OpsFlagsLoadedTicks") to type DateTime::Now::Ticks::ToString()
           goback.
       end method.
           if shouldAlert = "Y"
               call "MAILSEND" using ONCALL-ALERT-EMAIL
                   WS-SUBJ-RECURRING-ERROR
                   lastError::Message WS-PRIO-URGENT nowNumeric retCode
           end-if
           goback.
       end method.
