               value "RequestResetButton_Click".
       01 WS-TMPL-RESET-PASSWORD pic x(20)
               value "RESET-PASSWORD".
       01 WS-PRIO-URGENT pic x(1) value "U".
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-SPACES-X50 pic x(50) value spaces.
       01 WS-SPACES-X200 pic x(200) value spaces.
               move spaces to usernameField
               move username to usernameField
               call "MAILTMPL" using WS-TMPL-RESET-PASSWORD
                   WS-PRIO-URGENT memberUser::Email usernameField WS-SPACES-X10
                   linkField WS-SPACES-X200 nowNumeric retCode

               call "AUDITLOG" using username
