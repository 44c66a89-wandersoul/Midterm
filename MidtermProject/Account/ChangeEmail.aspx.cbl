               value "RequestChangeButton_Click".
       01 WS-TMPL-EMAIL-CHANGE-CONFIRM pic x(20)
               value "EMAIL-CHANGE-CONFIRM".
       01 WS-PRIO-URGENT pic x(1) value "U".
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-SPACES-X200 pic x(200) value spaces.

               move spaces to linkField
               move confirmUrl to linkField
               call "MAILTMPL" using WS-TMPL-EMAIL-CHANGE-CONFIRM
                   WS-PRIO-URGENT newEmail username WS-SPACES-X10 linkField
                   WS-SPACES-X200 nowNumeric retCode

               call "AUDITLOG" using username
