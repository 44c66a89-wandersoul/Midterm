       01 WS-SRC-METHOD-PAGELOAD pic x(40) value "Page_Load".
       01 WS-TMPL-EMAIL-CHANGED-NOTICE pic x(20)
               value "EMAIL-CHANGED-NOTICE".
       01 WS-PRIO-NORMAL pic x(1) value "N".
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-SPACES-X200 pic x(200) value spaces.

           if valid = "Y"
               and retCode = 0
               call "MAILTMPL" using WS-TMPL-EMAIL-CHANGED-NOTICE
                   WS-PRIO-NORMAL oldEmail username WS-SPACES-X10 WS-SPACES-X200
                   WS-SPACES-X200 nowNumeric retCode
               call "AUDITLOG" using username
                   WS-EVT-EMAIL-CHANGE-COMPLETED nowNumeric
