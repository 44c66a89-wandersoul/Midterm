               value "CloseButton_Click".
       01 WS-TMPL-CLOSE-ACCOUNT pic x(20)
               value "CLOSE-ACCOUNT".
       01 WS-PRIO-NORMAL pic x(1) value "N".

       method-id Page_Load protected.
      *> Self-service "close my account" -- the flow privacy requests
               ". Signing in before then cancels the request."
               delimited by size
               into graceText
           call "MAILTMPL" using WS-TMPL-CLOSE-ACCOUNT WS-PRIO-NORMAL
               memberUser::Email username WS-SPACES-X10
               WS-SPACES-X200 graceText nowNumeric retCode

