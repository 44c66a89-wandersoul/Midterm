               value "SendUsernameButton_Click".
       01 WS-TMPL-USERNAME-RECOVERY pic x(20)
               value "USERNAME-RECOVERY".
       01 WS-PRIO-NORMAL pic x(1) value "N".
       01 WS-SPACES-X10 pic x(10) value spaces.
       01 WS-SPACES-X200 pic x(200) value spaces.


           if matchCount > 0
               call "MAILTMPL" using WS-TMPL-USERNAME-RECOVERY
                   WS-PRIO-NORMAL email WS-SPACES-X50 WS-SPACES-X10 WS-SPACES-X200
                   matchedUsernames nowNumeric retCode
      *> AUDIT-USERNAME identifies the account the event is about, not
      *> a place to dump an arbitrary list -- a lookup can match more
