       01  WS-ALERT-SUBJECT-INFO           PIC X(200).
       01  WS-TMPL-BATCH-ALERT             PIC X(20)
               VALUE "BATCH-ALERT".
       01  WS-PRIO-URGENT                  PIC X(1) VALUE "U".
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
               into WS-ALERT-SUBJECT-INFO
           perform 7000-SEND-ALERT.
       7000-SEND-ALERT.
           call "MAILTMPL" using WS-TMPL-BATCH-ALERT WS-PRIO-URGENT
               WS-ONCALL-EMAIL WS-SPACES-X50 WS-SPACES-X10
               WS-SPACES-X200 WS-ALERT-SUBJECT-INFO WS-NOW-TS
               WS-MAIL-RC.
