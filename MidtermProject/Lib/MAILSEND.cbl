      *> refused here, before anything is queued -- return code 3, so
      *> callers can tell "not queued, address is dead" apart from a
      *> queue failure.
      *> Each row carries the priority class the caller asked for --
      *> 'U' urgent (MFA codes, password resets, confirmations, ops
      *> alerts), 'B' bulk (statements, dormancy warnings) and 'N'
      *> for everything else; anything unrecognised is queued as
      *> normal. MAILDISP drains the urgent lane first and caps the
      *> bulk lane per run.
       environment division.
       input-output section.
       file-control.
       01  LK-TO-EMAIL                     PIC X(100).
       01  LK-SUBJECT                      PIC X(100).
       01  LK-BODY                         PIC X(500).
       01  LK-PRIORITY                     PIC X(1).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-TO-EMAIL LK-SUBJECT LK-BODY
               LK-PRIORITY LK-NOW-TS LK-RETURN-CODE.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           perform 0500-CHECK-SUPPRESSION
           move 0 to MAILQ-RETRY-COUNT
           move LK-NOW-TS to MAILQ-NEXT-ATTEMPT-TS
           move 0 to MAILQ-SENT-TS
           if LK-PRIORITY = "U" or LK-PRIORITY = "B"
               move LK-PRIORITY to MAILQ-PRIORITY
           else
               move "N" to MAILQ-PRIORITY
           end-if
      *> Two messages queued inside the same clock second collide on
      *> the timestamp -- bump the sequence portion of the key until
      *> the write lands.
