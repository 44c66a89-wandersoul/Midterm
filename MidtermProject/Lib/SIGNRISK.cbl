       identification division.
       program-id. SIGNRISK.
      *> Sign-in risk score for accounts that do not have MFA turned
      *> on. Without it a MEMBER account goes straight to the cookie
      *> no matter how wrong the sign-in looks. The score is built
      *> only from signals the system already keeps:
      *>   DEV  - the device fingerprint has no KNOWNDEV row for the
      *>          account (DEVTRK's notion of a new device);
      *>   IP   - the client IP appears on none of the account's
      *>          KNOWNDEV rows;
      *>   FAIL - the login attempt counter (LOGINTHR's ATTMPT row)
      *>          shows failures since the last good sign-in.
      *> The device signals only count once the account has a device
      *> history to compare against -- the very first sign-in of a
      *> fresh account is always "new", and challenging it would just
      *> tax every registrant. The caller compares the score with the
      *> ops-flag threshold and, above it, forces the e-mailed code
      *> through the normal MFACHECK path. LK-DETAIL comes back ready
      *> for the trail's detail field: "SCORE=nnnn" plus the reason
      *> codes that contributed. Read-only on both files, and a file
      *> that cannot be opened simply contributes nothing -- a risk
      *> score must never be the reason nobody can sign in.
       environment division.
       input-output section.
       file-control.
           select KNOWNDEV-FILE assign dynamic WS-KNOWNDEV-PATH
               organization indexed
               access mode dynamic
               record key is KNOWNDEV-KEY
               file status is WS-KNOWNDEV-STATUS.
           select ATTMPT-FILE assign dynamic WS-ATTMPT-PATH
               organization indexed
               access mode dynamic
               record key is ATTMPT-KEY
               file status is WS-ATTMPT-STATUS.
       data division.
       file section.
       fd  KNOWNDEV-FILE.
       copy KNOWNDVR.
       fd  ATTMPT-FILE.
       copy ATTMPREC.
       working-storage section.
       01  WS-KNOWNDEV-PATH                PIC X(100).
       01  WS-ATTMPT-PATH                  PIC X(100).
       01  WS-KNOWNDEV-STATUS              PIC XX.
       01  WS-ATTMPT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
      *> Signal weights. The threshold they are measured against is
      *> the ops flag (RISKSTEPUP); these stay here so the meaning of
      *> a score does not drift with every flag edit. With the
      *> default threshold of 50 (a score above it is challenged): a
      *> new device from a new address is challenged, as is a new
      *> device or a new address after repeated failed passwords --
      *> one signal on its own is not.
       01  WS-WEIGHT-NEW-DEVICE            PIC 9(4) VALUE 40.
       01  WS-WEIGHT-NEW-IP                PIC 9(4) VALUE 30.
       01  WS-WEIGHT-PER-FAILURE           PIC 9(4) VALUE 10.
       01  WS-FAILURE-WEIGHT-CAP           PIC 9(4) VALUE 40.
       01  WS-FAIL-POINTS                  PIC 9(6).
       01  WS-DEVICE-COUNT                 PIC 9(4).
       01  WS-DEVICE-SEEN                  PIC X.
       01  WS-IP-SEEN                      PIC X.
       01  WS-REASONS                      PIC X(14).
       01  WS-REASON-PTR                   PIC 9(4).
       linkage section.
       01  LK-KNOWNDEV-PATH                PIC X(100).
       01  LK-ATTMPT-PATH                  PIC X(100).
       01  LK-USERNAME                     PIC X(50).
       01  LK-FPRINT                       PIC X(40).
       01  LK-IP                           PIC X(45).
       01  LK-SCORE                        PIC 9(4).
       01  LK-DETAIL                       PIC X(24).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-KNOWNDEV-PATH LK-ATTMPT-PATH
               LK-USERNAME LK-FPRINT LK-IP LK-SCORE LK-DETAIL
               LK-RETURN-CODE.
       0000-MAIN.
           move LK-KNOWNDEV-PATH to WS-KNOWNDEV-PATH
           move LK-ATTMPT-PATH to WS-ATTMPT-PATH
           move 0 to LK-RETURN-CODE
           move 0 to LK-SCORE
           move spaces to LK-DETAIL
           move spaces to WS-REASONS
           move 1 to WS-REASON-PTR
           perform 1000-SCORE-DEVICE-HISTORY
           perform 2000-SCORE-RECENT-FAILURES
           string "SCORE=" delimited by size
               LK-SCORE delimited by size
               " " delimited by size
               WS-REASONS delimited by space
               into LK-DETAIL
           goback.
      *> The key leads with the username, so the account's whole
      *> device history is one positioned START -- the same walk
      *> DEVTRK uses to count prior devices.
       1000-SCORE-DEVICE-HISTORY.
           move 0 to WS-DEVICE-COUNT
           move "N" to WS-DEVICE-SEEN
           move "N" to WS-IP-SEEN
           open input KNOWNDEV-FILE
           if WS-KNOWNDEV-STATUS = "00"
               move low-values to KNOWNDEV-KEY
               move LK-USERNAME to KNOWNDEV-USERNAME
               move "N" to WS-AT-END
               start KNOWNDEV-FILE key is not less than KNOWNDEV-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read KNOWNDEV-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if KNOWNDEV-USERNAME not = LK-USERNAME
                               move "Y" to WS-AT-END
                           else
                               add 1 to WS-DEVICE-COUNT
                               if KNOWNDEV-FPRINT = LK-FPRINT
                                   move "Y" to WS-DEVICE-SEEN
                               end-if
                               if KNOWNDEV-IP = LK-IP
                                   move "Y" to WS-IP-SEEN
                               end-if
                           end-if
                   end-read
               end-perform
               close KNOWNDEV-FILE
           end-if
           if WS-DEVICE-COUNT > 0
               if WS-DEVICE-SEEN = "N"
                   add WS-WEIGHT-NEW-DEVICE to LK-SCORE
                   string "DEV," delimited by size
                       into WS-REASONS
                       with pointer WS-REASON-PTR
               end-if
               if WS-IP-SEEN = "N"
                   add WS-WEIGHT-NEW-IP to LK-SCORE
                   string "IP," delimited by size
                       into WS-REASONS
                       with pointer WS-REASON-PTR
               end-if
           end-if.
      *> LOGINTHR clears the counter on every good sign-in, so
      *> anything on the row now is failures since the account last
      *> got in -- which is why the caller must score before it runs
      *> its own LOGINTHR "RESET".
       2000-SCORE-RECENT-FAILURES.
           open input ATTMPT-FILE
           if WS-ATTMPT-STATUS = "00"
               move LK-USERNAME to ATTMPT-KEY
               read ATTMPT-FILE
                   key is ATTMPT-KEY
                   invalid key
                       continue
                   not invalid key
                       if ATTMPT-COUNT > 0
                           compute WS-FAIL-POINTS =
                               ATTMPT-COUNT * WS-WEIGHT-PER-FAILURE
                           if WS-FAIL-POINTS > WS-FAILURE-WEIGHT-CAP
                               move WS-FAILURE-WEIGHT-CAP
                                   to WS-FAIL-POINTS
                           end-if
                           add WS-FAIL-POINTS to LK-SCORE
                           string "FAIL," delimited by size
                               into WS-REASONS
                               with pointer WS-REASON-PTR
                       end-if
               end-read
               close ATTMPT-FILE
           end-if
      *> Drop the trailing comma so the codes read "DEV,IP,FAIL".
           if WS-REASON-PTR > 1
               move space to WS-REASONS (WS-REASON-PTR - 1:1)
           end-if.
       end program SIGNRISK.
