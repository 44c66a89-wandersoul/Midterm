       identification division.
       program-id. SPRAYDET.
      *> Password-spray detector. LOGINTHR counts failures per
      *> username, so a network trying one or two passwords against
      *> hundreds of different accounts never trips a lockout -- until
      *> now it surfaced only in the next morning's SECRPT offender
      *> section. Scheduled every few minutes through the day, this
      *> job reads the LOGIN_FAILED rows in the live audit trail that
      *> fall inside the detection window, groups them by network (the
      *> /24 for IPv4, the /64 for IPv6 -- the same string prefixes the
      *> IP rules file matches on) and counts the distinct usernames
      *> each network failed against. A network over the threshold
      *> gets a short-lived deny rule through the IPRULES "ADD" path
      *> the Ops/IpRules screen uses, with the detector named as the
      *> rule's author; an IP_SPRAY_BLOCKED audit event keyed on the
      *> network (the IP_BLOCKED convention); and an on-call page. The
      *> block ages out on its own -- the rule check already skips an
      *> expired row. Threshold, window and block length come from the
      *> ops flag file (SPRAYUSERS / SPRAYWINMIN / SPRAYBLOCKMIN).
      *> A network that is already denied is left alone, so a long
      *> incident pages once per block, not once per run; so is one
      *> an ops allow rule decides for (a partner or office network,
      *> whether the allow names the /24 itself or a broader prefix
      *> over it) -- the detector reports it and never adds a deny
      *> that would outrank the allow.
       environment division.
       input-output section.
       file-control.
           select AUDIT-FILE assign to WS-AUDIT-PATH
               organization line sequential
               file status is WS-AUDIT-STATUS.
       data division.
       file section.
       fd  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(300).
       working-storage section.
       01  WS-AUDIT-PATH                   PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-AUDIT-STATUS                 PIC XX.
       01  WS-AT-END                       PIC X.
       copy AUDITREC.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-NOW-EPOCH                    PIC 9(12).
       01  WS-WINDOW-START-TS              PIC 9(14).
       01  WS-BLOCK-UNTIL-TS               PIC 9(14).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
      *> More than this many distinct usernames failed from one
      *> network inside the window is a spray. The per-network
      *> username slots bound how high the threshold can be set.
       01  WS-MAX-USERS                    PIC 9(4) VALUE 20.
       01  WS-WINDOW-MINUTES               PIC 9(4) VALUE 15.
       01  WS-BLOCK-MINUTES                PIC 9(4) VALUE 60.
       01  WS-FLAG-MAXUSERS                PIC X(30)
               VALUE "SPRAYUSERS".
       01  WS-FLAG-WINMIN                  PIC X(30)
               VALUE "SPRAYWINMIN".
       01  WS-FLAG-BLOCKMIN                PIC X(30)
               VALUE "SPRAYBLOCKMIN".
       01  WS-FLAG-VALUE                   PIC X(10).
       01  WS-FLAG-RC                      PIC 9(2).
       01  WS-NUM-OK                       PIC X.
       01  WS-NUM-LEN                      PIC 9(2).
       01  WS-NUM-VALUE                    PIC 9(4).
      *> One slot per network seen failing inside the window; the
      *> username list only needs to reach one past the threshold to
      *> prove the point, so it stops growing there.
       01  WS-NET-MAX                      PIC 9(4) VALUE 100.
       01  WS-NET-USER-MAX                 PIC 9(4) VALUE 100.
       01  WS-NET-COUNT                    PIC 9(4) VALUE 0.
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY occurs 100 times.
               10  WS-NET-PREFIX           PIC X(45).
               10  WS-NET-FAILS            PIC 9(6).
               10  WS-NET-USER-COUNT       PIC 9(4).
               10  WS-NET-USER             PIC X(50)
                       occurs 100 times.
       01  WS-NET-IDX                      PIC 9(4).
       01  WS-USER-IDX                     PIC 9(4).
       01  WS-USER-HIT                     PIC 9(4).
       01  WS-HIT                          PIC 9(4).
       01  WS-ROW-PREFIX                   PIC X(45).
       01  WS-CHAR-IDX                     PIC 9(4).
       01  WS-SEP-COUNT                    PIC 9(4).
       01  WS-SEP-WANTED                   PIC 9(4).
       01  WS-SEP-CHAR                     PIC X.
       01  WS-ROWS-IN-WINDOW               PIC 9(6) VALUE 0.
       01  WS-NETS-OVER                    PIC 9(4) VALUE 0.
       01  WS-NETS-BLOCKED                 PIC 9(4) VALUE 0.
       01  WS-NETS-ALREADY                 PIC 9(4) VALUE 0.
       01  WS-NETS-ALLOWED                 PIC 9(4) VALUE 0.
       01  WS-ACT-COVER                    PIC X(10) VALUE "COVER".
       01  WS-ACT-ADD                      PIC X(10) VALUE "ADD".
       01  WS-ACT-FIND                     PIC X(10) VALUE "FIND".
       01  WS-FOUND-TYPE                   PIC X(1).
       01  WS-FOUND-EXPIRES-TS             PIC 9(14).
       01  WS-FOUND-ADDED-BY               PIC X(50).
       01  WS-FOUND-SKIP                   PIC X(1).
       01  WS-RULE-TYPE-DENY               PIC X(1) VALUE "D".
       01  WS-ADDED-BY                     PIC X(50)
               VALUE "SPRAYDET".
       01  WS-IP-BLOCKED                   PIC X(1).
       01  WS-RULE-LIST                    PIC X(1000).
       01  WS-RULE-COUNT                   PIC 9(4).
       01  WS-RULE-RC                      PIC 9(2).
       01  WS-SPACES-X1                    PIC X(1) VALUE space.
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-ZERO-NUM14                   PIC 9(14) VALUE 0.
       01  WS-AUDIT-KEY                    PIC X(50).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-EVT-SPRAY-BLOCKED            PIC X(30)
               VALUE "IP_SPRAY_BLOCKED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "SPRAYDET".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "SprayDetection".
       01  WS-ONCALL-EMAIL                 PIC X(100)
               VALUE "oncall@midtermproject.local".
       01  WS-TMPL-SPRAY-ALERT             PIC X(20)
               VALUE "SPRAY-ALERT".
       01  WS-PRIO-URGENT                  PIC X(1) VALUE "U".
       01  WS-ALERT-LIST                   PIC X(200).
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-CONV-TS                      PIC 9(14).
       01  WS-CONV-DATE                    PIC 9(8).
       01  WS-CONV-HH                      PIC 9(2).
       01  WS-CONV-MI                      PIC 9(2).
       01  WS-CONV-SS                      PIC 9(2).
       01  WS-CONV-EPOCH                   PIC 9(12).
       01  WS-CONV-DAYS                    PIC 9(7).
       01  WS-CONV-REMAIN                  PIC 9(6).
       procedure division.
       0000-MAIN.
           display "SPRAYDET: password-spray detection starting"
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-NOW-TS to WS-CONV-TS
           perform 8000-TS-TO-EPOCH
           move WS-CONV-EPOCH to WS-NOW-EPOCH
           perform 0100-LOAD-THRESHOLDS
           compute WS-CONV-EPOCH =
               WS-NOW-EPOCH - (WS-WINDOW-MINUTES * 60)
           perform 8100-EPOCH-TO-TS
           move WS-CONV-TS to WS-WINDOW-START-TS
           compute WS-CONV-EPOCH =
               WS-NOW-EPOCH + (WS-BLOCK-MINUTES * 60)
           perform 8100-EPOCH-TO-TS
           move WS-CONV-TS to WS-BLOCK-UNTIL-TS
           perform 1000-TALLY-FAILURES
           perform 2000-BLOCK-SPRAYING-NETWORKS
           display "SPRAYDET: failed sign-ins in window  "
               WS-ROWS-IN-WINDOW
           display "SPRAYDET: networks seen failing      "
               WS-NET-COUNT
           display "SPRAYDET: networks over threshold    "
               WS-NETS-OVER
           display "SPRAYDET: networks blocked this run  "
               WS-NETS-BLOCKED
           display "SPRAYDET: networks already denied    "
               WS-NETS-ALREADY
           display "SPRAYDET: networks left to ops allow "
               WS-NETS-ALLOWED
           display "SPRAYDET: password-spray detection complete"
           goback.
       0100-LOAD-THRESHOLDS.
           call "FLAGLOAD" using WS-FLAG-MAXUSERS WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               perform 0150-PARSE-FLAG-NUMBER
               if WS-NUM-OK = "Y"
                   move WS-NUM-VALUE to WS-MAX-USERS
               end-if
           end-if
           call "FLAGLOAD" using WS-FLAG-WINMIN WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               perform 0150-PARSE-FLAG-NUMBER
               if WS-NUM-OK = "Y"
                   move WS-NUM-VALUE to WS-WINDOW-MINUTES
               end-if
           end-if
           call "FLAGLOAD" using WS-FLAG-BLOCKMIN WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               perform 0150-PARSE-FLAG-NUMBER
               if WS-NUM-OK = "Y"
                   move WS-NUM-VALUE to WS-BLOCK-MINUTES
               end-if
           end-if
      *> A zero threshold would block every network that mistyped one
      *> password, and one at or past the slot count could never be
      *> exceeded -- refuse both and fall back to the default.
           if WS-MAX-USERS < 1
               or WS-MAX-USERS >= WS-NET-USER-MAX
               display "SPRAYDET: SPRAYUSERS out of range -- using "
                   "default"
               move 20 to WS-MAX-USERS
           end-if
           if WS-WINDOW-MINUTES < 1
               move 15 to WS-WINDOW-MINUTES
           end-if
           if WS-BLOCK-MINUTES < 1
               move 60 to WS-BLOCK-MINUTES
           end-if
           display "SPRAYDET: more than " WS-MAX-USERS
               " usernames in " WS-WINDOW-MINUTES
               " minutes blocks for " WS-BLOCK-MINUTES " minutes".
      *> Same parse as the other flag-driven jobs: digits up to the
      *> first trailing space, all numeric, fitting the field.
       0150-PARSE-FLAG-NUMBER.
           move "N" to WS-NUM-OK
           if WS-FLAG-VALUE not = spaces
               perform varying WS-NUM-LEN from 10 by -1
                   until WS-NUM-LEN < 1
                   or WS-FLAG-VALUE (WS-NUM-LEN:1) not = space
                   continue
               end-perform
               if WS-NUM-LEN > 0
                   and WS-NUM-LEN <= 4
                   and WS-FLAG-VALUE (1:WS-NUM-LEN) is numeric
                   move WS-FLAG-VALUE (1:WS-NUM-LEN) to WS-NUM-VALUE
                   move "Y" to WS-NUM-OK
               else
                   display "SPRAYDET: flag value not usable ("
                       WS-FLAG-VALUE ") -- default kept"
               end-if
           end-if.
      *> The live trail only ever holds the current day (AUDITROLL
      *> cuts it nightly), so a full read per run stays cheap.
       1000-TALLY-FAILURES.
           open input AUDIT-FILE
           if WS-AUDIT-STATUS not = "00"
               display "SPRAYDET: audit trail not available, status "
                   WS-AUDIT-STATUS
           else
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read AUDIT-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if AUDIT-EVENT-TYPE = "LOGIN_FAILED"
                               and AUDIT-TIMESTAMP
                                   >= WS-WINDOW-START-TS
                               and AUDIT-CLIENT-IP not = spaces
                               add 1 to WS-ROWS-IN-WINDOW
                               perform 1100-TALLY-ONE-ROW
                           end-if
                   end-read
               end-perform
               close AUDIT-FILE
           end-if.
       1100-TALLY-ONE-ROW.
           perform 1200-DERIVE-NETWORK
           move 0 to WS-HIT
           perform varying WS-NET-IDX from 1 by 1
               until WS-NET-IDX > WS-NET-COUNT
               if WS-NET-PREFIX (WS-NET-IDX) = WS-ROW-PREFIX
                   move WS-NET-IDX to WS-HIT
                   move WS-NET-COUNT to WS-NET-IDX
               end-if
           end-perform
           if WS-HIT = 0
               if WS-NET-COUNT < WS-NET-MAX
                   add 1 to WS-NET-COUNT
                   move WS-NET-COUNT to WS-HIT
                   move WS-ROW-PREFIX to WS-NET-PREFIX (WS-HIT)
                   move 0 to WS-NET-FAILS (WS-HIT)
                   move 0 to WS-NET-USER-COUNT (WS-HIT)
               end-if
           end-if
           if WS-HIT > 0
               add 1 to WS-NET-FAILS (WS-HIT)
               perform 1300-NOTE-USERNAME
           end-if.
      *> The network is the address cut after its third "." (IPv4
      *> /24) or fourth ":" (IPv6 /64), separator kept -- a string
      *> prefix IPRULES can match as it stands. An address too short
      *> to cut is its own network.
       1200-DERIVE-NETWORK.
           move AUDIT-CLIENT-IP to WS-ROW-PREFIX
           move 0 to WS-SEP-COUNT
           move "." to WS-SEP-CHAR
           move 3 to WS-SEP-WANTED
           perform varying WS-CHAR-IDX from 1 by 1
               until WS-CHAR-IDX > 45
               if AUDIT-CLIENT-IP (WS-CHAR-IDX:1) = ":"
                   move ":" to WS-SEP-CHAR
                   move 4 to WS-SEP-WANTED
               end-if
           end-perform
           perform varying WS-CHAR-IDX from 1 by 1
               until WS-CHAR-IDX > 45
               if AUDIT-CLIENT-IP (WS-CHAR-IDX:1) = WS-SEP-CHAR
                   add 1 to WS-SEP-COUNT
                   if WS-SEP-COUNT = WS-SEP-WANTED
                       move spaces to WS-ROW-PREFIX
                       move AUDIT-CLIENT-IP (1:WS-CHAR-IDX)
                           to WS-ROW-PREFIX
                       move 45 to WS-CHAR-IDX
                   end-if
               end-if
           end-perform.
       1300-NOTE-USERNAME.
           if WS-NET-USER-COUNT (WS-HIT) <= WS-MAX-USERS
               move 0 to WS-USER-HIT
               perform varying WS-USER-IDX from 1 by 1
                   until WS-USER-IDX > WS-NET-USER-COUNT (WS-HIT)
                   if WS-NET-USER (WS-HIT, WS-USER-IDX)
                       = AUDIT-USERNAME
                       move WS-USER-IDX to WS-USER-HIT
                       move WS-NET-USER-COUNT (WS-HIT) to WS-USER-IDX
                   end-if
               end-perform
               if WS-USER-HIT = 0
                   add 1 to WS-NET-USER-COUNT (WS-HIT)
                   move AUDIT-USERNAME to
                       WS-NET-USER (WS-HIT, WS-NET-USER-COUNT (WS-HIT))
               end-if
           end-if.
       2000-BLOCK-SPRAYING-NETWORKS.
           perform varying WS-NET-IDX from 1 by 1
               until WS-NET-IDX > WS-NET-COUNT
               if WS-NET-USER-COUNT (WS-NET-IDX) > WS-MAX-USERS
                   add 1 to WS-NETS-OVER
                   perform 2100-BLOCK-ONE-NETWORK
               end-if
           end-perform.
      *> A network the rules already deny (this detector's own block
      *> from an earlier run, or an ops incident rule) is not
      *> re-added: its expiry stays as set and nobody is paged twice.
      *> The rule held for exactly this prefix is looked at first --
      *> ADD would update it in place, so an ops allow there (which
      *> also makes CHECK answer "not blocked") is reported and left
      *> alone, as is a deny on it that has not yet expired. Past
      *> that, 2200 asks for the live rule that decides for the whole
      *> network -- CHECK's longest-prefix answer -- since a /24 deny
      *> added under a broader allow would beat the allow for every
      *> address in the network.
       2100-BLOCK-ONE-NETWORK.
           move "N" to WS-FOUND-SKIP
           move space to WS-FOUND-TYPE
           move 0 to WS-FOUND-EXPIRES-TS
           call "IPRULES" using WS-ACT-FIND WS-SPACES-X45
               WS-NET-PREFIX (WS-NET-IDX) WS-FOUND-TYPE
               WS-FOUND-EXPIRES-TS WS-FOUND-ADDED-BY WS-NOW-TS
               WS-IP-BLOCKED WS-RULE-LIST WS-RULE-COUNT WS-RULE-RC
           if WS-RULE-RC = 0
               if WS-FOUND-TYPE = "A"
                   move "Y" to WS-FOUND-SKIP
                   add 1 to WS-NETS-ALLOWED
                   display "SPRAYDET: " WS-NET-PREFIX (WS-NET-IDX)
                       " over threshold but allowed by ops rule ("
                       WS-FOUND-ADDED-BY (1:20) ") -- not blocked"
               else
                   if WS-FOUND-EXPIRES-TS = 0
                       or WS-FOUND-EXPIRES-TS > WS-NOW-TS
                       move "Y" to WS-FOUND-SKIP
                       add 1 to WS-NETS-ALREADY
                       display "SPRAYDET: " WS-NET-PREFIX (WS-NET-IDX)
                           " already denied"
                   end-if
               end-if
           end-if
           if WS-FOUND-SKIP = "N"
               perform 2200-CHECK-AND-BLOCK
           end-if.
       2200-CHECK-AND-BLOCK.
           move space to WS-FOUND-TYPE
           move 0 to WS-FOUND-EXPIRES-TS
           move spaces to WS-FOUND-ADDED-BY
           call "IPRULES" using WS-ACT-COVER WS-SPACES-X45
               WS-NET-PREFIX (WS-NET-IDX) WS-FOUND-TYPE
               WS-FOUND-EXPIRES-TS WS-FOUND-ADDED-BY WS-NOW-TS
               WS-IP-BLOCKED WS-RULE-LIST WS-RULE-COUNT WS-RULE-RC
           evaluate true
               when WS-RULE-RC = 0 and WS-FOUND-TYPE = "A"
                   add 1 to WS-NETS-ALLOWED
                   display "SPRAYDET: " WS-NET-PREFIX (WS-NET-IDX)
                       " over threshold but allowed by ops rule ("
                       WS-FOUND-ADDED-BY (1:20) ") -- not blocked"
               when WS-RULE-RC = 0
                   add 1 to WS-NETS-ALREADY
                   display "SPRAYDET: " WS-NET-PREFIX (WS-NET-IDX)
                       " already denied"
               when other
                   perform 2300-ADD-DENY-RULE
           end-evaluate.
       2300-ADD-DENY-RULE.
           call "IPRULES" using WS-ACT-ADD WS-SPACES-X45
               WS-NET-PREFIX (WS-NET-IDX) WS-RULE-TYPE-DENY
               WS-BLOCK-UNTIL-TS WS-ADDED-BY WS-NOW-TS
               WS-IP-BLOCKED WS-RULE-LIST WS-RULE-COUNT
               WS-RULE-RC
           move spaces to WS-ALERT-LIST
           if WS-RULE-RC = 0
               add 1 to WS-NETS-BLOCKED
               display "SPRAYDET: " WS-NET-PREFIX (WS-NET-IDX)
                   " blocked until " WS-BLOCK-UNTIL-TS
               move spaces to WS-AUDIT-KEY
               move WS-NET-PREFIX (WS-NET-IDX) to WS-AUDIT-KEY
               call "AUDITLOG" using WS-AUDIT-KEY
                   WS-EVT-SPRAY-BLOCKED WS-NOW-TS WS-SRC-CLASS
                   WS-SRC-METHOD WS-NET-PREFIX (WS-NET-IDX)
                   WS-SPACES-X40 WS-AUDIT-RC
               string "Network " delimited by size
                   WS-NET-PREFIX (WS-NET-IDX) delimited by space
                   " failed sign-in for " delimited by size
                   WS-NET-USER-COUNT (WS-NET-IDX)
                       delimited by size
                   "+ usernames (" delimited by size
                   WS-NET-FAILS (WS-NET-IDX) delimited by size
                   " failures) and is denied until "
                       delimited by size
                   WS-BLOCK-UNTIL-TS delimited by size
                   "." delimited by size
                   into WS-ALERT-LIST
           else
      *> The rule could not be written (file full or unwritable) --
      *> the spray is still going on, so on-call hears about it
      *> either way and can block by hand.
               display "SPRAYDET: " WS-NET-PREFIX (WS-NET-IDX)
                   " could not be blocked, rc " WS-RULE-RC
               string "Network " delimited by size
                   WS-NET-PREFIX (WS-NET-IDX) delimited by space
                   " failed sign-in for " delimited by size
                   WS-NET-USER-COUNT (WS-NET-IDX)
                       delimited by size
                   "+ usernames but the deny rule could not be "
                       delimited by size
                   "written -- block it from Ops/IpRules."
                       delimited by size
                   into WS-ALERT-LIST
           end-if
           call "MAILTMPL" using WS-TMPL-SPRAY-ALERT WS-PRIO-URGENT
               WS-ONCALL-EMAIL WS-SPACES-X50 WS-SPACES-X10
               WS-SPACES-X200 WS-ALERT-LIST WS-NOW-TS WS-MAIL-RC.
       8000-TS-TO-EPOCH.
           move WS-CONV-TS(1:8) to WS-CONV-DATE
           move WS-CONV-TS(9:2) to WS-CONV-HH
           move WS-CONV-TS(11:2) to WS-CONV-MI
           move WS-CONV-TS(13:2) to WS-CONV-SS
           compute WS-CONV-EPOCH =
               (function integer-of-date(WS-CONV-DATE) * 86400)
               + (WS-CONV-HH * 3600) + (WS-CONV-MI * 60) + WS-CONV-SS.
       8100-EPOCH-TO-TS.
           divide WS-CONV-EPOCH by 86400
               giving WS-CONV-DAYS remainder WS-CONV-REMAIN
           move function date-of-integer(WS-CONV-DAYS)
               to WS-CONV-DATE
           divide WS-CONV-REMAIN by 3600
               giving WS-CONV-HH remainder WS-CONV-REMAIN
           divide WS-CONV-REMAIN by 60
               giving WS-CONV-MI remainder WS-CONV-SS
           move WS-CONV-DATE to WS-CONV-TS(1:8)
           move WS-CONV-HH to WS-CONV-TS(9:2)
           move WS-CONV-MI to WS-CONV-TS(11:2)
           move WS-CONV-SS to WS-CONV-TS(13:2).
       end program SPRAYDET.
