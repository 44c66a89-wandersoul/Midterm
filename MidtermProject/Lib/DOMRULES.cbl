       identification division.
       program-id. DOMRULES.
      *> E-mail domain allow/deny check. CHECK answers "may an account
      *> be created with this address" from the ops-maintained domain
      *> rules file, the way IPRULES answers it for the client
      *> network: the longest non-expired matching domain decides, an
      *> allow wins a tie, and no match at all means not blocked -- the
      *> file is a block list with carve-outs (a throwaway-mail
      *> provider, a partner's test domain), not a gate everyone must
      *> be listed in. Domains compare without regard to case, since
      *> mail systems treat them that way. A missing rules file is an
      *> empty rule set, never an error, so the check fails open like
      *> IPRULES does. An address with no @ sign matches nothing; the
      *> caller's own validation is what refuses it.
       environment division.
       input-output section.
       file-control.
           select DOMRULE-FILE assign to WS-FILEPATH
               organization line sequential
               file status is WS-FILE-STATUS.
       data division.
       file section.
       fd  DOMRULE-FILE.
       01  DOMRULE-LINE                    PIC X(139).
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "DOMRULES.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-RULE-MAX                     PIC 9(4) VALUE 100.
       01  WS-RULE-COUNT                   PIC 9(4).
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY occurs 100 times.
               10  WS-TBL-DOMAIN           PIC X(60).
               10  WS-TBL-TYPE             PIC X(1).
               10  WS-TBL-EXPIRES-TS       PIC 9(14).
       01  WS-IDX                          PIC 9(4).
       01  WS-EMAIL-LEN                    PIC 9(4).
       01  WS-AT-POS                       PIC 9(4).
       01  WS-DOMAIN                       PIC X(100).
       01  WS-DOMAIN-LEN                   PIC 9(4).
       01  WS-RULE-DOMAIN                  PIC X(60).
       01  WS-RULE-LEN                     PIC 9(4).
       01  WS-START-POS                    PIC 9(4).
       01  WS-MATCHED                      PIC X(1).
       01  WS-BEST-LEN                     PIC 9(4).
       01  WS-BEST-TYPE                    PIC X(1).
       copy DOMRULRC.
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-EMAIL                        PIC X(100).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-BLOCKED                      PIC X(1).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-EMAIL LK-NOW-TS
               LK-BLOCKED LK-RETURN-CODE.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move "N" to LK-BLOCKED
           evaluate LK-ACTION
               when "CHECK"
                   perform 1000-LOAD-TABLE
                   perform 2000-CHECK-ADDRESS
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           goback.
       1000-LOAD-TABLE.
           move 0 to WS-RULE-COUNT
           open input DOMRULE-FILE
           if WS-FILE-STATUS = "00"
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read DOMRULE-FILE into DOMRULE-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if WS-RULE-COUNT < WS-RULE-MAX
                               and DOMRULE-DOMAIN not = spaces
                               add 1 to WS-RULE-COUNT
                               move DOMRULE-DOMAIN to
                                   WS-TBL-DOMAIN (WS-RULE-COUNT)
                               move DOMRULE-TYPE to
                                   WS-TBL-TYPE (WS-RULE-COUNT)
                               move DOMRULE-EXPIRES-TS to
                                   WS-TBL-EXPIRES-TS (WS-RULE-COUNT)
                           end-if
                   end-read
               end-perform
               close DOMRULE-FILE
           end-if.
       2000-CHECK-ADDRESS.
           perform varying WS-EMAIL-LEN from 100 by -1
               until WS-EMAIL-LEN < 1
               or LK-EMAIL (WS-EMAIL-LEN:1) not = space
               continue
           end-perform
           move 0 to WS-AT-POS
           perform varying WS-IDX from WS-EMAIL-LEN by -1
               until WS-IDX < 1
               if LK-EMAIL (WS-IDX:1) = "@"
                   move WS-IDX to WS-AT-POS
                   move 1 to WS-IDX
               end-if
           end-perform
           if WS-AT-POS > 0
               and WS-AT-POS < WS-EMAIL-LEN
               move spaces to WS-DOMAIN
               compute WS-DOMAIN-LEN = WS-EMAIL-LEN - WS-AT-POS
               move LK-EMAIL (WS-AT-POS + 1:WS-DOMAIN-LEN)
                   to WS-DOMAIN
               inspect WS-DOMAIN converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               move 0 to WS-BEST-LEN
               move space to WS-BEST-TYPE
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-RULE-COUNT
                   if WS-TBL-EXPIRES-TS (WS-IDX) = 0
                       or WS-TBL-EXPIRES-TS (WS-IDX) > LK-NOW-TS
                       perform 2100-MATCH-ONE-RULE
                   end-if
               end-perform
               if WS-BEST-TYPE = "D"
                   move "Y" to LK-BLOCKED
               end-if
           end-if.
      *> A parent-domain match must land on a dot boundary, so a rule
      *> for corp.com cannot also catch badcorp.com -- the same
      *> anchoring BULKADM's DOMAIN selection uses on the @ sign.
       2100-MATCH-ONE-RULE.
           move WS-TBL-DOMAIN (WS-IDX) to WS-RULE-DOMAIN
           inspect WS-RULE-DOMAIN converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform varying WS-RULE-LEN from 60 by -1
               until WS-RULE-LEN < 1
               or WS-RULE-DOMAIN (WS-RULE-LEN:1) not = space
               continue
           end-perform
           if WS-RULE-LEN > 0
               and WS-RULE-LEN <= WS-DOMAIN-LEN
               compute WS-START-POS =
                   WS-DOMAIN-LEN - WS-RULE-LEN + 1
               move "N" to WS-MATCHED
               if WS-DOMAIN (WS-START-POS:WS-RULE-LEN)
                   = WS-RULE-DOMAIN (1:WS-RULE-LEN)
                   if WS-START-POS = 1
                       move "Y" to WS-MATCHED
                   else
                       if WS-DOMAIN (WS-START-POS - 1:1) = "."
                           move "Y" to WS-MATCHED
                       end-if
                   end-if
               end-if
               if WS-MATCHED = "Y"
                   if WS-RULE-LEN > WS-BEST-LEN
                       or (WS-RULE-LEN = WS-BEST-LEN
                           and WS-TBL-TYPE (WS-IDX) = "A")
                       move WS-RULE-LEN to WS-BEST-LEN
                       move WS-TBL-TYPE (WS-IDX) to WS-BEST-TYPE
                   end-if
               end-if
           end-if.
       end program DOMRULES.
