      *> DELETE maintain the file for the Ops screen the same
      *> read-all/write-all way FLAGSAVE maintains the flags file (a
      *> few dozen lines at most -- during the worst incident so far
      *> the list held nine networks); LIST renders it for display;
      *> FIND hands back the rule held for exactly one prefix, so an
      *> automated caller can see what ops already set there before
      *> it adds anything (rc 1 when there is none); COVER hands back
      *> the rule that decides for a whole network prefix -- the one
      *> CHECK would go by for every address in it -- so that caller
      *> also sees a broader allow ops set over it. A
      *> missing rules file is an empty rule set, never an error: the
      *> check must fail open, because "ops file got misplaced" must
      *> not become "nobody can sign in".
       01  WS-PREFIX-LEN                   PIC 9(4).
       01  WS-BEST-LEN                     PIC 9(4).
       01  WS-BEST-TYPE                    PIC X(1).
       01  WS-BEST-IDX                     PIC 9(4).
       01  WS-MATCH-IP                     PIC X(45).
       01  WS-LIST-PTR                     PIC 9(4).
       copy IPRULERC.
       linkage section.
                   perform 4000-ADD-RULE
               when "DELETE"
                   perform 5000-DELETE-RULE
               when "FIND"
                   perform 7000-FIND-RULE
               when "COVER"
                   perform 8000-FIND-COVERING-RULE
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
      *> incident deny. Expired rules are simply skipped -- the
      *> nightly sweep is not needed for correctness, only tidiness.
       2000-CHECK-ADDRESS.
           move LK-IP to WS-MATCH-IP
           perform 2050-FIND-BEST-MATCH
           if WS-BEST-TYPE = "D"
               move "Y" to LK-BLOCKED
           end-if.
       2050-FIND-BEST-MATCH.
           move 0 to WS-BEST-LEN
           move 0 to WS-BEST-IDX
           move space to WS-BEST-TYPE
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-RULE-COUNT
                   or WS-TBL-EXPIRES-TS (WS-IDX) > LK-NOW-TS
                   perform 2100-MATCH-ONE-RULE
               end-if
           end-perform.
       2100-MATCH-ONE-RULE.
           perform varying WS-PREFIX-LEN from 45 by -1
               until WS-PREFIX-LEN < 1
               continue
           end-perform
           if WS-PREFIX-LEN > 0
               and WS-MATCH-IP (1:WS-PREFIX-LEN)
                   = WS-TBL-PREFIX (WS-IDX) (1:WS-PREFIX-LEN)
               if WS-PREFIX-LEN > WS-BEST-LEN
                   or (WS-PREFIX-LEN = WS-BEST-LEN
                       and WS-TBL-TYPE (WS-IDX) = "A")
                   move WS-PREFIX-LEN to WS-BEST-LEN
                   move WS-TBL-TYPE (WS-IDX) to WS-BEST-TYPE
                   move WS-IDX to WS-BEST-IDX
               end-if
           end-if.
       3000-BUILD-LIST.
               close IPRULE-FILE
           end-if
           move WS-RULE-COUNT to LK-RULE-COUNT.
      *> Exact prefix only -- expired or not, the caller decides what
      *> the row means; nothing is written.
       7000-FIND-RULE.
           move 0 to WS-HIT
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-RULE-COUNT
               if WS-TBL-PREFIX (WS-IDX) = LK-RULE-PREFIX
                   move WS-IDX to WS-HIT
                   move WS-RULE-COUNT to WS-IDX
               end-if
           end-perform
           if WS-HIT = 0
               move 1 to LK-RETURN-CODE
           else
               move WS-TBL-TYPE (WS-HIT) to LK-RULE-TYPE
               move WS-TBL-EXPIRES-TS (WS-HIT) to LK-EXPIRES-TS
               move WS-TBL-ADDED-BY (WS-HIT) to LK-ADDED-BY
           end-if.
      *> The prefix is matched the way CHECK matches an address, so
      *> only rules no longer than it (the prefix itself or a broader
      *> one) can cover it, and expired rules are skipped. Nothing is
      *> written; rc 1 when no live rule covers the prefix.
       8000-FIND-COVERING-RULE.
           move LK-RULE-PREFIX to WS-MATCH-IP
           perform 2050-FIND-BEST-MATCH
           if WS-BEST-IDX = 0
               move 1 to LK-RETURN-CODE
           else
               move WS-TBL-TYPE (WS-BEST-IDX) to LK-RULE-TYPE
               move WS-TBL-EXPIRES-TS (WS-BEST-IDX) to LK-EXPIRES-TS
               move WS-TBL-ADDED-BY (WS-BEST-IDX) to LK-ADDED-BY
           end-if.
       end program IPRULES.
