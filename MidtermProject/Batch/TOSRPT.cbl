       identification division.
       program-id. TOSRPT.
      *> Terms-of-use acceptance report -- how many active members
      *> have accepted each version of the terms, so legal can see how
      *> much of the membership is still on an older version (or has
      *> never accepted one) and how fast a new version is being taken
      *> up at sign-in. The current version is the TERMSVER ops flag,
      *> the same one sign-in detours on. With ops flag TERMSNOTICE
      *> set to Y the run also mails the TERMS-UPDATED notice to every
      *> active member still behind the current version who has not
      *> already been told about it; the member row remembers the
      *> version it was mailed about, so a re-run (or the next night)
      *> never mails anyone twice for one version. Members to mail are
      *> collected during the walk and mailed after it closes --
      *> MAILTMPL opens the member file itself -- and anything beyond
      *> the bound waits for the next night.
       environment division.
       input-output section.
       file-control.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  REPORT-FILE.
       01  REPORT-LINE                     PIC X(200).
       working-storage section.
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-REPORT-PATH                  PIC X(100)
               VALUE "TERMS.RPT".
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
       01  WS-FLAG-TERMSVER                PIC X(30)
               VALUE "TERMSVER".
       01  WS-FLAG-TERMSNOTICE             PIC X(30)
               VALUE "TERMSNOTICE".
       01  WS-FLAG-VALUE                   PIC X(10).
       01  WS-FLAG-RC                      PIC 9(2).
       01  WS-CURRENT-VERSION              PIC X(10).
       01  WS-NOTICE-ON                    PIC X VALUE "N".
      *> One entry per distinct accepted version seen on an active
      *> member; spaces is the "never accepted" bucket. Legal
      *> publishes about one version a year, so the bound is generous;
      *> a member on a version past it is still counted in the totals.
       01  WS-VER-MAX                      PIC 9(4) VALUE 50.
       01  WS-VER-COUNT                    PIC 9(4) VALUE 0.
       01  WS-VER-OVERFLOW                 PIC 9(6) VALUE 0.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY occurs 50 times.
               10  WS-VE-VERSION           PIC X(10).
               10  WS-VE-MEMBERS           PIC 9(6).
       01  WS-VER-IDX                      PIC 9(4).
       01  WS-VER-FOUND                    PIC 9(4).
       01  WS-SORT-IDX                     PIC 9(4).
       01  WS-SORT-HOLD                    PIC X(16).
       01  WS-VER-LABEL                    PIC X(16).
       01  WS-ACTIVE-COUNT                 PIC 9(6) VALUE 0.
       01  WS-CURRENT-COUNT                PIC 9(6) VALUE 0.
       01  WS-OLDER-COUNT                  PIC 9(6) VALUE 0.
       01  WS-NEVER-COUNT                  PIC 9(6) VALUE 0.
      *> Members due the notice, collected during the walk.
       01  WS-NTC-MAX                      PIC 9(4) VALUE 500.
       01  WS-NTC-COUNT                    PIC 9(4) VALUE 0.
       01  WS-NTC-DEFERRED                 PIC 9(6) VALUE 0.
       01  WS-NTC-TABLE.
           05  WS-NTC-ENTRY occurs 500 times.
               10  WS-NE-USERNAME          PIC X(50).
               10  WS-NE-EMAIL             PIC X(100).
               10  WS-NE-MAILED            PIC X(1).
       01  WS-NTC-IDX                      PIC 9(4).
       01  WS-MAILED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-UNREACHABLE-COUNT            PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-TMPL-TERMS-UPDATED           PIC X(20)
               VALUE "TERMS-UPDATED".
       01  WS-PRIO-BULK                    PIC X(1) VALUE "B".
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-NOTICE-LIST                  PIC X(200) VALUE spaces.
       01  WS-MAIL-RC                      PIC 9(2).
       procedure division.
       0000-MAIN.
           display "TOSRPT: terms acceptance report starting"
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           perform 1000-LOAD-FLAGS
           open output REPORT-FILE
           move "TERMS OF USE - ACCEPTANCE BY VERSION (ACTIVE MEMBERS)"
               to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "RUN AT: " delimited by size
               WS-NOW-TS delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           if WS-CURRENT-VERSION = spaces
               move "CURRENT VERSION: (NONE - TERMSVER NOT SET)"
                   to REPORT-LINE
           else
               string "CURRENT VERSION: " delimited by size
                   WS-CURRENT-VERSION delimited by space
                   into REPORT-LINE
           end-if
           write REPORT-LINE
           perform 2000-TALLY-MEMBERS
           if WS-NTC-COUNT > 0
               perform 3000-SEND-NOTICES
               perform 3200-MARK-NOTIFIED
           end-if
           perform 4000-REPORT-VERSIONS
           perform 5000-REPORT-TOTALS
           close REPORT-FILE
           display "TOSRPT: active members " WS-ACTIVE-COUNT
           display "TOSRPT: on an older version " WS-OLDER-COUNT
           display "TOSRPT: never accepted " WS-NEVER-COUNT
           display "TOSRPT: notices mailed " WS-MAILED-COUNT
           display "TOSRPT: terms acceptance report complete"
           goback.
      *> No TERMSVER means no version is in force: every member is
      *> tallied by what they accepted, nobody counts as behind, and
      *> no notice goes out whatever TERMSNOTICE says.
       1000-LOAD-FLAGS.
           move spaces to WS-CURRENT-VERSION
           call "FLAGLOAD" using WS-FLAG-TERMSVER WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               move WS-FLAG-VALUE to WS-CURRENT-VERSION
           end-if
           move "N" to WS-NOTICE-ON
           call "FLAGLOAD" using WS-FLAG-TERMSNOTICE WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               and WS-FLAG-VALUE = "Y"
               and WS-CURRENT-VERSION not = spaces
               move "Y" to WS-NOTICE-ON
           end-if.
       2000-TALLY-MEMBERS.
           open input MBRUSR-FILE
           if WS-MBRUSR-STATUS not = "00"
               display "TOSRPT: member file not readable, status "
                   WS-MBRUSR-STATUS
               move spaces to REPORT-LINE
               string "MEMBER FILE NOT READABLE, STATUS "
                   delimited by size
                   WS-MBRUSR-STATUS delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           else
               move "N" to WS-AT-END
               move low-values to MBRUSR-USERNAME
               start MBRUSR-FILE key is not less than MBRUSR-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read MBRUSR-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if MBRUSR-STATUS = "A"
                               perform 2100-TALLY-ONE-MEMBER
                           end-if
                   end-read
               end-perform
               close MBRUSR-FILE
           end-if.
       2100-TALLY-ONE-MEMBER.
           add 1 to WS-ACTIVE-COUNT
           perform 2200-COUNT-VERSION
           if MBRUSR-TOS-VERSION = spaces
               add 1 to WS-NEVER-COUNT
           end-if
           if WS-CURRENT-VERSION not = spaces
               if MBRUSR-TOS-VERSION = spaces
                   or MBRUSR-TOS-VERSION < WS-CURRENT-VERSION
                   if MBRUSR-TOS-VERSION not = spaces
                       add 1 to WS-OLDER-COUNT
                   end-if
                   if WS-NOTICE-ON = "Y"
                       and MBRUSR-TOS-NOTICE-VERSION
                           not = WS-CURRENT-VERSION
                       perform 2300-QUEUE-NOTICE
                   end-if
               else
                   add 1 to WS-CURRENT-COUNT
               end-if
           end-if.
       2200-COUNT-VERSION.
           move 0 to WS-VER-FOUND
           perform varying WS-VER-IDX from 1 by 1
               until WS-VER-IDX > WS-VER-COUNT
               if WS-VE-VERSION (WS-VER-IDX) = MBRUSR-TOS-VERSION
                   move WS-VER-IDX to WS-VER-FOUND
                   move WS-VER-COUNT to WS-VER-IDX
               end-if
           end-perform
           if WS-VER-FOUND = 0
               if WS-VER-COUNT < WS-VER-MAX
                   add 1 to WS-VER-COUNT
                   move WS-VER-COUNT to WS-VER-FOUND
                   move MBRUSR-TOS-VERSION
                       to WS-VE-VERSION (WS-VER-FOUND)
                   move 0 to WS-VE-MEMBERS (WS-VER-FOUND)
               else
                   add 1 to WS-VER-OVERFLOW
               end-if
           end-if
           if WS-VER-FOUND > 0
               add 1 to WS-VE-MEMBERS (WS-VER-FOUND)
           end-if.
      *> An address already on the suppression list is not collected:
      *> MAILTMPL would refuse it anyway, and the member is told at
      *> sign-in regardless.
       2300-QUEUE-NOTICE.
           if MBRUSR-EMAIL-FLAG = "B"
               add 1 to WS-UNREACHABLE-COUNT
           else
               if WS-NTC-COUNT < WS-NTC-MAX
                   add 1 to WS-NTC-COUNT
                   move MBRUSR-USERNAME
                       to WS-NE-USERNAME (WS-NTC-COUNT)
                   move MBRUSR-EMAIL to WS-NE-EMAIL (WS-NTC-COUNT)
                   move "N" to WS-NE-MAILED (WS-NTC-COUNT)
               else
                   add 1 to WS-NTC-DEFERRED
               end-if
           end-if.
      *> Bulk lane: a terms notice is a courtesy, not something that
      *> should queue ahead of a sign-in code. Only a genuine queueing
      *> failure (rc 1) leaves the member unmarked for a retry next
      *> night; rc 3 (suppressed address) counts as served, the same
      *> rule DORMANT applies to its warnings.
       3000-SEND-NOTICES.
           perform varying WS-NTC-IDX from 1 by 1
               until WS-NTC-IDX > WS-NTC-COUNT
               call "MAILTMPL" using WS-TMPL-TERMS-UPDATED
                   WS-PRIO-BULK WS-NE-EMAIL (WS-NTC-IDX)
                   WS-NE-USERNAME (WS-NTC-IDX) WS-CURRENT-VERSION
                   WS-SPACES-X200 WS-NOTICE-LIST WS-NOW-TS
                   WS-MAIL-RC
               evaluate WS-MAIL-RC
                   when 1
                       add 1 to WS-FAILED-COUNT
                   when 3
                       add 1 to WS-UNREACHABLE-COUNT
                       move "Y" to WS-NE-MAILED (WS-NTC-IDX)
                   when other
                       add 1 to WS-MAILED-COUNT
                       move "Y" to WS-NE-MAILED (WS-NTC-IDX)
               end-evaluate
           end-perform.
       3200-MARK-NOTIFIED.
           open i-o MBRUSR-FILE
           if WS-MBRUSR-STATUS not = "00"
               display "TOSRPT: member file not writable, status "
                   WS-MBRUSR-STATUS " -- notices will repeat"
           else
               perform varying WS-NTC-IDX from 1 by 1
                   until WS-NTC-IDX > WS-NTC-COUNT
                   if WS-NE-MAILED (WS-NTC-IDX) = "Y"
                       perform 3300-MARK-ONE-MEMBER
                   end-if
               end-perform
               close MBRUSR-FILE
           end-if.
       3300-MARK-ONE-MEMBER.
           move WS-NE-USERNAME (WS-NTC-IDX) to MBRUSR-USERNAME
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   continue
               not invalid key
                   move WS-CURRENT-VERSION
                       to MBRUSR-TOS-NOTICE-VERSION
                   rewrite MBRUSR-RECORD
           end-read.
      *> Versions listed in order, oldest first -- the labels sort by
      *> date, and "never accepted" (spaces) sorts ahead of them all.
       4000-REPORT-VERSIONS.
           perform varying WS-VER-IDX from 2 by 1
               until WS-VER-IDX > WS-VER-COUNT
               move WS-VER-ENTRY (WS-VER-IDX) to WS-SORT-HOLD
               move WS-VER-IDX to WS-SORT-IDX
               perform until WS-SORT-IDX < 2
                   or WS-VE-VERSION (WS-SORT-IDX - 1)
                       <= WS-SORT-HOLD (1:10)
                   move WS-VER-ENTRY (WS-SORT-IDX - 1)
                       to WS-VER-ENTRY (WS-SORT-IDX)
                   subtract 1 from WS-SORT-IDX
               end-perform
               move WS-SORT-HOLD to WS-VER-ENTRY (WS-SORT-IDX)
           end-perform
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "ACTIVE MEMBERS BY ACCEPTED VERSION" to REPORT-LINE
           write REPORT-LINE
           if WS-VER-COUNT = 0
               move "  (NONE)" to REPORT-LINE
               write REPORT-LINE
           end-if
           perform varying WS-VER-IDX from 1 by 1
               until WS-VER-IDX > WS-VER-COUNT
               perform 4100-REPORT-ONE-VERSION
           end-perform
           if WS-VER-OVERFLOW > 0
               move spaces to REPORT-LINE
               string "  ... AND " delimited by size
                   WS-VER-OVERFLOW delimited by size
                   " MEMBERS ON VERSIONS NOT LISTED" delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
       4100-REPORT-ONE-VERSION.
           move spaces to WS-VER-LABEL
           if WS-VE-VERSION (WS-VER-IDX) = spaces
               move "(NEVER ACCEPTED)" to WS-VER-LABEL
           else
               move WS-VE-VERSION (WS-VER-IDX) to WS-VER-LABEL
           end-if
           move spaces to REPORT-LINE
           string "  " delimited by size
               WS-VER-LABEL delimited by size
               "  " delimited by size
               WS-VE-MEMBERS (WS-VER-IDX) delimited by size
               into REPORT-LINE
           if WS-CURRENT-VERSION not = spaces
               if WS-VE-VERSION (WS-VER-IDX) = WS-CURRENT-VERSION
                   move "CURRENT" to REPORT-LINE (29:7)
               end-if
               if WS-VE-VERSION (WS-VER-IDX) not = spaces
                   and WS-VE-VERSION (WS-VER-IDX) < WS-CURRENT-VERSION
                   move "OLDER - WILL BE ASKED AT SIGN-IN"
                       to REPORT-LINE (29:32)
               end-if
           end-if
           write REPORT-LINE.
       5000-REPORT-TOTALS.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "TOTALS" to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  ACTIVE MEMBERS:               " delimited by size
               WS-ACTIVE-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  ON THE CURRENT VERSION:       " delimited by size
               WS-CURRENT-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  ON AN OLDER VERSION:          " delimited by size
               WS-OLDER-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  NEVER ACCEPTED:               " delimited by size
               WS-NEVER-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           if WS-NOTICE-ON = "Y"
               string "  NOTICES MAILED:               "
                   delimited by size
                   WS-MAILED-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
               move spaces to REPORT-LINE
               string "  NOTICES UNDELIVERABLE:        "
                   delimited by size
                   WS-UNREACHABLE-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
               move spaces to REPORT-LINE
               string "  NOTICES FAILED (RETRY):       "
                   delimited by size
                   WS-FAILED-COUNT delimited by size
                   into REPORT-LINE
               write REPORT-LINE
               move spaces to REPORT-LINE
               string "  NOTICES DEFERRED (NEXT RUN):  "
                   delimited by size
                   WS-NTC-DEFERRED delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           else
               move "  NOTICE MAIL: OFF (TERMSNOTICE NOT Y)"
                   to REPORT-LINE
               write REPORT-LINE
           end-if.
       end program TOSRPT.
