       identification division.
       program-id. ERRDIGEST.
      *> Daily error-signature digest. Application_Error writes every
      *> unhandled exception to the error log (ERRORLOG.DAT) and the
      *> burst counter only pages when one signature spikes inside a
      *> few minutes; a new exception that fires forty times spread
      *> over a day never trips it, and nobody reads the log itself.
      *> This job groups the log rows by ERRLOG-SIGNATURE and, for
      *> every signature seen in the last 7 days, reports the first
      *> and last time it was ever seen, how often it fired in the
      *> last day and the last 7 days, how many distinct signed-in
      *> users hit it, its busiest URLs, and the latest message with
      *> the first lines of its stack trace. A signature first seen
      *> in the last day is flagged NEW; one that fired in the last
      *> day after a full quiet week is flagged REGRESSED -- the two
      *> things worth a look the morning after a deploy. The full
      *> digest goes to ERRDIGEST.RPT and a summary of it goes to the
      *> on-call address through MAILTMPL. The signature register
      *> (ERRSIG.DAT) remembers every signature's first and last
      *> sighting, so NEW and REGRESSED stay honest once older log
      *> rows have been trimmed. The log is read twice: once for the
      *> rows of the last 7 days, which decide the signatures in the
      *> digest, then again for the older rows of just those
      *> signatures, which reach back to their first sighting and
      *> their quiet week. Report-only apart from the register,
      *> whose updates are idempotent, so it does not checkpoint.
       environment division.
       input-output section.
       file-control.
           select ERRLOG-FILE assign to WS-ERRLOG-PATH
               organization line sequential
               file status is WS-ERRLOG-STATUS.
           select ERRSIG-FILE assign to WS-ERRSIG-PATH
               organization indexed
               access mode dynamic
               record key is ERRSIG-SIGNATURE
               file status is WS-ERRSIG-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  ERRLOG-FILE.
       01  ERRLOG-LINE                     PIC X(2500).
       fd  ERRSIG-FILE.
       copy ERRSIGRC.
       fd  REPORT-FILE.
       01  REPORT-LINE                     PIC X(250).
       working-storage section.
       01  WS-ERRLOG-PATH                  PIC X(100)
               VALUE "ERRORLOG.DAT".
       01  WS-ERRSIG-PATH                  PIC X(100)
               VALUE "ERRSIG.DAT".
       01  WS-REPORT-PATH                  PIC X(100)
               VALUE "ERRDIGEST.RPT".
       01  WS-ERRLOG-STATUS                PIC XX.
       01  WS-ERRSIG-STATUS                PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-FOUND                        PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-NOW-EPOCH                    PIC 9(12).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
      *> Window edges, all measured back from the run time: the last
      *> day, the last 7 days, and the start of the quiet week a
      *> regressed signature must have sat through before the last
      *> day.
       01  WS-DAY-CUTOFF-TS                PIC 9(14).
       01  WS-WEEK-CUTOFF-TS               PIC 9(14).
       01  WS-QUIET-CUTOFF-TS              PIC 9(14).
       01  WS-ONCALL-EMAIL                 PIC X(100)
               VALUE "oncall@midtermproject.local".
       01  WS-TMPL-ERROR-DIGEST            PIC X(20)
               VALUE "ERROR-DIGEST".
       01  WS-PRIO-NORMAL                  PIC X(1) VALUE "N".
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-MAIL-LIST                    PIC X(200).
       01  WS-MAIL-PTR                     PIC 9(4).
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-ROWS-READ                    PIC 9(8) VALUE 0.
       01  WS-HISTORY-ROWS                 PIC 9(8) VALUE 0.
       01  WS-ACTIVE-COUNT                 PIC 9(4) VALUE 0.
       01  WS-NEW-COUNT                    PIC 9(4) VALUE 0.
       01  WS-REGRESSED-COUNT              PIC 9(4) VALUE 0.
       01  WS-SECTION-COUNT                PIC 9(4).
       01  WS-SECTION-CLASS                PIC X(1).
       01  WS-SECTION-TITLE                PIC X(60).
      *> One entry per signature seen in the last 7 days, in order of
      *> first appearance there; a signature that has gone quiet for
      *> longer takes no slot. Bounded; rows of signatures past the
      *> bound are
      *> counted so the report can say they were not digested. Users
      *> and URLs are kept for the 7-day window only, up to the
      *> bounds below; a blank username is an anonymous hit and is
      *> counted apart from the distinct users.
       01  WS-SIG-MAX                      PIC 9(4) VALUE 200.
       01  WS-SIG-COUNT                    PIC 9(4) VALUE 0.
       01  WS-SIG-OVERFLOW                 PIC 9(8) VALUE 0.
       01  WS-USER-MAX                     PIC 9(2) VALUE 20.
       01  WS-URL-MAX                      PIC 9(2) VALUE 10.
       01  WS-STACK-LINE-MAX               PIC 9(4) VALUE 120.
       01  WS-SIG-TABLE.
           05  WS-SIG-ENTRY occurs 200 times.
               10  WS-SE-SIGNATURE         PIC X(32).
               10  WS-SE-FIRST-TS          PIC 9(14).
               10  WS-SE-LAST-TS           PIC 9(14).
      *>           latest sighting before the last day
               10  WS-SE-PRIOR-LAST-TS     PIC 9(14).
               10  WS-SE-DAY-COUNT         PIC 9(6).
               10  WS-SE-WEEK-COUNT        PIC 9(6).
               10  WS-SE-ANON-COUNT        PIC 9(6).
      *>           'N' new, 'R' regressed, 'A' anything else
               10  WS-SE-CLASS             PIC X(1).
               10  WS-SE-USER-COUNT        PIC 9(2).
               10  WS-SE-USER-OVER         PIC X(1).
               10  WS-SE-USER              PIC X(50)
                       occurs 20 times.
               10  WS-SE-URL-COUNT         PIC 9(2).
               10  WS-SE-URL-OTHER         PIC 9(6).
               10  WS-SE-URL-ENTRY occurs 10 times.
                   15  WS-SE-URL           PIC X(200).
                   15  WS-SE-URL-HITS      PIC 9(6).
                   15  WS-SE-URL-TAKEN     PIC X(1).
               10  WS-SE-SAMPLE-TS         PIC 9(14).
               10  WS-SE-SAMPLE-MSG        PIC X(200).
               10  WS-SE-STACK-LINE        PIC X(120)
                       occurs 3 times.
       01  WS-IDX                          PIC 9(4).
       01  WS-JDX                          PIC 9(4).
       01  WS-PICK                         PIC 9(4).
       01  WS-BEST                         PIC 9(4).
       01  WS-ST-POS                       PIC 9(4).
       01  WS-ST-LEN                       PIC 9(4).
       01  WS-ST-LINE                      PIC 9(4).
       01  WS-CONV-TS                      PIC 9(14).
       01  WS-CONV-DATE                    PIC 9(8).
       01  WS-CONV-HH                      PIC 9(2).
       01  WS-CONV-MI                      PIC 9(2).
       01  WS-CONV-SS                      PIC 9(2).
       01  WS-CONV-EPOCH                   PIC 9(12).
       01  WS-CONV-DAYS                    PIC 9(7).
       01  WS-CONV-REMAIN                  PIC 9(6).
       copy ERRLGREC.
       procedure division.
       0000-MAIN.
           display "ERRDIGEST: error-signature digest starting"
           perform 0100-SET-WINDOWS
           perform 1000-LOAD-ERROR-LOG
           if WS-SIG-COUNT > 0
               perform 1600-LOAD-HISTORY
               perform 2000-MERGE-REGISTER
           end-if
           perform 3000-WRITE-REPORT
           if WS-SIG-COUNT > 0
               perform 4000-UPDATE-REGISTER
           end-if
           perform 5000-MAIL-ONCALL
           display "ERRDIGEST: log rows read          " WS-ROWS-READ
           display "ERRDIGEST: older rows of these    "
               WS-HISTORY-ROWS
           display "ERRDIGEST: signatures digested    " WS-SIG-COUNT
           display "ERRDIGEST: active in last 7 days  " WS-ACTIVE-COUNT
           display "ERRDIGEST: new                    " WS-NEW-COUNT
           display "ERRDIGEST: regressed              "
               WS-REGRESSED-COUNT
           display "ERRDIGEST: error-signature digest complete"
           goback.
       0100-SET-WINDOWS.
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-NOW-TS to WS-CONV-TS
           perform 8000-TS-TO-EPOCH
           move WS-CONV-EPOCH to WS-NOW-EPOCH
           compute WS-CONV-EPOCH = WS-NOW-EPOCH - 86400
           perform 8100-EPOCH-TO-TS
           move WS-CONV-TS to WS-DAY-CUTOFF-TS
           compute WS-CONV-EPOCH = WS-NOW-EPOCH - (7 * 86400)
           perform 8100-EPOCH-TO-TS
           move WS-CONV-TS to WS-WEEK-CUTOFF-TS
           compute WS-CONV-EPOCH = WS-NOW-EPOCH - (8 * 86400)
           perform 8100-EPOCH-TO-TS
           move WS-CONV-TS to WS-QUIET-CUTOFF-TS.
       1000-LOAD-ERROR-LOG.
           open input ERRLOG-FILE
           if WS-ERRLOG-STATUS not = "00"
               display "ERRDIGEST: error log not available, status "
                   WS-ERRLOG-STATUS
           else
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read ERRLOG-FILE into ERRLOG-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           add 1 to WS-ROWS-READ
                           if ERRLOG-TIMESTAMP >= WS-WEEK-CUTOFF-TS
                               perform 1100-FIND-SIGNATURE
                               if WS-FOUND = "N"
                                   and WS-SIG-COUNT < WS-SIG-MAX
                                   add 1 to WS-SIG-COUNT
                                   move WS-SIG-COUNT to WS-IDX
                                   move "Y" to WS-FOUND
                                   perform 1150-START-ENTRY
                               end-if
                               if WS-FOUND = "Y"
                                   perform 1200-NOTE-ROW
                               else
                                   add 1 to WS-SIG-OVERFLOW
                               end-if
                           end-if
                   end-read
               end-perform
               close ERRLOG-FILE
           end-if.
       1100-FIND-SIGNATURE.
           move "N" to WS-FOUND
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-SIG-COUNT
               or WS-FOUND = "Y"
               if WS-SE-SIGNATURE (WS-IDX) = ERRLOG-SIGNATURE
                   move "Y" to WS-FOUND
               end-if
           end-perform
           if WS-FOUND = "Y"
               subtract 1 from WS-IDX
           end-if.
       1150-START-ENTRY.
           move ERRLOG-SIGNATURE to WS-SE-SIGNATURE (WS-IDX)
           move ERRLOG-TIMESTAMP to WS-SE-FIRST-TS (WS-IDX)
           move ERRLOG-TIMESTAMP to WS-SE-LAST-TS (WS-IDX)
           move 0 to WS-SE-PRIOR-LAST-TS (WS-IDX)
           move 0 to WS-SE-DAY-COUNT (WS-IDX)
           move 0 to WS-SE-WEEK-COUNT (WS-IDX)
           move 0 to WS-SE-ANON-COUNT (WS-IDX)
           move "A" to WS-SE-CLASS (WS-IDX)
           move 0 to WS-SE-USER-COUNT (WS-IDX)
           move "N" to WS-SE-USER-OVER (WS-IDX)
           move 0 to WS-SE-URL-COUNT (WS-IDX)
           move 0 to WS-SE-URL-OTHER (WS-IDX)
           move 0 to WS-SE-SAMPLE-TS (WS-IDX)
           move spaces to WS-SE-SAMPLE-MSG (WS-IDX).
       1200-NOTE-ROW.
           if ERRLOG-TIMESTAMP < WS-SE-FIRST-TS (WS-IDX)
               move ERRLOG-TIMESTAMP to WS-SE-FIRST-TS (WS-IDX)
           end-if
           if ERRLOG-TIMESTAMP > WS-SE-LAST-TS (WS-IDX)
               move ERRLOG-TIMESTAMP to WS-SE-LAST-TS (WS-IDX)
           end-if
           if ERRLOG-TIMESTAMP < WS-DAY-CUTOFF-TS
               and ERRLOG-TIMESTAMP > WS-SE-PRIOR-LAST-TS (WS-IDX)
               move ERRLOG-TIMESTAMP to WS-SE-PRIOR-LAST-TS (WS-IDX)
           end-if
           if ERRLOG-TIMESTAMP >= WS-DAY-CUTOFF-TS
               add 1 to WS-SE-DAY-COUNT (WS-IDX)
           end-if
           if ERRLOG-TIMESTAMP >= WS-WEEK-CUTOFF-TS
               add 1 to WS-SE-WEEK-COUNT (WS-IDX)
               if ERRLOG-USERNAME = spaces
                   add 1 to WS-SE-ANON-COUNT (WS-IDX)
               else
                   perform 1300-NOTE-USER
               end-if
               perform 1400-NOTE-URL
               if ERRLOG-TIMESTAMP >= WS-SE-SAMPLE-TS (WS-IDX)
                   perform 1500-TAKE-SAMPLE
               end-if
           end-if.
       1300-NOTE-USER.
           move "N" to WS-FOUND
           perform varying WS-JDX from 1 by 1
               until WS-JDX > WS-SE-USER-COUNT (WS-IDX)
               or WS-FOUND = "Y"
               if WS-SE-USER (WS-IDX WS-JDX) = ERRLOG-USERNAME
                   move "Y" to WS-FOUND
               end-if
           end-perform
           if WS-FOUND = "N"
               if WS-SE-USER-COUNT (WS-IDX) < WS-USER-MAX
                   add 1 to WS-SE-USER-COUNT (WS-IDX)
                   move ERRLOG-USERNAME
                       to WS-SE-USER (WS-IDX WS-SE-USER-COUNT (WS-IDX))
               else
                   move "Y" to WS-SE-USER-OVER (WS-IDX)
               end-if
           end-if.
       1400-NOTE-URL.
           move "N" to WS-FOUND
           perform varying WS-JDX from 1 by 1
               until WS-JDX > WS-SE-URL-COUNT (WS-IDX)
               or WS-FOUND = "Y"
               if WS-SE-URL (WS-IDX WS-JDX) = ERRLOG-URL
                   move "Y" to WS-FOUND
                   add 1 to WS-SE-URL-HITS (WS-IDX WS-JDX)
               end-if
           end-perform
           if WS-FOUND = "N"
               if WS-SE-URL-COUNT (WS-IDX) < WS-URL-MAX
                   add 1 to WS-SE-URL-COUNT (WS-IDX)
                   move WS-SE-URL-COUNT (WS-IDX) to WS-JDX
                   move ERRLOG-URL to WS-SE-URL (WS-IDX WS-JDX)
                   move 1 to WS-SE-URL-HITS (WS-IDX WS-JDX)
                   move "N" to WS-SE-URL-TAKEN (WS-IDX WS-JDX)
               else
                   add 1 to WS-SE-URL-OTHER (WS-IDX)
               end-if
           end-if.
      *> The latest row in the window is the sample: its message and
      *> the first three lines of its stack trace, each cut at the
      *> line break or at the report width, whichever comes first.
       1500-TAKE-SAMPLE.
           move ERRLOG-TIMESTAMP to WS-SE-SAMPLE-TS (WS-IDX)
           move ERRLOG-MESSAGE to WS-SE-SAMPLE-MSG (WS-IDX)
           move spaces to WS-SE-STACK-LINE (WS-IDX 1)
           move spaces to WS-SE-STACK-LINE (WS-IDX 2)
           move spaces to WS-SE-STACK-LINE (WS-IDX 3)
           move 1 to WS-ST-POS
           perform varying WS-ST-LINE from 1 by 1
               until WS-ST-LINE > 3
               perform 1510-TAKE-STACK-LINE
           end-perform.
       1510-TAKE-STACK-LINE.
           perform until WS-ST-POS > 2000
               or (ERRLOG-STACKTRACE (WS-ST-POS:1) not = x"0D"
                   and ERRLOG-STACKTRACE (WS-ST-POS:1) not = x"0A"
                   and ERRLOG-STACKTRACE (WS-ST-POS:1) not = space)
               add 1 to WS-ST-POS
           end-perform
           move 0 to WS-ST-LEN
           perform until WS-ST-POS > 2000
               or WS-ST-LEN >= WS-STACK-LINE-MAX
               or ERRLOG-STACKTRACE (WS-ST-POS:1) = x"0D"
               or ERRLOG-STACKTRACE (WS-ST-POS:1) = x"0A"
               add 1 to WS-ST-LEN
               move ERRLOG-STACKTRACE (WS-ST-POS:1)
                   to WS-SE-STACK-LINE (WS-IDX WS-ST-LINE)
                       (WS-ST-LEN:1)
               add 1 to WS-ST-POS
           end-perform.
      *> Rows from before the 7-day window only widen the sightings of
      *> a signature already in the digest: an earlier first sighting
      *> takes it out of NEW, and its latest row before the last day
      *> is the quiet-week evidence. Older rows of any other signature
      *> are passed over.
       1600-LOAD-HISTORY.
           open input ERRLOG-FILE
           if WS-ERRLOG-STATUS = "00"
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read ERRLOG-FILE into ERRLOG-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if ERRLOG-TIMESTAMP < WS-WEEK-CUTOFF-TS
                               perform 1100-FIND-SIGNATURE
                               if WS-FOUND = "Y"
                                   add 1 to WS-HISTORY-ROWS
                                   perform 1200-NOTE-ROW
                               end-if
                           end-if
                   end-read
               end-perform
               close ERRLOG-FILE
           else
               display "ERRDIGEST: error log not available for "
                   "history, status " WS-ERRLOG-STATUS
                   " -- judging from the register alone"
           end-if.
      *> The register reaches back past whatever the log still holds:
      *> an earlier first sighting pushes the signature out of NEW,
      *> and an earlier last sighting is the quiet-week evidence. A
      *> register row stamped inside the last day is this same day's
      *> rerun and says nothing about before it.
       2000-MERGE-REGISTER.
           open input ERRSIG-FILE
           if WS-ERRSIG-STATUS = "00"
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-SIG-COUNT
                   move WS-SE-SIGNATURE (WS-IDX) to ERRSIG-SIGNATURE
                   read ERRSIG-FILE
                       key is ERRSIG-SIGNATURE
                       invalid key
                           continue
                       not invalid key
                           perform 2100-MERGE-ONE
                   end-read
               end-perform
               close ERRSIG-FILE
           else
               if WS-ERRSIG-STATUS not = "35"
                   display "ERRDIGEST: signature register not "
                       "readable, status " WS-ERRSIG-STATUS
                       " -- judging from the log alone"
               end-if
           end-if
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-SIG-COUNT
               perform 2200-CLASSIFY
           end-perform.
       2100-MERGE-ONE.
           if ERRSIG-FIRST-SEEN-TS > 0
               and ERRSIG-FIRST-SEEN-TS < WS-SE-FIRST-TS (WS-IDX)
               move ERRSIG-FIRST-SEEN-TS to WS-SE-FIRST-TS (WS-IDX)
           end-if
           if ERRSIG-LAST-SEEN-TS < WS-DAY-CUTOFF-TS
               and ERRSIG-LAST-SEEN-TS
                   > WS-SE-PRIOR-LAST-TS (WS-IDX)
               move ERRSIG-LAST-SEEN-TS
                   to WS-SE-PRIOR-LAST-TS (WS-IDX)
           end-if.
      *> No sighting before the last day at all (prior-last zero on a
      *> signature that is not new) means the history was lost, not
      *> that it was quiet -- do not cry regression on it.
       2200-CLASSIFY.
           if WS-SE-WEEK-COUNT (WS-IDX) > 0
               add 1 to WS-ACTIVE-COUNT
           end-if
           if WS-SE-FIRST-TS (WS-IDX) >= WS-DAY-CUTOFF-TS
               move "N" to WS-SE-CLASS (WS-IDX)
               add 1 to WS-NEW-COUNT
           else
               if WS-SE-DAY-COUNT (WS-IDX) > 0
                   and WS-SE-PRIOR-LAST-TS (WS-IDX) > 0
                   and WS-SE-PRIOR-LAST-TS (WS-IDX)
                       < WS-QUIET-CUTOFF-TS
                   move "R" to WS-SE-CLASS (WS-IDX)
                   add 1 to WS-REGRESSED-COUNT
               end-if
           end-if.
       3000-WRITE-REPORT.
           open output REPORT-FILE
           move "ERROR-SIGNATURE DIGEST - ERRORS OF THE LAST 7 DAYS"
               to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "RUN AT: " delimited by size
               WS-NOW-TS delimited by size
               "   LAST DAY FROM: " delimited by size
               WS-DAY-CUTOFF-TS delimited by size
               "   LAST 7 DAYS FROM: " delimited by size
               WS-WEEK-CUTOFF-TS delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move "N" to WS-SECTION-CLASS
           move "NEW SIGNATURES - FIRST SEEN IN THE LAST DAY"
               to WS-SECTION-TITLE
           perform 3100-REPORT-SECTION
           move "R" to WS-SECTION-CLASS
           move "REGRESSED SIGNATURES - BACK AFTER A QUIET WEEK"
               to WS-SECTION-TITLE
           perform 3100-REPORT-SECTION
           move "A" to WS-SECTION-CLASS
           move "OTHER SIGNATURES ACTIVE IN THE LAST 7 DAYS"
               to WS-SECTION-TITLE
           perform 3100-REPORT-SECTION
           perform 3400-REPORT-TOTALS
           close REPORT-FILE.
       3100-REPORT-SECTION.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move WS-SECTION-TITLE to REPORT-LINE
           write REPORT-LINE
           move 0 to WS-SECTION-COUNT
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-SIG-COUNT
               if WS-SE-CLASS (WS-IDX) = WS-SECTION-CLASS
                   and WS-SE-WEEK-COUNT (WS-IDX) > 0
                   add 1 to WS-SECTION-COUNT
                   perform 3200-REPORT-ONE
               end-if
           end-perform
           if WS-SECTION-COUNT = 0
               move "  (NONE)" to REPORT-LINE
               write REPORT-LINE
           end-if.
       3200-REPORT-ONE.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  SIGNATURE: " delimited by size
               WS-SE-SIGNATURE (WS-IDX) delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "    FIRST SEEN: " delimited by size
               WS-SE-FIRST-TS (WS-IDX) delimited by size
               "   LAST SEEN: " delimited by size
               WS-SE-LAST-TS (WS-IDX) delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "    LAST DAY: " delimited by size
               WS-SE-DAY-COUNT (WS-IDX) delimited by size
               "   LAST 7 DAYS: " delimited by size
               WS-SE-WEEK-COUNT (WS-IDX) delimited by size
               "   USERS AFFECTED: " delimited by size
               WS-SE-USER-COUNT (WS-IDX) delimited by size
               into REPORT-LINE
           write REPORT-LINE
           if WS-SE-USER-OVER (WS-IDX) = "Y"
               move "      (USER LIST FULL - MORE USERS AFFECTED)"
                   to REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-SE-ANON-COUNT (WS-IDX) > 0
               move spaces to REPORT-LINE
               string "      PLUS ANONYMOUS HITS: " delimited by size
                   WS-SE-ANON-COUNT (WS-IDX) delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           perform 3300-REPORT-TOP-URLS
           move spaces to REPORT-LINE
           string "    SAMPLE AT " delimited by size
               WS-SE-SAMPLE-TS (WS-IDX) delimited by size
               ": " delimited by size
               WS-SE-SAMPLE-MSG (WS-IDX) delimited by size
               into REPORT-LINE
           write REPORT-LINE
           perform varying WS-ST-LINE from 1 by 1
               until WS-ST-LINE > 3
               if WS-SE-STACK-LINE (WS-IDX WS-ST-LINE) not = spaces
                   move spaces to REPORT-LINE
                   string "      " delimited by size
                       WS-SE-STACK-LINE (WS-IDX WS-ST-LINE)
                       delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               end-if
           end-perform.
      *> Busiest three URLs by hits in the window, picked by repeated
      *> best-of-the-rest scans over the signature's URL slots.
       3300-REPORT-TOP-URLS.
           move "    TOP URLS:" to REPORT-LINE
           write REPORT-LINE
           perform varying WS-JDX from 1 by 1
               until WS-JDX > WS-SE-URL-COUNT (WS-IDX)
               move "N" to WS-SE-URL-TAKEN (WS-IDX WS-JDX)
           end-perform
           perform varying WS-PICK from 1 by 1
               until WS-PICK > 3
               move 0 to WS-BEST
               perform varying WS-JDX from 1 by 1
                   until WS-JDX > WS-SE-URL-COUNT (WS-IDX)
                   if WS-SE-URL-TAKEN (WS-IDX WS-JDX) = "N"
                       if WS-BEST = 0
                           move WS-JDX to WS-BEST
                       else
                           if WS-SE-URL-HITS (WS-IDX WS-JDX)
                               > WS-SE-URL-HITS (WS-IDX WS-BEST)
                               move WS-JDX to WS-BEST
                           end-if
                       end-if
                   end-if
               end-perform
               if WS-BEST = 0
                   move 3 to WS-PICK
               else
                   move "Y" to WS-SE-URL-TAKEN (WS-IDX WS-BEST)
                   move spaces to REPORT-LINE
                   string "      " delimited by size
                       WS-SE-URL-HITS (WS-IDX WS-BEST)
                       delimited by size
                       "  " delimited by size
                       WS-SE-URL (WS-IDX WS-BEST) delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               end-if
           end-perform
           if WS-SE-URL-OTHER (WS-IDX) > 0
               move spaces to REPORT-LINE
               string "      " delimited by size
                   WS-SE-URL-OTHER (WS-IDX) delimited by size
                   "  (HITS ON URLS NOT TRACKED)" delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
       3400-REPORT-TOTALS.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "TOTALS" to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  LOG ROWS READ:                " delimited by size
               WS-ROWS-READ delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  SIGNATURES DIGESTED:          " delimited by size
               WS-SIG-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  ACTIVE IN LAST 7 DAYS:        " delimited by size
               WS-ACTIVE-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  NEW:                          " delimited by size
               WS-NEW-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  REGRESSED:                    " delimited by size
               WS-REGRESSED-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           if WS-SIG-OVERFLOW > 0
               move spaces to REPORT-LINE
               string "  ROWS OF SIGNATURES NOT DIGESTED (TABLE FULL): "
                   delimited by size
                   WS-SIG-OVERFLOW delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
      *> First and last sightings only ever widen, so rerunning the
      *> digest over the same log leaves the register as it was.
       4000-UPDATE-REGISTER.
           open i-o ERRSIG-FILE
           if WS-ERRSIG-STATUS = "35"
               open output ERRSIG-FILE
               close ERRSIG-FILE
               open i-o ERRSIG-FILE
           end-if
           if WS-ERRSIG-STATUS not = "00"
               display "ERRDIGEST: signature register not "
                   "updatable, status " WS-ERRSIG-STATUS
           else
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-SIG-COUNT
                   perform 4100-REGISTER-ONE
               end-perform
               close ERRSIG-FILE
           end-if.
       4100-REGISTER-ONE.
           move WS-SE-SIGNATURE (WS-IDX) to ERRSIG-SIGNATURE
           read ERRSIG-FILE
               key is ERRSIG-SIGNATURE
               invalid key
                   move WS-SE-FIRST-TS (WS-IDX) to ERRSIG-FIRST-SEEN-TS
                   move WS-SE-LAST-TS (WS-IDX) to ERRSIG-LAST-SEEN-TS
                   write ERRSIG-RECORD
                       invalid key
                           continue
                   end-write
               not invalid key
                   if WS-SE-FIRST-TS (WS-IDX) < ERRSIG-FIRST-SEEN-TS
                       move WS-SE-FIRST-TS (WS-IDX)
                           to ERRSIG-FIRST-SEEN-TS
                   end-if
                   if WS-SE-LAST-TS (WS-IDX) > ERRSIG-LAST-SEEN-TS
                       move WS-SE-LAST-TS (WS-IDX)
                           to ERRSIG-LAST-SEEN-TS
                   end-if
                   rewrite ERRSIG-RECORD
                       invalid key
                           continue
                   end-rewrite
           end-read.
      *> The mail is the morning nudge, not the digest: the counts and
      *> the NEW and REGRESSED signatures by name, as many as fit,
      *> with the full report left in ERRDIGEST.RPT.
       5000-MAIL-ONCALL.
           move spaces to WS-MAIL-LIST
           move 1 to WS-MAIL-PTR
           string "Active " delimited by size
               WS-ACTIVE-COUNT delimited by size
               ", new " delimited by size
               WS-NEW-COUNT delimited by size
               ", regressed " delimited by size
               WS-REGRESSED-COUNT delimited by size
               "." delimited by size
               into WS-MAIL-LIST
               with pointer WS-MAIL-PTR
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-SIG-COUNT
               or WS-MAIL-PTR > 150
               if WS-SE-CLASS (WS-IDX) = "N"
                   or WS-SE-CLASS (WS-IDX) = "R"
                   string " " delimited by size
                       WS-SE-CLASS (WS-IDX) delimited by size
                       ": " delimited by size
                       WS-SE-SIGNATURE (WS-IDX) delimited by "  "
                       ";" delimited by size
                       into WS-MAIL-LIST
                       with pointer WS-MAIL-PTR
               end-if
           end-perform
           call "MAILTMPL" using WS-TMPL-ERROR-DIGEST WS-PRIO-NORMAL
               WS-ONCALL-EMAIL WS-SPACES-X50 WS-SPACES-X10
               WS-SPACES-X200 WS-MAIL-LIST WS-NOW-TS
               WS-MAIL-RC
           if WS-MAIL-RC = 1
               display "ERRDIGEST: digest mail could not be queued"
           end-if.
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
       end program ERRDIGEST.
