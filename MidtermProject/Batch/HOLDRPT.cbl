       identification division.
       program-id. HOLDRPT.
      *> Standing legal-hold report -- every active hold in the
      *> register (LEGALHOLD.DAT) and what it is holding back right
      *> now, so legal and the admins can see at a glance which
      *> accounts are frozen, for which matter, on whose say-so, and
      *> what the destructive jobs would already have done without
      *> it. Per hold: a closure request ACCTERASE is leaving pending
      *> (or one whose grace window is still running and will be
      *> held when it ends); a dormancy disable DORMANT is withholding,
      *> worked out from the tracker with the same thresholds and
      *> notice rule DORMANT uses; and the audit generations past
      *> the 13-month window that AUDITROLL is keeping because they
      *> carry the account's rows -- under any name the account has
      *> carried (USRALIAS NAMES), since audit rows keep the name they
      *> were written under. Scheduled after ACCTERASE, DORMANT
      *> and AUDITROLL so the report describes the night just run.
       environment division.
       input-output section.
       file-control.
           select LEGALHOLD-FILE assign to WS-LEGALHOLD-PATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-LEGALHOLD-STATUS.
           select CLOSEREQ-FILE assign to WS-CLOSEREQ-PATH
               organization indexed
               access mode dynamic
               record key is CLOSEREQ-USERNAME
               file status is WS-CLOSEREQ-STATUS.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select DORMANT-FILE assign to WS-DORMANT-PATH
               organization indexed
               access mode dynamic
               record key is DORMANT-USERNAME
               file status is WS-DORMANT-STATUS.
           select AUDITGEN-FILE assign to WS-AUDITGEN-PATH
               organization indexed
               access mode dynamic
               record key is AUDITGEN-CUT-TS
               file status is WS-AUDITGEN-STATUS.
           select SCAN-FILE assign dynamic WS-SCAN-PATH
               organization line sequential
               file status is WS-SCAN-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  LEGALHOLD-FILE.
       copy LGLHOLDR.
       fd  CLOSEREQ-FILE.
       copy CLOSERQC.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  DORMANT-FILE.
       copy DORMNTRC.
       fd  AUDITGEN-FILE.
       copy AUDITGRC.
       fd  SCAN-FILE.
       01  SCAN-LINE                       PIC X(300).
       fd  REPORT-FILE.
       01  REPORT-LINE                     PIC X(200).
       working-storage section.
       01  WS-LEGALHOLD-PATH               PIC X(100)
               VALUE "LEGALHOLD.DAT".
       01  WS-CLOSEREQ-PATH                PIC X(100)
               VALUE "CLOSEREQ.DAT".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-DORMANT-PATH                 PIC X(100)
               VALUE "DORMANT.DAT".
       01  WS-AUDITGEN-PATH                PIC X(100)
               VALUE "AUDITGEN.DAT".
       01  WS-REPORT-PATH                  PIC X(100)
               VALUE "LEGALHOLD.RPT".
       01  WS-SCAN-PATH                    PIC X(100).
       01  WS-LEGALHOLD-STATUS             PIC XX.
       01  WS-CLOSEREQ-STATUS              PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-DORMANT-STATUS               PIC XX.
       01  WS-AUDITGEN-STATUS              PIC XX.
       01  WS-SCAN-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-GEN-AT-END                   PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
      *> Active holds, one entry per register row (an account held
      *> for two matters appears twice), with what each is blocking.
      *> Bounded; anything past the bound is counted so the report can
      *> say it was not listed.
       01  WS-HOLD-MAX                     PIC 9(4) VALUE 200.
       01  WS-HOLD-COUNT                   PIC 9(4) VALUE 0.
       01  WS-HOLD-OVERFLOW                PIC 9(6) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY occurs 200 times.
               10  WS-HE-USERNAME          PIC X(50).
               10  WS-HE-MATTER-REF        PIC X(20).
               10  WS-HE-PLACED-BY         PIC X(50).
               10  WS-HE-PLACED-TS         PIC 9(14).
      *>           'N' no closure request, 'B' erasure due and being
      *>           held, 'W' grace window still running
               10  WS-HE-CLOSURE           PIC X(1).
               10  WS-HE-CLOSE-REQ-TS      PIC 9(14).
               10  WS-HE-CLOSE-DUE-TS      PIC 9(14).
      *>           'N' nothing due, 'B' disable due and withheld
               10  WS-HE-DORMANCY          PIC X(1).
               10  WS-HE-LAST-SEEN-TS      PIC 9(14).
               10  WS-HE-WARNED-TS         PIC 9(14).
               10  WS-HE-GENS              PIC 9(4).
               10  WS-HE-IN-GEN            PIC X(1).
       01  WS-IDX                          PIC 9(4).
      *> Every name each hold's account has carried, with the hold it
      *> belongs to, for matching audit rows written before a rename.
       01  WS-HNAME-MAX                    PIC 9(4) VALUE 2000.
       01  WS-HNAME-COUNT                  PIC 9(4) VALUE 0.
       01  WS-HNAME-OVERFLOW               PIC X VALUE "N".
       01  WS-HNAME-TABLE.
           05  WS-HNAME-ENTRY occurs 2000 times.
               10  WS-HN-NAME              PIC X(50).
               10  WS-HN-HOLD-IDX          PIC 9(4).
       01  WS-HNAME-IDX                    PIC 9(4).
       01  WS-ALIAS-LIST.
           05  WS-ALIAS-NAME               PIC X(50)
                   occurs 20 times.
       01  WS-ALIAS-COUNT                  PIC 9(4).
       01  WS-ALIAS-IDX                    PIC 9(4).
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-ALIAS-FAILED                 PIC X VALUE "N".
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-BLOCKING                     PIC X.
       01  WS-ERASE-BLOCKED                PIC 9(4) VALUE 0.
       01  WS-DISABLE-BLOCKED              PIC 9(4) VALUE 0.
       01  WS-GENS-RETAINED                PIC 9(4) VALUE 0.
       01  WS-GEN-HELD                     PIC X.
      *> Same retention window as AUDITROLL.
       01  WS-RETENTION-MONTHS             PIC 9(4) VALUE 13.
       01  WS-CUTOFF-YYYYMM                PIC 9(6).
       01  WS-GEN-YYYYMM                   PIC 9(6).
       01  WS-TOTAL-MONTHS                 PIC 9(6).
       01  WS-WORK-YYYY                    PIC 9(4).
       01  WS-WORK-MM                      PIC 9(2).
      *> Same thresholds, flags and notice rule as DORMANT.
       01  WS-WARN-DAYS                    PIC 9(4) VALUE 365.
       01  WS-DISABLE-DAYS                 PIC 9(4) VALUE 425.
       01  WS-FLAG-WARNDAYS                PIC X(30)
               VALUE "DORMWARNDAYS".
       01  WS-FLAG-DISABLEDAYS             PIC X(30)
               VALUE "DORMDISABLEDAYS".
       01  WS-FLAG-VALUE                   PIC X(10).
       01  WS-FLAG-RC                      PIC 9(2).
       01  WS-NUM-OK                       PIC X.
       01  WS-NUM-LEN                      PIC 9(2).
       01  WS-NUM-VALUE                    PIC 9(4).
       01  WS-DISABLE-CUTOFF-TS            PIC 9(14).
       01  WS-NOTICE-CUTOFF-TS             PIC 9(14).
       01  WS-CONV-DAYS                    PIC 9(7).
       01  WS-CUTOFF-DATE                  PIC 9(8).
       copy AUDITREC.
       procedure division.
       0000-MAIN.
           display "HOLDRPT: legal hold report starting"
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-CURRENT-DATE-FIELD(1:8) to WS-TODAY-DATE
           open output REPORT-FILE
           move "LEGAL HOLDS - ACTIVE HOLDS AND WHAT THEY ARE BLOCKING"
               to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "RUN AT: " delimited by size
               WS-NOW-TS delimited by size
               into REPORT-LINE
           write REPORT-LINE
           perform 1000-LOAD-ACTIVE-HOLDS
           if WS-HOLD-COUNT > 0
               perform 1200-COLLECT-HOLD-NAMES
               perform 2000-CHECK-CLOSURES
               perform 3000-CHECK-DORMANCY
               perform 4000-CHECK-GENERATIONS
           end-if
           perform 5000-REPORT-HOLDS
           perform 6000-REPORT-TOTALS
           close REPORT-FILE
           display "HOLDRPT: active holds " WS-HOLD-COUNT
           display "HOLDRPT: legal hold report complete"
           goback.
       1000-LOAD-ACTIVE-HOLDS.
           open input LEGALHOLD-FILE
           if WS-LEGALHOLD-STATUS not = "00"
               if WS-LEGALHOLD-STATUS not = "35"
                   display "HOLDRPT: legal hold register not "
                       "readable, status " WS-LEGALHOLD-STATUS
                   move spaces to REPORT-LINE
                   write REPORT-LINE
                   move spaces to REPORT-LINE
                   string "REGISTER NOT READABLE, STATUS "
                       delimited by size
                       WS-LEGALHOLD-STATUS delimited by size
                       " -- DESTRUCTIVE JOBS ARE HOLDING EVERYTHING"
                       delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               end-if
           else
               move "N" to WS-AT-END
               move low-values to LEGALHOLD-KEY
               start LEGALHOLD-FILE key is not less than LEGALHOLD-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read LEGALHOLD-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if LEGALHOLD-STATUS = "A"
                               perform 1100-ADD-HOLD
                           end-if
                   end-read
               end-perform
               close LEGALHOLD-FILE
           end-if.
       1100-ADD-HOLD.
           if WS-HOLD-COUNT < WS-HOLD-MAX
               add 1 to WS-HOLD-COUNT
               move LEGALHOLD-USERNAME
                   to WS-HE-USERNAME (WS-HOLD-COUNT)
               move LEGALHOLD-MATTER-REF
                   to WS-HE-MATTER-REF (WS-HOLD-COUNT)
               move LEGALHOLD-PLACED-BY
                   to WS-HE-PLACED-BY (WS-HOLD-COUNT)
               move LEGALHOLD-PLACED-TS
                   to WS-HE-PLACED-TS (WS-HOLD-COUNT)
               move "N" to WS-HE-CLOSURE (WS-HOLD-COUNT)
               move 0 to WS-HE-CLOSE-REQ-TS (WS-HOLD-COUNT)
               move 0 to WS-HE-CLOSE-DUE-TS (WS-HOLD-COUNT)
               move "N" to WS-HE-DORMANCY (WS-HOLD-COUNT)
               move 0 to WS-HE-LAST-SEEN-TS (WS-HOLD-COUNT)
               move 0 to WS-HE-WARNED-TS (WS-HOLD-COUNT)
               move 0 to WS-HE-GENS (WS-HOLD-COUNT)
           else
               add 1 to WS-HOLD-OVERFLOW
           end-if.
      *> A register that cannot be read leaves each hold matched on its
      *> current name only; the report says so.
       1200-COLLECT-HOLD-NAMES.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-HOLD-COUNT
               call "USRALIAS" using WS-ACT-NAMES
                   WS-HE-USERNAME (WS-IDX) WS-ALIAS-NEW-NAME
                   WS-ALIAS-BY WS-NOW-TS WS-ALIAS-LIST WS-ALIAS-COUNT
                   WS-ALIAS-RC
               if WS-ALIAS-RC not = 0
                   move "Y" to WS-ALIAS-FAILED
               end-if
               perform varying WS-ALIAS-IDX from 1 by 1
                   until WS-ALIAS-IDX > WS-ALIAS-COUNT
                   if WS-HNAME-COUNT < WS-HNAME-MAX
                       add 1 to WS-HNAME-COUNT
                       move WS-ALIAS-NAME (WS-ALIAS-IDX)
                           to WS-HN-NAME (WS-HNAME-COUNT)
                       move WS-IDX to WS-HN-HOLD-IDX (WS-HNAME-COUNT)
                   else
                       move "Y" to WS-HNAME-OVERFLOW
                   end-if
               end-perform
           end-perform
           if WS-ALIAS-FAILED = "Y"
               display "HOLDRPT: alias register not readable -- "
                   "former usernames not matched"
           end-if
           if WS-HNAME-OVERFLOW = "Y"
               display "HOLDRPT: more held names than the table "
                   "holds -- some former usernames not matched"
           end-if.
      *> A pending closure request past its grace window is exactly
      *> what ACCTERASE would have erased tonight.
       2000-CHECK-CLOSURES.
           open input CLOSEREQ-FILE
           if WS-CLOSEREQ-STATUS = "00"
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-HOLD-COUNT
                   move WS-HE-USERNAME (WS-IDX) to CLOSEREQ-USERNAME
                   read CLOSEREQ-FILE
                       key is CLOSEREQ-USERNAME
                       invalid key
                           continue
                       not invalid key
                           if CLOSEREQ-STATUS = "P"
                               perform 2100-NOTE-CLOSURE
                           end-if
                   end-read
               end-perform
               close CLOSEREQ-FILE
           end-if.
       2100-NOTE-CLOSURE.
           move CLOSEREQ-REQUESTED-TS to WS-HE-CLOSE-REQ-TS (WS-IDX)
           move CLOSEREQ-ERASE-AFTER-TS to WS-HE-CLOSE-DUE-TS (WS-IDX)
           if CLOSEREQ-ERASE-AFTER-TS < WS-NOW-TS
               move "B" to WS-HE-CLOSURE (WS-IDX)
           else
               move "W" to WS-HE-CLOSURE (WS-IDX)
           end-if.
      *> An active account whose tracker row meets DORMANT's disable
      *> test -- silent past the second threshold and warned long
      *> enough ago -- is a disable the hold is withholding.
       3000-CHECK-DORMANCY.
           perform 3100-LOAD-THRESHOLDS
           open input MBRUSR-FILE
           open input DORMANT-FILE
           if WS-MBRUSR-STATUS = "00"
               and WS-DORMANT-STATUS = "00"
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-HOLD-COUNT
                   perform 3300-CHECK-ONE-TRACKER
               end-perform
           end-if
           if WS-DORMANT-STATUS = "00"
               close DORMANT-FILE
           end-if
           if WS-MBRUSR-STATUS = "00"
               close MBRUSR-FILE
           end-if.
       3100-LOAD-THRESHOLDS.
           call "FLAGLOAD" using WS-FLAG-WARNDAYS WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               perform 3200-PARSE-FLAG-DAYS
               if WS-NUM-OK = "Y"
                   move WS-NUM-VALUE to WS-WARN-DAYS
               end-if
           end-if
           call "FLAGLOAD" using WS-FLAG-DISABLEDAYS WS-FLAG-VALUE
               WS-FLAG-RC
           if WS-FLAG-RC = 0
               perform 3200-PARSE-FLAG-DAYS
               if WS-NUM-OK = "Y"
                   move WS-NUM-VALUE to WS-DISABLE-DAYS
               end-if
           end-if
           if WS-DISABLE-DAYS <= WS-WARN-DAYS
               move 365 to WS-WARN-DAYS
               move 425 to WS-DISABLE-DAYS
           end-if
           compute WS-CONV-DAYS =
               function integer-of-date(WS-TODAY-DATE)
               - WS-DISABLE-DAYS
           move function date-of-integer(WS-CONV-DAYS)
               to WS-CUTOFF-DATE
           move WS-CUTOFF-DATE to WS-DISABLE-CUTOFF-TS(1:8)
           move 0 to WS-DISABLE-CUTOFF-TS(9:6)
           compute WS-CONV-DAYS =
               function integer-of-date(WS-TODAY-DATE)
               - (WS-DISABLE-DAYS - WS-WARN-DAYS)
           move function date-of-integer(WS-CONV-DAYS)
               to WS-CUTOFF-DATE
           move WS-CUTOFF-DATE to WS-NOTICE-CUTOFF-TS(1:8)
           move 0 to WS-NOTICE-CUTOFF-TS(9:6).
       3200-PARSE-FLAG-DAYS.
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
               end-if
           end-if.
       3300-CHECK-ONE-TRACKER.
           move WS-HE-USERNAME (WS-IDX) to MBRUSR-USERNAME
           read MBRUSR-FILE
               key is MBRUSR-USERNAME
               invalid key
                   continue
               not invalid key
                   if MBRUSR-STATUS = "A"
                       move WS-HE-USERNAME (WS-IDX) to DORMANT-USERNAME
                       read DORMANT-FILE
                           key is DORMANT-USERNAME
                           invalid key
                               continue
                           not invalid key
                               perform 3400-TEST-DISABLE-DUE
                       end-read
                   end-if
           end-read.
       3400-TEST-DISABLE-DUE.
           move DORMANT-LAST-SEEN-TS to WS-HE-LAST-SEEN-TS (WS-IDX)
           move DORMANT-WARNED-TS to WS-HE-WARNED-TS (WS-IDX)
           if DORMANT-WARNED-TS > 0
               and DORMANT-LAST-SEEN-TS < WS-DISABLE-CUTOFF-TS
               and DORMANT-WARNED-TS < WS-NOTICE-CUTOFF-TS
               move "B" to WS-HE-DORMANCY (WS-IDX)
           end-if.
      *> Every cataloged generation older than the retention window is
      *> still here only because of a hold (AUDITROLL deletes the
      *> rest); read each one and credit it to the holds whose account
      *> has rows in it.
       4000-CHECK-GENERATIONS.
           move WS-TODAY-DATE(1:4) to WS-WORK-YYYY
           move WS-TODAY-DATE(5:2) to WS-WORK-MM
           compute WS-TOTAL-MONTHS =
               (WS-WORK-YYYY * 12) + WS-WORK-MM - 1
               - WS-RETENTION-MONTHS
           divide WS-TOTAL-MONTHS by 12
               giving WS-WORK-YYYY remainder WS-WORK-MM
           add 1 to WS-WORK-MM
           compute WS-CUTOFF-YYYYMM =
               (WS-WORK-YYYY * 100) + WS-WORK-MM
           open input AUDITGEN-FILE
           if WS-AUDITGEN-STATUS = "00"
               move "N" to WS-GEN-AT-END
               move 0 to AUDITGEN-CUT-TS
               start AUDITGEN-FILE
                   key is not less than AUDITGEN-CUT-TS
                   invalid key
                       move "Y" to WS-GEN-AT-END
               end-start
               perform until WS-GEN-AT-END = "Y"
                   read AUDITGEN-FILE next record
                       at end
                           move "Y" to WS-GEN-AT-END
                       not at end
                           move AUDITGEN-CUT-TS(1:6) to WS-GEN-YYYYMM
                           if WS-GEN-YYYYMM < WS-CUTOFF-YYYYMM
                               perform 4100-SCAN-ONE-GENERATION
                           end-if
                   end-read
               end-perform
               close AUDITGEN-FILE
           end-if.
       4100-SCAN-ONE-GENERATION.
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-HOLD-COUNT
               move "N" to WS-HE-IN-GEN (WS-IDX)
           end-perform
           move AUDITGEN-FILENAME to WS-SCAN-PATH
           open input SCAN-FILE
           if WS-SCAN-STATUS = "00"
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read SCAN-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform varying WS-HNAME-IDX from 1 by 1
                               until WS-HNAME-IDX > WS-HNAME-COUNT
                               if AUDIT-USERNAME
                                   = WS-HN-NAME (WS-HNAME-IDX)
                                   move "Y" to WS-HE-IN-GEN
                                       (WS-HN-HOLD-IDX (WS-HNAME-IDX))
                               end-if
                           end-perform
                   end-read
               end-perform
               close SCAN-FILE
           end-if
           move "N" to WS-GEN-HELD
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-HOLD-COUNT
               if WS-HE-IN-GEN (WS-IDX) = "Y"
                   add 1 to WS-HE-GENS (WS-IDX)
                   move "Y" to WS-GEN-HELD
               end-if
           end-perform
           if WS-GEN-HELD = "Y"
               add 1 to WS-GENS-RETAINED
           end-if.
       5000-REPORT-HOLDS.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "ACTIVE HOLDS" to REPORT-LINE
           write REPORT-LINE
           if WS-HOLD-COUNT = 0
               move "  (NONE)" to REPORT-LINE
               write REPORT-LINE
           end-if
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-HOLD-COUNT
               perform 5100-REPORT-ONE-HOLD
           end-perform
           if WS-HOLD-OVERFLOW > 0
               move spaces to REPORT-LINE
               string "  ... AND " delimited by size
                   WS-HOLD-OVERFLOW delimited by size
                   " MORE HOLDS NOT LISTED" delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
       5100-REPORT-ONE-HOLD.
           move "N" to WS-BLOCKING
           move spaces to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  " delimited by size
               WS-HE-USERNAME (WS-IDX) delimited by space
               "  MATTER " delimited by size
               WS-HE-MATTER-REF (WS-IDX) delimited by space
               "  PLACED BY " delimited by size
               WS-HE-PLACED-BY (WS-IDX) delimited by space
               " AT " delimited by size
               WS-HE-PLACED-TS (WS-IDX) delimited by size
               into REPORT-LINE
           write REPORT-LINE
           if WS-HE-CLOSURE (WS-IDX) = "B"
               move "Y" to WS-BLOCKING
               add 1 to WS-ERASE-BLOCKED
               move spaces to REPORT-LINE
               string "    BLOCKING ERASURE: CLOSURE REQUESTED "
                   delimited by size
                   WS-HE-CLOSE-REQ-TS (WS-IDX) delimited by size
                   ", GRACE WINDOW ENDED " delimited by size
                   WS-HE-CLOSE-DUE-TS (WS-IDX) delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-HE-CLOSURE (WS-IDX) = "W"
               move spaces to REPORT-LINE
               string "    CLOSURE REQUESTED " delimited by size
                   WS-HE-CLOSE-REQ-TS (WS-IDX) delimited by size
                   " - ERASURE DUE " delimited by size
                   WS-HE-CLOSE-DUE-TS (WS-IDX) delimited by size
                   " WILL BE HELD" delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-HE-DORMANCY (WS-IDX) = "B"
               move "Y" to WS-BLOCKING
               add 1 to WS-DISABLE-BLOCKED
               move spaces to REPORT-LINE
               string "    BLOCKING DORMANCY DISABLE: LAST SIGN-IN "
                   delimited by size
                   WS-HE-LAST-SEEN-TS (WS-IDX) delimited by size
                   ", WARNED " delimited by size
                   WS-HE-WARNED-TS (WS-IDX) delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-HE-GENS (WS-IDX) > 0
               move "Y" to WS-BLOCKING
               move spaces to REPORT-LINE
               string "    BLOCKING AUDIT RETENTION: " delimited by size
                   WS-HE-GENS (WS-IDX) delimited by size
                   " GENERATIONS PAST THE WINDOW KEPT" delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if
           if WS-BLOCKING = "N"
               move "    NOTHING BLOCKED AT PRESENT" to REPORT-LINE
               write REPORT-LINE
           end-if.
       6000-REPORT-TOTALS.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "TOTALS" to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  ACTIVE HOLDS:                 " delimited by size
               WS-HOLD-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  ERASURES HELD:                " delimited by size
               WS-ERASE-BLOCKED delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  DORMANCY DISABLES WITHHELD:   " delimited by size
               WS-DISABLE-BLOCKED delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  GENERATIONS KEPT PAST WINDOW: " delimited by size
               WS-GENS-RETAINED delimited by size
               into REPORT-LINE
           write REPORT-LINE.
       end program HOLDRPT.
