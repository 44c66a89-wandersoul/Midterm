       identification division.
       program-id. AUDVERIFY.
      *> Nightly verification of the audit hash chain. Every row
      *> AUDITDTL appends carries the chain value of the row before it
      *> and its own value over that and its content (AUDHASH), every
      *> generation AUDITROLL cuts is cataloged with the values its
      *> rows open and close on, and the chain state (AUDCHAIN.DAT)
      *> says where the live file starts and ends. This job walks
      *> every cataloged generation in cut order and then the live
      *> file, recomputing the chain, and reports:
      *>   GAP     a row that does not link to the row before it (rows
      *>           removed in front of it), a generation that does not
      *>           pick up where the one before it closed, rows removed
      *>           from the end of the live file before a cut or since
      *>           the last append, and a row count that does not
      *>           match the catalog;
      *>   ALTERED a row whose content no longer matches its value;
      *>   BREAK   a row with no chain values after the chain began, a
      *>           generation whose rows do not close on its seal, a
      *>           cataloged generation that is missing, and a re-seal
      *>           that is not backed by an erasure run.
      *> After each finding the walk picks the chain up again from the
      *> row's own value, so one edit is one finding, not a cascade.
      *> A generation's seal may legitimately differ from its cut
      *> value -- ACCTERASE re-seals files it anonymizes -- but only
      *> with the erasure run recorded on the catalog row, a matching
      *> AUDIT_CHAIN_RESEALED event in the trail, and the token of a
      *> closure request erased by that run (whose certificate is
      *> ERASCERT-<run>.RPT). Rows written before the chain began are
      *> counted, not flagged, and a gap in front of a generation
      *> past the compliance retention window is expected (AUDITROLL
      *> deletes expired generations, and a held one can outlive the
      *> ones after it). The full result goes to AUDVERIFY.RPT; any
      *> finding pages the on-call address and is audited as
      *> AUDIT_CHAIN_BROKEN. Report-only, so it does not checkpoint.
       environment division.
       input-output section.
       file-control.
           select AUDITGEN-FILE assign to WS-AUDITGEN-PATH
               organization indexed
               access mode dynamic
               record key is AUDITGEN-CUT-TS
               file status is WS-AUDITGEN-STATUS.
           select CLOSEREQ-FILE assign to WS-CLOSEREQ-PATH
               organization indexed
               access mode dynamic
               record key is CLOSEREQ-USERNAME
               file status is WS-CLOSEREQ-STATUS.
           select SCAN-FILE assign dynamic WS-SCAN-PATH
               organization line sequential
               file status is WS-SCAN-STATUS.
           select CHAIN-FILE assign to WS-CHAIN-PATH
               organization indexed
               access mode dynamic
               record key is CHAIN-KEY
               file status is WS-CHAIN-STATUS.
           select REPORT-FILE assign to WS-REPORT-PATH
               organization line sequential
               file status is WS-REPORT-STATUS.
       data division.
       file section.
       fd  AUDITGEN-FILE.
       copy AUDITGRC.
       fd  CLOSEREQ-FILE.
       copy CLOSERQC.
       fd  SCAN-FILE.
       01  SCAN-LINE                       PIC X(300).
       fd  CHAIN-FILE.
       01  CHAIN-RECORD.
           05  CHAIN-KEY                   PIC X(8).
           05  CHAIN-DATA                  PIC X(32).
       fd  REPORT-FILE.
       01  REPORT-LINE                     PIC X(200).
       working-storage section.
       01  WS-AUDITGEN-PATH                PIC X(100)
               VALUE "AUDITGEN.DAT".
       01  WS-CLOSEREQ-PATH                PIC X(100)
               VALUE "CLOSEREQ.DAT".
       01  WS-LIVE-PATH                    PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-CHAIN-PATH                   PIC X(100)
               VALUE "AUDCHAIN.DAT".
       01  WS-REPORT-PATH                  PIC X(100)
               VALUE "AUDVERIFY.RPT".
       01  WS-SCAN-PATH                    PIC X(100).
       01  WS-AUDITGEN-STATUS              PIC XX.
       01  WS-CLOSEREQ-STATUS              PIC XX.
       01  WS-SCAN-STATUS                  PIC XX.
       01  WS-CHAIN-STATUS                 PIC XX.
       01  WS-CHAIN-KEY-VALUE              PIC X(8) VALUE "AUDCHAIN".
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-GEN-AT-END                   PIC X.
       01  WS-NOW-TS                       PIC 9(14).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-CURRENT-DATE-FIELD           PIC X(21).
      *> Same compliance window AUDITROLL enforces: a generation cut
      *> before this month may have had its successors deleted.
       01  WS-RETENTION-MONTHS             PIC 9(4) VALUE 13.
       01  WS-CUTOFF-YYYYMM                PIC 9(6).
       01  WS-TOTAL-MONTHS                 PIC 9(6).
       01  WS-WORK-YYYY                    PIC 9(4).
       01  WS-WORK-MM                      PIC 9(2).
      *> The walk: the chain value the next row must link to, whether
      *> the chain has begun (rows before the first chained one are
      *> pre-chain history), and where the file being walked is.
       01  WS-CHAIN-STARTED                PIC X VALUE "N".
       01  WS-PREV-HASH                    PIC 9(9).
       01  WS-CHECK-LINK                   PIC 9(8).
       01  WS-CHECK-HASH                   PIC 9(9).
       01  WS-FILE-LABEL                   PIC X(14).
       01  WS-FILE-ROWS                    PIC 9(8).
       01  WS-FILE-OPENED                  PIC X.
       01  WS-PREV-GEN-SEEN                PIC X VALUE "N".
       01  WS-PREV-GEN-CUT-TS              PIC 9(14).
       01  WS-PREV-GEN-CHAIN-OUT           PIC 9(9).
       01  WS-PREV-GEN-YYYYMM              PIC 9(6).
      *> The live file is verified up to the last append the chain
      *> state recorded as the walk began; rows after it were
      *> appended while the job ran and are left for the next run.
       01  WS-LIVE-TAIL-HASH               PIC 9(9).
       01  WS-TAIL-SEEN                    PIC X VALUE "N".
       01  WS-LIVE-LATE-ROWS               PIC 9(8) VALUE 0.
       01  WS-FINDING-KIND                 PIC X(7).
       01  WS-FINDING-TEXT                 PIC X(150).
       01  WS-ROW-NUM-X                    PIC Z(7)9.
      *> Run totals.
       01  WS-GENS-SEALED                  PIC 9(6) VALUE 0.
       01  WS-GENS-PRE-CHAIN               PIC 9(6) VALUE 0.
       01  WS-ROWS-CHECKED                 PIC 9(10) VALUE 0.
       01  WS-ROWS-PRE-CHAIN               PIC 9(10) VALUE 0.
       01  WS-FINDING-COUNT                PIC 9(6) VALUE 0.
       01  WS-GAP-COUNT                    PIC 9(6) VALUE 0.
       01  WS-ALTERED-COUNT                PIC 9(6) VALUE 0.
       01  WS-BREAK-COUNT                  PIC 9(6) VALUE 0.
       01  WS-RESEAL-OK-COUNT              PIC 9(6) VALUE 0.
       01  WS-RESEAL-PENDING-COUNT         PIC 9(6) VALUE 0.
      *> Re-seals recorded on catalog rows, checked once the whole
      *> trail (and so every AUDIT_CHAIN_RESEALED event) has been read.
       01  WS-CLAIM-MAX                    PIC 9(4) VALUE 500.
       01  WS-CLAIM-COUNT                  PIC 9(4) VALUE 0.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY occurs 500 times.
               10  WS-CLAIM-CUT-TS         PIC 9(14).
               10  WS-CLAIM-RESEALED-TS    PIC 9(14).
               10  WS-CLAIM-TOKEN          PIC X(50).
      *>           'C' certified, 'P' erasure still pending,
      *>           'L' erased before the re-seal, ' ' no such request
               10  WS-CLAIM-CLOSURE        PIC X(1).
               10  WS-CLAIM-ERASED-TS      PIC 9(14).
               10  WS-CLAIM-EVENT          PIC X(1).
       01  WS-EVENT-MAX                    PIC 9(4) VALUE 2000.
       01  WS-EVENT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY occurs 2000 times.
               10  WS-EVENT-CUT-TS         PIC X(14).
               10  WS-EVENT-TS             PIC 9(14).
       01  WS-IDX                          PIC 9(4).
       01  WS-JDX                          PIC 9(4).
       01  WS-ONCALL-EMAIL                 PIC X(100)
               VALUE "oncall@midtermproject.local".
       01  WS-TMPL-CHAIN-ALERT             PIC X(20)
               VALUE "AUDIT-CHAIN-ALERT".
       01  WS-PRIO-URGENT                  PIC X(1) VALUE "U".
       01  WS-SPACES-X10                   PIC X(10) VALUE spaces.
       01  WS-SPACES-X40                   PIC X(40) VALUE spaces.
       01  WS-SPACES-X45                   PIC X(45) VALUE spaces.
       01  WS-SPACES-X50                   PIC X(50) VALUE spaces.
       01  WS-SPACES-X200                  PIC X(200) VALUE spaces.
       01  WS-MAIL-LIST                    PIC X(200).
       01  WS-MAIL-RC                      PIC 9(2).
       01  WS-AUDIT-RC                     PIC 9(2).
       01  WS-AUDIT-USER                   PIC X(50)
               VALUE "AUDVERIFY".
       01  WS-AUDIT-DETAIL                 PIC X(24).
       01  WS-EVT-CHAIN-BROKEN             PIC X(30)
               VALUE "AUDIT_CHAIN_BROKEN".
       01  WS-EVT-CHAIN-RESEALED           PIC X(30)
               VALUE "AUDIT_CHAIN_RESEALED".
       01  WS-SRC-CLASS                    PIC X(40)
               VALUE "AUDVERIFY".
       01  WS-SRC-METHOD                   PIC X(40)
               VALUE "VerifyAuditChain".
       copy AUDITREC.
       copy AUDCHNRC.
       procedure division.
       0000-MAIN.
           display "AUDVERIFY: audit chain verification starting"
           perform 0100-GET-NOW
           open output REPORT-FILE
           move "AUDIT TRAIL HASH CHAIN VERIFICATION" to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "RUN AT: " delimited by size
               WS-NOW-TS delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           write REPORT-LINE
           perform 1000-WALK-GENERATIONS
           perform 2000-WALK-LIVE-FILE
           perform 3000-CHECK-RESEALS
           perform 4000-REPORT-TOTALS
           close REPORT-FILE
           if WS-FINDING-COUNT > 0
               perform 5000-RAISE-ALERT
           end-if
           display "AUDVERIFY: generations verified    " WS-GENS-SEALED
           display "AUDVERIFY: rows verified           "
               WS-ROWS-CHECKED
           display "AUDVERIFY: findings                "
               WS-FINDING-COUNT
           display "AUDVERIFY: audit chain verification complete"
           goback.
       0100-GET-NOW.
           move function current-date to WS-CURRENT-DATE-FIELD
           move WS-CURRENT-DATE-FIELD(1:14) to WS-NOW-TS
           move WS-CURRENT-DATE-FIELD(1:8) to WS-TODAY-DATE
           move WS-TODAY-DATE(1:4) to WS-WORK-YYYY
           move WS-TODAY-DATE(5:2) to WS-WORK-MM
           compute WS-TOTAL-MONTHS =
               (WS-WORK-YYYY * 12) + WS-WORK-MM - 1
               - WS-RETENTION-MONTHS
           divide WS-TOTAL-MONTHS by 12
               giving WS-WORK-YYYY remainder WS-WORK-MM
           add 1 to WS-WORK-MM
           compute WS-CUTOFF-YYYYMM =
               (WS-WORK-YYYY * 100) + WS-WORK-MM.
      *> Generations in cut order. A catalog that was never created
      *> ("35") means nothing has been cut yet; one that will not open
      *> leaves the generations unverified, which is itself a finding.
       1000-WALK-GENERATIONS.
           open input AUDITGEN-FILE
           if WS-AUDITGEN-STATUS not = "00"
               if WS-AUDITGEN-STATUS not = "35"
                   move "BREAK" to WS-FINDING-KIND
                   move spaces to WS-FINDING-TEXT
                   string "generation catalog not readable, status "
                       delimited by size
                       WS-AUDITGEN-STATUS delimited by size
                       into WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               end-if
           else
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
                           perform 1100-VERIFY-GENERATION
                   end-read
               end-perform
               close AUDITGEN-FILE
           end-if.
       1100-VERIFY-GENERATION.
           move AUDITGEN-CUT-TS to WS-FILE-LABEL
           if AUDITGEN-SEALED not = "Y"
      *> Cut before the chain began -- nothing to verify against. Once
      *> the chain has begun every cut is sealed, so an unsealed one
      *> after that point has had its chain stripped.
               if WS-PREV-GEN-SEEN = "Y"
                   move "BREAK" to WS-FINDING-KIND
                   move "cut after the chain began, carries no chain"
                       to WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               else
                   add 1 to WS-GENS-PRE-CHAIN
               end-if
           else
               add 1 to WS-GENS-SEALED
               perform 1200-CHECK-GENERATION-LINKS
               move AUDITGEN-FILENAME to WS-SCAN-PATH
               move AUDITGEN-CHAIN-IN to WS-PREV-HASH
               perform 6000-WALK-FILE
               if WS-FILE-OPENED = "Y"
                   perform 1300-CHECK-GENERATION-CLOSE
               end-if
               if AUDITGEN-SEAL-HASH not = AUDITGEN-CUT-HASH
                   or AUDITGEN-RESEALED-TS > 0
                   perform 1400-NOTE-RESEAL-CLAIM
               end-if
               move "Y" to WS-PREV-GEN-SEEN
               move AUDITGEN-CUT-TS to WS-PREV-GEN-CUT-TS
               move AUDITGEN-CHAIN-OUT to WS-PREV-GEN-CHAIN-OUT
               move AUDITGEN-CUT-TS(1:6) to WS-PREV-GEN-YYYYMM
           end-if.
      *> Where the generation sits on the chain: it must open where
      *> the one before it closed, and its last row must carry the
      *> value the chain state held at the cut.
       1200-CHECK-GENERATION-LINKS.
           if WS-PREV-GEN-SEEN = "Y"
               and AUDITGEN-CHAIN-IN not = WS-PREV-GEN-CHAIN-OUT
               if WS-PREV-GEN-YYYYMM < WS-CUTOFF-YYYYMM
                   move spaces to REPORT-LINE
                   string "NOTE    " delimited by size
                       WS-FILE-LABEL delimited by size
                       "  follows expired generations deleted after "
                       delimited by size
                       WS-PREV-GEN-CUT-TS delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               else
                   move "GAP" to WS-FINDING-KIND
                   move spaces to WS-FINDING-TEXT
                   string "does not open where generation "
                       delimited by size
                       WS-PREV-GEN-CUT-TS delimited by size
                       " closed -- a generation is missing"
                       delimited by size
                       into WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               end-if
           end-if
           if AUDITGEN-CUT-HASH not = AUDITGEN-CHAIN-OUT
               move "GAP" to WS-FINDING-KIND
               move "last row is not the last one cut -- rows removed"
                   to WS-FINDING-TEXT
               perform 9000-WRITE-FINDING
           end-if.
       1300-CHECK-GENERATION-CLOSE.
           if WS-FILE-ROWS not = AUDITGEN-ROW-COUNT
               move "GAP" to WS-FINDING-KIND
               move spaces to WS-FINDING-TEXT
               move WS-FILE-ROWS to WS-ROW-NUM-X
               string "holds " delimited by size
                   WS-ROW-NUM-X delimited by size
                   " rows, catalog says " delimited by size
                   AUDITGEN-ROW-COUNT delimited by size
                   into WS-FINDING-TEXT
               perform 9000-WRITE-FINDING
           end-if
           if WS-PREV-HASH not = AUDITGEN-SEAL-HASH
               move "BREAK" to WS-FINDING-KIND
               move spaces to WS-FINDING-TEXT
               string "rows close on " delimited by size
                   WS-PREV-HASH delimited by size
                   ", sealed at " delimited by size
                   AUDITGEN-SEAL-HASH delimited by size
                   into WS-FINDING-TEXT
               perform 9000-WRITE-FINDING
           end-if.
       1400-NOTE-RESEAL-CLAIM.
           if AUDITGEN-RESEALED-TS = 0
               move "BREAK" to WS-FINDING-KIND
               move "seal differs from the cut, no re-seal on record"
                   to WS-FINDING-TEXT
               perform 9000-WRITE-FINDING
           else
               if WS-CLAIM-COUNT < WS-CLAIM-MAX
                   add 1 to WS-CLAIM-COUNT
                   move AUDITGEN-CUT-TS
                       to WS-CLAIM-CUT-TS (WS-CLAIM-COUNT)
                   move AUDITGEN-RESEALED-TS
                       to WS-CLAIM-RESEALED-TS (WS-CLAIM-COUNT)
                   move AUDITGEN-RESEAL-TOKEN
                       to WS-CLAIM-TOKEN (WS-CLAIM-COUNT)
                   move space to WS-CLAIM-CLOSURE (WS-CLAIM-COUNT)
                   move 0 to WS-CLAIM-ERASED-TS (WS-CLAIM-COUNT)
                   move "N" to WS-CLAIM-EVENT (WS-CLAIM-COUNT)
               else
                   move "BREAK" to WS-FINDING-KIND
                   move "re-seal not checked -- claim table full"
                       to WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               end-if
           end-if.
      *> The live file opens where the last generation closed (or at
      *> zero before the first cut) and must reach the value of the
      *> last row appended, which the chain state holds. The state is
      *> read once, before the walk: the rows up to that recorded tail
      *> are verified, and rows an append adds while the job runs come
      *> after it -- they are counted as new appends, not verified and
      *> not reported (the next run checks them). Only a file that
      *> never reaches the recorded tail has lost rows from its end.
       2000-WALK-LIVE-FILE.
           move "LIVE" to WS-FILE-LABEL
           move WS-LIVE-PATH to WS-SCAN-PATH
           move zeros to AUDCHN-RECORD
           open input CHAIN-FILE
           if WS-CHAIN-STATUS = "00"
               move WS-CHAIN-KEY-VALUE to CHAIN-KEY
               read CHAIN-FILE into AUDCHN-RECORD
                   key is CHAIN-KEY
                   invalid key
                       move zeros to AUDCHN-RECORD
               end-read
               close CHAIN-FILE
           end-if
           if AUDCHN-LIVE-START-HASH is not numeric
               or AUDCHN-LAST-HASH is not numeric
               or AUDCHN-LAST-TS is not numeric
               move zeros to AUDCHN-RECORD
           end-if
           if WS-PREV-GEN-SEEN = "Y"
               and AUDCHN-LIVE-START-HASH not = WS-PREV-GEN-CHAIN-OUT
               move "GAP" to WS-FINDING-KIND
               move spaces to WS-FINDING-TEXT
               string "does not open where generation "
                   delimited by size
                   WS-PREV-GEN-CUT-TS delimited by size
                   " closed" delimited by size
                   into WS-FINDING-TEXT
               perform 9000-WRITE-FINDING
           end-if
           move AUDCHN-LIVE-START-HASH to WS-PREV-HASH
           move AUDCHN-LAST-HASH to WS-LIVE-TAIL-HASH
           if WS-PREV-HASH = WS-LIVE-TAIL-HASH
               move "Y" to WS-TAIL-SEEN
           end-if
           perform 6000-WALK-FILE
           if WS-TAIL-SEEN not = "Y"
               move "GAP" to WS-FINDING-KIND
               move spaces to WS-FINDING-TEXT
               string "rows close on " delimited by size
                   WS-PREV-HASH delimited by size
                   ", last append was " delimited by size
                   WS-LIVE-TAIL-HASH delimited by size
                   " -- rows removed from the end" delimited by size
                   into WS-FINDING-TEXT
               perform 9000-WRITE-FINDING
           end-if
           if WS-LIVE-LATE-ROWS > 0
               move spaces to REPORT-LINE
               string "LIVE ROWS APPENDED DURING THE RUN (NEXT RUN): "
                   delimited by size
                   WS-LIVE-LATE-ROWS delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
      *> Each re-seal must trace to the erasure run that made it: its
      *> own event in the trail, and a closure request with the token
      *> that run erased (or is still finishing -- a run that could
      *> not certify leaves the request pending for the next night).
       3000-CHECK-RESEALS.
           if WS-CLAIM-COUNT > 0
               perform 3100-MATCH-CLOSURES
               perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-CLAIM-COUNT
                   perform 3200-CHECK-ONE-RESEAL
               end-perform
           end-if.
       3100-MATCH-CLOSURES.
           open input CLOSEREQ-FILE
           if WS-CLOSEREQ-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to CLOSEREQ-USERNAME
               start CLOSEREQ-FILE
                   key is not less than CLOSEREQ-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CLOSEREQ-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           perform 3110-MATCH-ONE-CLOSURE
                   end-read
               end-perform
               close CLOSEREQ-FILE
           end-if.
       3110-MATCH-ONE-CLOSURE.
           perform varying WS-JDX from 1 by 1
               until WS-JDX > WS-CLAIM-COUNT
               if CLOSEREQ-ANON-TOKEN = WS-CLAIM-TOKEN (WS-JDX)
                   evaluate true
                       when CLOSEREQ-STATUS = "E"
                           and CLOSEREQ-ERASED-TS
                               >= WS-CLAIM-RESEALED-TS (WS-JDX)
                           move "C" to WS-CLAIM-CLOSURE (WS-JDX)
                       when CLOSEREQ-STATUS = "E"
                           move "L" to WS-CLAIM-CLOSURE (WS-JDX)
                       when other
                           move "P" to WS-CLAIM-CLOSURE (WS-JDX)
                   end-evaluate
                   move CLOSEREQ-ERASED-TS
                       to WS-CLAIM-ERASED-TS (WS-JDX)
               end-if
           end-perform.
       3200-CHECK-ONE-RESEAL.
           move WS-CLAIM-CUT-TS (WS-IDX) to WS-FILE-LABEL
           perform varying WS-JDX from 1 by 1
               until WS-JDX > WS-EVENT-COUNT
               if WS-EVENT-CUT-TS (WS-JDX) = WS-FILE-LABEL
                   and WS-EVENT-TS (WS-JDX)
                       = WS-CLAIM-RESEALED-TS (WS-IDX)
                   move "Y" to WS-CLAIM-EVENT (WS-IDX)
                   move WS-EVENT-COUNT to WS-JDX
               end-if
           end-perform
           evaluate true
               when WS-CLAIM-EVENT (WS-IDX) not = "Y"
                   move "BREAK" to WS-FINDING-KIND
                   move spaces to WS-FINDING-TEXT
                   string "re-seal of " delimited by size
                       WS-CLAIM-RESEALED-TS (WS-IDX) delimited by size
                       " has no AUDIT_CHAIN_RESEALED event"
                       delimited by size
                       into WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               when WS-CLAIM-CLOSURE (WS-IDX) = "C"
                   add 1 to WS-RESEAL-OK-COUNT
                   move spaces to REPORT-LINE
                   string "RESEAL  " delimited by size
                       WS-FILE-LABEL delimited by size
                       "  by erasure run " delimited by size
                       WS-CLAIM-RESEALED-TS (WS-IDX) delimited by size
                       " for " delimited by size
                       WS-CLAIM-TOKEN (WS-IDX) delimited by space
                       ", certificate ERASCERT-" delimited by size
                       WS-CLAIM-ERASED-TS (WS-IDX) delimited by size
                       ".RPT" delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               when WS-CLAIM-CLOSURE (WS-IDX) = "P"
                   add 1 to WS-RESEAL-PENDING-COUNT
                   move spaces to REPORT-LINE
                   string "RESEAL  " delimited by size
                       WS-FILE-LABEL delimited by size
                       "  by erasure run " delimited by size
                       WS-CLAIM-RESEALED-TS (WS-IDX) delimited by size
                       " for " delimited by size
                       WS-CLAIM-TOKEN (WS-IDX) delimited by space
                       ", erasure not yet certified" delimited by size
                       into REPORT-LINE
                   write REPORT-LINE
               when WS-CLAIM-CLOSURE (WS-IDX) = "L"
                   move "BREAK" to WS-FINDING-KIND
                   move spaces to WS-FINDING-TEXT
                   string "re-sealed " delimited by size
                       WS-CLAIM-RESEALED-TS (WS-IDX) delimited by size
                       ", after its closure request was certified"
                       delimited by size
                       into WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               when other
                   move "BREAK" to WS-FINDING-KIND
                   move spaces to WS-FINDING-TEXT
                   string "re-seal token " delimited by size
                       WS-CLAIM-TOKEN (WS-IDX) delimited by space
                       " matches no closure request" delimited by size
                       into WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
           end-evaluate.
       4000-REPORT-TOTALS.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "GENERATIONS VERIFIED:      " delimited by size
               WS-GENS-SEALED delimited by size
               "   CUT BEFORE THE CHAIN: " delimited by size
               WS-GENS-PRE-CHAIN delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "ROWS VERIFIED:             " delimited by size
               WS-ROWS-CHECKED delimited by size
               "   WRITTEN BEFORE THE CHAIN: " delimited by size
               WS-ROWS-PRE-CHAIN delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "RE-SEALS BY ERASURE RUNS:  " delimited by size
               WS-RESEAL-OK-COUNT delimited by size
               "   AWAITING CERTIFICATE: " delimited by size
               WS-RESEAL-PENDING-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "FINDINGS:                  " delimited by size
               WS-FINDING-COUNT delimited by size
               "   GAP " delimited by size
               WS-GAP-COUNT delimited by size
               "  ALTERED " delimited by size
               WS-ALTERED-COUNT delimited by size
               "  BREAK " delimited by size
               WS-BREAK-COUNT delimited by size
               into REPORT-LINE
           write REPORT-LINE
           if WS-FINDING-COUNT = 0
               move "AUDIT TRAIL CHAIN INTACT" to REPORT-LINE
           else
               move "AUDIT TRAIL CHAIN BROKEN - SEE FINDINGS ABOVE"
                   to REPORT-LINE
           end-if
           write REPORT-LINE.
      *> A broken chain is a security matter, not a morning-report
      *> item: page on-call now and put the failure on the trail
      *> itself (which forwards it to the SIEM).
       5000-RAISE-ALERT.
           move spaces to WS-MAIL-LIST
           string "Findings " delimited by size
               WS-FINDING-COUNT delimited by size
               ": gap " delimited by size
               WS-GAP-COUNT delimited by size
               ", altered " delimited by size
               WS-ALTERED-COUNT delimited by size
               ", break " delimited by size
               WS-BREAK-COUNT delimited by size
               "." delimited by size
               into WS-MAIL-LIST
           call "MAILTMPL" using WS-TMPL-CHAIN-ALERT WS-PRIO-URGENT
               WS-ONCALL-EMAIL WS-SPACES-X50 WS-SPACES-X10
               WS-SPACES-X200 WS-MAIL-LIST WS-NOW-TS
               WS-MAIL-RC
           if WS-MAIL-RC = 1
               display "AUDVERIFY: alert mail could not be queued"
           end-if
           move spaces to WS-AUDIT-DETAIL
           string "FINDINGS " delimited by size
               WS-FINDING-COUNT delimited by size
               into WS-AUDIT-DETAIL
           call "AUDITDTL" using WS-AUDIT-USER WS-EVT-CHAIN-BROKEN
               WS-NOW-TS WS-SRC-CLASS WS-SRC-METHOD WS-SPACES-X45
               WS-SPACES-X40 WS-AUDIT-DETAIL WS-AUDIT-RC.
      *> Walks one audit file from WS-PREV-HASH, leaving the value its
      *> last chained row carries in WS-PREV-HASH. A cataloged
      *> generation that is gone is a finding; a live file that is
      *> gone is only empty (AUDITDTL recreates it on the next
      *> append) -- the close check still catches rows lost with it.
       6000-WALK-FILE.
           move 0 to WS-FILE-ROWS
           move "N" to WS-FILE-OPENED
           open input SCAN-FILE
           if WS-SCAN-STATUS not = "00"
               if WS-FILE-LABEL not = "LIVE"
                   or WS-SCAN-STATUS not = "35"
                   move "BREAK" to WS-FINDING-KIND
                   move spaces to WS-FINDING-TEXT
                   string "file " delimited by size
                       WS-SCAN-PATH delimited by space
                       " not readable, status " delimited by size
                       WS-SCAN-STATUS delimited by size
                       into WS-FINDING-TEXT
                   perform 9000-WRITE-FINDING
               end-if
           else
               move "Y" to WS-FILE-OPENED
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read SCAN-FILE into AUDIT-RECORD
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           add 1 to WS-FILE-ROWS
                           perform 6100-CHECK-ROW
                   end-read
               end-perform
               close SCAN-FILE
           end-if.
       6100-CHECK-ROW.
           if WS-FILE-LABEL = "LIVE"
               and WS-TAIL-SEEN = "Y"
               and (WS-CHAIN-STARTED = "Y" or AUDIT-CHAIN is numeric)
               add 1 to WS-LIVE-LATE-ROWS
           else
               perform 6110-CHECK-ROW-CHAIN
           end-if
           if AUDIT-EVENT-TYPE = WS-EVT-CHAIN-RESEALED
               and WS-EVENT-COUNT < WS-EVENT-MAX
               add 1 to WS-EVENT-COUNT
               move AUDIT-DETAIL (1:14)
                   to WS-EVENT-CUT-TS (WS-EVENT-COUNT)
               move AUDIT-TIMESTAMP to WS-EVENT-TS (WS-EVENT-COUNT)
           end-if.
       6110-CHECK-ROW-CHAIN.
           if AUDIT-CHAIN is not numeric
               if WS-CHAIN-STARTED = "N"
                   add 1 to WS-ROWS-PRE-CHAIN
               else
                   move "BREAK" to WS-FINDING-KIND
                   move "row carries no chain values"
                       to WS-FINDING-TEXT
                   perform 9100-WRITE-ROW-FINDING
               end-if
           else
               move "Y" to WS-CHAIN-STARTED
               add 1 to WS-ROWS-CHECKED
               move WS-PREV-HASH to WS-CHECK-LINK
               if AUDIT-CHAIN-LINK not = WS-CHECK-LINK
                   move "GAP" to WS-FINDING-KIND
                   move "no link to the row before -- rows removed"
                       to WS-FINDING-TEXT
                   perform 9100-WRITE-ROW-FINDING
               else
                   call "AUDHASH" using WS-PREV-HASH AUDIT-RECORD
                       WS-CHECK-HASH
                   if WS-CHECK-HASH not = AUDIT-CHAIN-HASH
                       move "ALTERED" to WS-FINDING-KIND
                       move "row content does not match its value"
                           to WS-FINDING-TEXT
                       perform 9100-WRITE-ROW-FINDING
                   end-if
               end-if
               move AUDIT-CHAIN-HASH to WS-PREV-HASH
               if WS-FILE-LABEL = "LIVE"
                   and WS-PREV-HASH = WS-LIVE-TAIL-HASH
                   move "Y" to WS-TAIL-SEEN
               end-if
           end-if.
       9000-WRITE-FINDING.
           add 1 to WS-FINDING-COUNT
           evaluate WS-FINDING-KIND
               when "GAP"
                   add 1 to WS-GAP-COUNT
               when "ALTERED"
                   add 1 to WS-ALTERED-COUNT
               when other
                   add 1 to WS-BREAK-COUNT
           end-evaluate
           move spaces to REPORT-LINE
           string WS-FINDING-KIND delimited by size
               " " delimited by size
               WS-FILE-LABEL delimited by size
               "  " delimited by size
               WS-FINDING-TEXT delimited by "  "
               into REPORT-LINE
           write REPORT-LINE.
      *> Row findings name the row by its place in the file and by
      *> its own timestamp and event, so it can be found by eye.
       9100-WRITE-ROW-FINDING.
           move WS-FILE-ROWS to WS-ROW-NUM-X
           move spaces to REPORT-LINE
           string WS-FINDING-TEXT delimited by "  "
               " (row " delimited by size
               WS-ROW-NUM-X delimited by size
               ", " delimited by size
               AUDIT-TIMESTAMP delimited by size
               " " delimited by size
               AUDIT-EVENT-TYPE delimited by space
               ")" delimited by size
               into REPORT-LINE
           move REPORT-LINE (1:150) to WS-FINDING-TEXT
           perform 9000-WRITE-FINDING.
       end program AUDVERIFY.
