       identification division.
       program-id. LGLHOLD.
      *> Legal-hold register. When legal asks us to preserve an
      *> account's records for a matter, an ADMIN places a hold here
      *> from the console; every job that destroys member data --
      *> ACCTERASE's erasure, DORMANT's disable, AUDITROLL's retention
      *> delete -- asks CHECK before it acts and leaves a held account
      *> alone, saying so in its run output. RELEASE lifts one
      *> matter's hold; an account with several matters open stays
      *> held until the last one is released. LIST returns the active
      *> holds for the console in the same "; "-separated style
      *> IPRULES uses for its rule list. The caller writes the
      *> ADMIN_LEGAL_HOLD_* audit rows.
      *> A register that exists but cannot be read is reported (rc 1)
      *> rather than treated as empty: the callers destroy data, and
      *> "could not check" must never read as "not held". A register
      *> that was never created ("35") simply holds nothing.
       environment division.
       input-output section.
       file-control.
           select LEGALHOLD-FILE assign to WS-FILEPATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-FILE-STATUS.
       data division.
       file section.
       fd  LEGALHOLD-FILE.
       copy LGLHOLDR.
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "LEGALHOLD.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-FOUND                        PIC X.
       01  WS-LIST-PTR                     PIC 9(4).
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-USERNAME                     PIC X(50).
       01  LK-MATTER-REF                   PIC X(20).
       01  LK-ADMIN-USER                   PIC X(50).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-HOLD-LIST                    PIC X(1000).
       01  LK-HOLD-COUNT                   PIC 9(4).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-USERNAME LK-MATTER-REF
               LK-ADMIN-USER LK-NOW-TS LK-HOLD-LIST LK-HOLD-COUNT
               LK-RETURN-CODE.
      *> Return codes: 0 done; 1 register unavailable, or (RELEASE)
      *> no active hold for that account and matter; 2 account or
      *> matter reference missing; 3 (PLACE) that matter already
      *> holds the account; 99 unknown action.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move 0 to LK-HOLD-COUNT
           move spaces to LK-HOLD-LIST
           move 1 to WS-LIST-PTR
           evaluate LK-ACTION
               when "PLACE"
                   perform 0100-OPEN-FOR-UPDATE
                   if LK-RETURN-CODE = 0
                       perform 1000-PLACE-HOLD
                       close LEGALHOLD-FILE
                   end-if
               when "RELEASE"
                   perform 0100-OPEN-FOR-UPDATE
                   if LK-RETURN-CODE = 0
                       perform 2000-RELEASE-HOLD
                       close LEGALHOLD-FILE
                   end-if
               when "CHECK"
                   perform 0200-OPEN-FOR-READ
                   if WS-FILE-STATUS = "00"
                       perform 3000-CHECK-ACCOUNT
                       close LEGALHOLD-FILE
                   end-if
               when "LIST"
                   perform 0200-OPEN-FOR-READ
                   if WS-FILE-STATUS = "00"
                       perform 4000-LIST-ACTIVE
                       close LEGALHOLD-FILE
                   end-if
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           goback.
       0100-OPEN-FOR-UPDATE.
           open i-o LEGALHOLD-FILE
           if WS-FILE-STATUS = "35"
               open output LEGALHOLD-FILE
               close LEGALHOLD-FILE
               open i-o LEGALHOLD-FILE
           end-if
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           end-if.
       0200-OPEN-FOR-READ.
           open input LEGALHOLD-FILE
           if WS-FILE-STATUS not = "00"
               and WS-FILE-STATUS not = "35"
               move 1 to LK-RETURN-CODE
           end-if.
       1000-PLACE-HOLD.
           if LK-USERNAME = spaces
               or LK-MATTER-REF = spaces
               move 2 to LK-RETURN-CODE
           else
               perform 5000-FIND-ACTIVE-MATTER
               if WS-FOUND = "Y"
                   move 3 to LK-RETURN-CODE
               else
                   move LK-USERNAME to LEGALHOLD-USERNAME
                   move LK-MATTER-REF to LEGALHOLD-MATTER-REF
                   move LK-NOW-TS to LEGALHOLD-PLACED-TS
                   move LK-ADMIN-USER to LEGALHOLD-PLACED-BY
                   move "A" to LEGALHOLD-STATUS
                   move spaces to LEGALHOLD-RELEASED-BY
                   move 0 to LEGALHOLD-RELEASED-TS
                   write LEGALHOLD-RECORD
                       invalid key
                           move 3 to LK-RETURN-CODE
                   end-write
               end-if
           end-if.
       2000-RELEASE-HOLD.
           if LK-USERNAME = spaces
               or LK-MATTER-REF = spaces
               move 2 to LK-RETURN-CODE
           else
               perform 5000-FIND-ACTIVE-MATTER
               if WS-FOUND = "N"
                   move 1 to LK-RETURN-CODE
               else
                   move "R" to LEGALHOLD-STATUS
                   move LK-ADMIN-USER to LEGALHOLD-RELEASED-BY
                   move LK-NOW-TS to LEGALHOLD-RELEASED-TS
                   rewrite LEGALHOLD-RECORD
               end-if
           end-if.
      *> The key leads with the username, so an account's holds are
      *> one positioned START. The matters holding it come back in
      *> the list so the caller can name them in its run output.
       3000-CHECK-ACCOUNT.
           move low-values to LEGALHOLD-KEY
           move LK-USERNAME to LEGALHOLD-USERNAME
           move "N" to WS-AT-END
           start LEGALHOLD-FILE key is not less than LEGALHOLD-KEY
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read LEGALHOLD-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if LEGALHOLD-USERNAME not = LK-USERNAME
                           move "Y" to WS-AT-END
                       else
                           if LEGALHOLD-STATUS = "A"
                               add 1 to LK-HOLD-COUNT
                               if WS-LIST-PTR < 950
                                   string LEGALHOLD-MATTER-REF
                                       delimited by space
                                       "; " delimited by size
                                       into LK-HOLD-LIST
                                       with pointer WS-LIST-PTR
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
       4000-LIST-ACTIVE.
           move low-values to LEGALHOLD-KEY
           move "N" to WS-AT-END
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
                           add 1 to LK-HOLD-COUNT
                           if WS-LIST-PTR < 850
                               perform 4100-APPEND-LIST-ENTRY
                           end-if
                       end-if
               end-read
           end-perform.
       4100-APPEND-LIST-ENTRY.
           string LEGALHOLD-USERNAME delimited by space
               " " delimited by size
               LEGALHOLD-MATTER-REF delimited by space
               " by " delimited by size
               LEGALHOLD-PLACED-BY delimited by space
               " since " delimited by size
               LEGALHOLD-PLACED-TS delimited by size
               "; " delimited by size
               into LK-HOLD-LIST
               with pointer WS-LIST-PTR.
      *> Walks the account's rows for the matter; on a hit the record
      *> area is left holding the active row, ready to rewrite.
       5000-FIND-ACTIVE-MATTER.
           move "N" to WS-FOUND
           move low-values to LEGALHOLD-KEY
           move LK-USERNAME to LEGALHOLD-USERNAME
           move LK-MATTER-REF to LEGALHOLD-MATTER-REF
           move 0 to LEGALHOLD-PLACED-TS
           move "N" to WS-AT-END
           start LEGALHOLD-FILE key is not less than LEGALHOLD-KEY
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read LEGALHOLD-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if LEGALHOLD-USERNAME not = LK-USERNAME
                           or LEGALHOLD-MATTER-REF not = LK-MATTER-REF
                           move "Y" to WS-AT-END
                       else
                           if LEGALHOLD-STATUS = "A"
                               move "Y" to WS-FOUND
                               move "Y" to WS-AT-END
                           end-if
                       end-if
               end-read
           end-perform.
       end program LGLHOLD.
