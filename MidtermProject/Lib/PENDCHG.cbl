       identification division.
       program-id. PENDCHG.
      *> Two-person control for the admin changes that hand out or
      *> restore real power over an account: granting any role above
      *> MEMBER, bringing an account back out of suspended/disabled,
      *> and resetting a member's MFA. One compromised or careless admin
      *> session used to be enough for any of them. The console now
      *> files a REQUEST here instead of calling MBRADMIN; the change
      *> sits 'P' until a different ADMIN picks it from the queue
      *> (LIST) and APPROVEs it -- only then does it reach MBRADMIN --
      *> or REJECTs it. A request nobody decides on before its expiry
      *> is refused at approval time (and turned 'X' on the spot); the
      *> nightly SESSPURGE sweep closes out the rest. The caller
      *> decides which changes need the second pair of eyes and writes
      *> the ADMIN_CHANGE_* audit rows; this program keeps the store and
      *> enforces the rules that must hold whoever calls it: the
      *> approver is never the requester, a decided or expired request
      *> cannot be decided again, and one account carries at most one
      *> open request of each kind. APPROVE and REJECT hand back the
      *> row's target and change so the caller can audit them.
       environment division.
       input-output section.
       file-control.
           select PENDCHG-FILE assign to WS-FILEPATH
               organization indexed
               access mode dynamic
               record key is PENDCHG-ID
               file status is WS-FILE-STATUS.
       data division.
       file section.
       fd  PENDCHG-FILE.
       copy PENDCHGR.
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "PENDCHG.DAT".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-MFACHAL-PATH                 PIC X(100)
               VALUE "MFACHAL.DAT".
       01  WS-ATTMPT-LOGIN-PATH            PIC X(100)
               VALUE "ATTMPT-LOGIN.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       01  WS-AT-END                       PIC X.
       01  WS-WRITTEN                      PIC X.
       01  WS-DUPLICATE                    PIC X.
       01  WS-LIST-PTR                     PIC 9(4).
       01  WS-CALL-EMAIL                   PIC X(100).
       01  WS-CALL-ROLE                    PIC X(20).
       01  WS-CALL-STATUS                  PIC X(1).
       01  WS-CALL-CREATED-TS              PIC 9(14).
       01  WS-CALL-MFA                     PIC X(1).
       01  WS-CALL-EMAIL-FLAG              PIC X(1).
       01  WS-CALL-LANGUAGE                PIC X(2).
       01  WS-CALL-RC                      PIC 9(2).
       01  WS-ACT-VALIDROLE                PIC X(10) VALUE "VALIDROLE".
       01  WS-PERM-CAPABILITY              PIC X(12) VALUE spaces.
       01  WS-ROLE-DEFINED                 PIC X(1).
       01  WS-PERM-LIST                    PIC X(1000).
       01  WS-PERM-COUNT                   PIC 9(4).
       01  WS-PERM-RC                      PIC 9(2).
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-CHANGE-ID                    PIC X(18).
       01  LK-TARGET-USER                  PIC X(50).
       01  LK-CHANGE-TYPE                  PIC X(10).
       01  LK-NEW-ROLE                     PIC X(20).
       01  LK-NEW-STATUS                   PIC X(1).
       01  LK-ADMIN-USER                   PIC X(50).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-EXPIRES-TS                   PIC 9(14).
       01  LK-CHANGE-LIST                  PIC X(1000).
       01  LK-CHANGE-COUNT                 PIC 9(4).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-CHANGE-ID LK-TARGET-USER
               LK-CHANGE-TYPE LK-NEW-ROLE LK-NEW-STATUS LK-ADMIN-USER
               LK-NOW-TS LK-EXPIRES-TS LK-CHANGE-LIST LK-CHANGE-COUNT
               LK-RETURN-CODE.
      *> Return codes: 0 done; 1 store unavailable or no such
      *> request; 2 change type or value not one MBRADMIN accepts;
      *> 3 the account already has an open request of that kind;
      *> 4 request already decided; 5 request expired undecided;
      *> 6 approver is the requester; 7 approved but MBRADMIN refused
      *> the change (the request stays open); 99 unknown action.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move 0 to LK-CHANGE-COUNT
           open i-o PENDCHG-FILE
           if WS-FILE-STATUS = "35"
               open output PENDCHG-FILE
               close PENDCHG-FILE
               open i-o PENDCHG-FILE
           end-if
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
               goback
           end-if
           evaluate LK-ACTION
               when "REQUEST"
                   perform 1000-FILE-REQUEST
               when "LIST"
                   perform 2000-BUILD-QUEUE
               when "APPROVE"
                   perform 3000-APPROVE-REQUEST
               when "REJECT"
                   perform 4000-REJECT-REQUEST
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           close PENDCHG-FILE
           goback.
      *> Same value checks MBRADMIN applies, made up front -- a
      *> request that could never be applied should not sit in the
      *> queue waiting for somebody to approve it.
       1000-FILE-REQUEST.
           evaluate LK-CHANGE-TYPE
               when "SETROLE"
                   call "ROLEPERM" using WS-ACT-VALIDROLE LK-NEW-ROLE
                       WS-PERM-CAPABILITY WS-ROLE-DEFINED WS-PERM-LIST
                       WS-PERM-COUNT WS-PERM-RC
                   if WS-ROLE-DEFINED not = "Y"
                       move 2 to LK-RETURN-CODE
                   end-if
               when "SETSTATUS"
                   if LK-NEW-STATUS not = "A"
                       and LK-NEW-STATUS not = "S"
                       and LK-NEW-STATUS not = "D"
                       move 2 to LK-RETURN-CODE
                   end-if
               when "RESETMFA"
                   continue
               when other
                   move 2 to LK-RETURN-CODE
           end-evaluate
           if LK-RETURN-CODE = 0
               perform 1100-FIND-OPEN-DUPLICATE
               if WS-DUPLICATE = "Y"
                   move 3 to LK-RETURN-CODE
               end-if
           end-if
           if LK-RETURN-CODE = 0
               perform 1200-WRITE-REQUEST
           end-if.
      *> The store is small -- a handful of requests a week -- so a
      *> full walk is cheaper than a second key. An expired 'P' row
      *> does not block a fresh request for the same change.
       1100-FIND-OPEN-DUPLICATE.
           move "N" to WS-DUPLICATE
           move low-values to PENDCHG-ID
           move "N" to WS-AT-END
           start PENDCHG-FILE key is not less than PENDCHG-ID
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read PENDCHG-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if PENDCHG-STATUS = "P"
                           and PENDCHG-EXPIRES-TS > LK-NOW-TS
                           and PENDCHG-TARGET-USER = LK-TARGET-USER
                           and PENDCHG-CHANGE-TYPE = LK-CHANGE-TYPE
                           move "Y" to WS-DUPLICATE
                           move "Y" to WS-AT-END
                       end-if
               end-read
           end-perform.
       1200-WRITE-REQUEST.
           move LK-NOW-TS to PENDCHG-ID-TS
           move 1 to PENDCHG-ID-SEQ
           move LK-TARGET-USER to PENDCHG-TARGET-USER
           move LK-CHANGE-TYPE to PENDCHG-CHANGE-TYPE
           move spaces to PENDCHG-NEW-ROLE
           move space to PENDCHG-NEW-STATUS
           if LK-CHANGE-TYPE = "SETROLE"
               move LK-NEW-ROLE to PENDCHG-NEW-ROLE
           end-if
           if LK-CHANGE-TYPE = "SETSTATUS"
               move LK-NEW-STATUS to PENDCHG-NEW-STATUS
           end-if
           move LK-ADMIN-USER to PENDCHG-REQUESTED-BY
           move LK-NOW-TS to PENDCHG-REQUESTED-TS
           move LK-EXPIRES-TS to PENDCHG-EXPIRES-TS
           move "P" to PENDCHG-STATUS
           move spaces to PENDCHG-DECIDED-BY
           move 0 to PENDCHG-DECIDED-TS
      *> Two requests filed inside the same clock second collide on
      *> the timestamp -- bump the sequence, as MAILSEND does.
           move "N" to WS-WRITTEN
           perform until WS-WRITTEN = "Y"
               or PENDCHG-ID-SEQ > 9998
               or (WS-FILE-STATUS not = "00"
                   and WS-FILE-STATUS not = "22")
               write PENDCHG-RECORD
                   invalid key
                       add 1 to PENDCHG-ID-SEQ
                   not invalid key
                       move "Y" to WS-WRITTEN
               end-write
           end-perform
           if WS-WRITTEN = "Y"
               move PENDCHG-ID to LK-CHANGE-ID
           else
               move 1 to LK-RETURN-CODE
           end-if.
      *> Open, unexpired requests only, oldest first, in the same
      *> "; "-separated style IPRULES uses for its rule list. The
      *> requester is shown so the admin looking at the queue can
      *> see at a glance which ones are theirs to leave alone.
       2000-BUILD-QUEUE.
           move spaces to LK-CHANGE-LIST
           move 1 to WS-LIST-PTR
           move low-values to PENDCHG-ID
           move "N" to WS-AT-END
           start PENDCHG-FILE key is not less than PENDCHG-ID
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read PENDCHG-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if PENDCHG-STATUS = "P"
                           and PENDCHG-EXPIRES-TS > LK-NOW-TS
                           add 1 to LK-CHANGE-COUNT
                           if WS-LIST-PTR < 850
                               perform 2100-APPEND-QUEUE-ENTRY
                           end-if
                       end-if
               end-read
           end-perform.
       2100-APPEND-QUEUE-ENTRY.
           string PENDCHG-ID delimited by size
               " " delimited by size
               PENDCHG-TARGET-USER delimited by space
               " " delimited by size
               PENDCHG-CHANGE-TYPE delimited by space
               into LK-CHANGE-LIST
               with pointer WS-LIST-PTR
           if PENDCHG-CHANGE-TYPE = "SETROLE"
               string "=" delimited by size
                   PENDCHG-NEW-ROLE delimited by space
                   into LK-CHANGE-LIST
                   with pointer WS-LIST-PTR
           end-if
           if PENDCHG-CHANGE-TYPE = "SETSTATUS"
               string "=" delimited by size
                   PENDCHG-NEW-STATUS delimited by size
                   into LK-CHANGE-LIST
                   with pointer WS-LIST-PTR
           end-if
           string " by " delimited by size
               PENDCHG-REQUESTED-BY delimited by space
               " until " delimited by size
               PENDCHG-EXPIRES-TS delimited by size
               "; " delimited by size
               into LK-CHANGE-LIST
               with pointer WS-LIST-PTR.
      *> The row is left open when MBRADMIN refuses the change (the
      *> account went away, the store is busy) -- it can be approved
      *> again or rejected, and it expires like any other.
       3000-APPROVE-REQUEST.
           perform 5000-READ-FOR-DECISION
           if LK-RETURN-CODE = 0
               move spaces to WS-CALL-ROLE
               move space to WS-CALL-STATUS
               move PENDCHG-NEW-ROLE to WS-CALL-ROLE
               move PENDCHG-NEW-STATUS to WS-CALL-STATUS
               call "MBRADMIN" using PENDCHG-CHANGE-TYPE WS-MBRUSR-PATH
                   WS-MFACHAL-PATH WS-ATTMPT-LOGIN-PATH
                   PENDCHG-TARGET-USER WS-CALL-EMAIL WS-CALL-ROLE
                   WS-CALL-STATUS WS-CALL-CREATED-TS WS-CALL-MFA
                   WS-CALL-EMAIL-FLAG WS-CALL-LANGUAGE WS-CALL-RC
               if WS-CALL-RC not = 0
                   move 7 to LK-RETURN-CODE
               else
                   move "A" to PENDCHG-STATUS
                   move LK-ADMIN-USER to PENDCHG-DECIDED-BY
                   move LK-NOW-TS to PENDCHG-DECIDED-TS
                   rewrite PENDCHG-RECORD
               end-if
           end-if.
       4000-REJECT-REQUEST.
           perform 5000-READ-FOR-DECISION
           if LK-RETURN-CODE = 0
               move "R" to PENDCHG-STATUS
               move LK-ADMIN-USER to PENDCHG-DECIDED-BY
               move LK-NOW-TS to PENDCHG-DECIDED-TS
               rewrite PENDCHG-RECORD
           end-if.
      *> Shared by both decisions. The row's target and change go
      *> back to the caller whatever the outcome, so even a refused
      *> or expired decision can be audited against the account. A
      *> request found past its expiry is closed out here, the same
      *> way the nightly sweep would have.
       5000-READ-FOR-DECISION.
           move spaces to LK-TARGET-USER
           move spaces to LK-CHANGE-TYPE
           move spaces to LK-NEW-ROLE
           move space to LK-NEW-STATUS
           move LK-CHANGE-ID to PENDCHG-ID
           read PENDCHG-FILE
               key is PENDCHG-ID
               invalid key
                   move 1 to LK-RETURN-CODE
               not invalid key
                   move PENDCHG-TARGET-USER to LK-TARGET-USER
                   move PENDCHG-CHANGE-TYPE to LK-CHANGE-TYPE
                   move PENDCHG-NEW-ROLE to LK-NEW-ROLE
                   move PENDCHG-NEW-STATUS to LK-NEW-STATUS
                   move PENDCHG-EXPIRES-TS to LK-EXPIRES-TS
           end-read
           if LK-RETURN-CODE = 0
               if PENDCHG-STATUS not = "P"
                   move 4 to LK-RETURN-CODE
               else
                   if PENDCHG-EXPIRES-TS not > LK-NOW-TS
                       move "X" to PENDCHG-STATUS
                       move LK-NOW-TS to PENDCHG-DECIDED-TS
                       rewrite PENDCHG-RECORD
                       move 5 to LK-RETURN-CODE
                   else
                       if PENDCHG-REQUESTED-BY = LK-ADMIN-USER
                           move 6 to LK-RETURN-CODE
                       end-if
                   end-if
               end-if
           end-if.
       end program PENDCHG.
