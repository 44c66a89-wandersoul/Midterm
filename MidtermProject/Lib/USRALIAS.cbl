       identification division.
       program-id. USRALIAS.
      *> Username alias register. A member who wants a different
      *> username used to have to close the account and register
      *> again, losing devices, password history and audit history.
      *> An ADMIN now files the rename from the console (REQUEST) and
      *> the nightly USERREN job carries it across every data file.
      *> REQUEST refuses a new name that is already an account, was
      *> ever an account's earlier name, or is the target of another
      *> pending rename, and refuses while the account has anything in
      *> flight (VET) -- an active session or an unexpired MFA
      *> challenge, password reset, e-mail change, registration
      *> confirmation or privileged change would still name the old
      *> account after the files moved under it. USERREN calls VET
      *> again before it acts, since a night is long enough for any of
      *> those to appear. CHECK tells registration whether a name is
      *> already an account (a pending one included), retired or
      *> spoken for. NAMES returns every name an account
      *> has held, the current one first, from any one of them -- the
      *> audit trail keeps the name a row was written under, so the
      *> history readers ask for all of them. LIST feeds the console's
      *> pending list in the "; "-separated style LGLHOLD uses. PURGE
      *> is ACCTERASE's: once an erased account's history carries the
      *> anonymous token, its earlier names go too. The caller writes
      *> the audit rows.
       environment division.
       input-output section.
       file-control.
           select USRALIAS-FILE assign to WS-FILEPATH
               organization indexed
               access mode dynamic
               record key is USRALIAS-OLD-USERNAME
               alternate record key is USRALIAS-NEW-USERNAME
                   with duplicates
               file status is WS-FILE-STATUS.
           select MBRUSR-FILE assign to WS-MBRUSR-PATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-MBRUSR-STATUS.
           select SESSION-FILE assign to WS-SESSION-PATH
               organization indexed
               access mode dynamic
               record key is SESS-ID
               alternate record key is SESS-USERNAME
                   with duplicates
               file status is WS-SESSION-STATUS.
           select MFACHAL-FILE assign to WS-MFACHAL-PATH
               organization indexed
               access mode dynamic
               record key is MFACHAL-USERNAME
               file status is WS-MFACHAL-STATUS.
           select RESETTOK-FILE assign to WS-RESETTOK-PATH
               organization indexed
               access mode dynamic
               record key is RESETTOK-TOKEN
               file status is WS-RESETTOK-STATUS.
           select EMLCHG-FILE assign to WS-EMLCHG-PATH
               organization indexed
               access mode dynamic
               record key is EMLCHG-TOKEN
               file status is WS-EMLCHG-STATUS.
           select PNDREG-FILE assign to WS-PNDREG-PATH
               organization indexed
               access mode dynamic
               record key is PNDREG-TOKEN
               file status is WS-PNDREG-STATUS.
           select PENDCHG-FILE assign to WS-PENDCHG-PATH
               organization indexed
               access mode dynamic
               record key is PENDCHG-ID
               file status is WS-PENDCHG-STATUS.
       data division.
       file section.
       fd  USRALIAS-FILE.
       copy USRALSRC.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       fd  SESSION-FILE.
       copy SESSNREC.
       fd  MFACHAL-FILE.
       copy MFACHLRC.
       fd  RESETTOK-FILE.
       copy RESETTRC.
       fd  EMLCHG-FILE.
       copy EMLCHGRC.
       fd  PNDREG-FILE.
       copy PNDREGRC.
       fd  PENDCHG-FILE.
       copy PENDCHGR.
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "USRALIAS.DAT".
       01  WS-MBRUSR-PATH                  PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-SESSION-PATH                 PIC X(100)
               VALUE "SESSION.DAT".
       01  WS-MFACHAL-PATH                 PIC X(100)
               VALUE "MFACHAL.DAT".
       01  WS-RESETTOK-PATH                PIC X(100)
               VALUE "RESETTOK.DAT".
       01  WS-EMLCHG-PATH                  PIC X(100)
               VALUE "EMLCHG.DAT".
       01  WS-PNDREG-PATH                  PIC X(100)
               VALUE "PENDREG.DAT".
       01  WS-PENDCHG-PATH                 PIC X(100)
               VALUE "PENDCHG.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       01  WS-MBRUSR-STATUS                PIC XX.
       01  WS-SESSION-STATUS               PIC XX.
       01  WS-MFACHAL-STATUS               PIC XX.
       01  WS-RESETTOK-STATUS              PIC XX.
       01  WS-EMLCHG-STATUS                PIC XX.
       01  WS-PNDREG-STATUS                PIC XX.
       01  WS-PENDCHG-STATUS               PIC XX.
       01  WS-OPEN-STATUS                  PIC XX.
       01  WS-OPEN-NAME                    PIC X(16).
       01  WS-AT-END                       PIC X.
       01  WS-FOUND                        PIC X.
       01  WS-RESERVED                     PIC X.
       01  WS-CHAIN-END                    PIC X.
       01  WS-LIST-PTR                     PIC 9(4).
      *> The name list is twenty 50-byte names -- far more renames
      *> than any one account will ever have, and a bound on a chain
      *> that a damaged register could otherwise loop round forever.
       01  WS-NAME-MAX                     PIC 9(4) VALUE 20.
       01  WS-HOPS                         PIC 9(4).
       01  WS-IDX                          PIC 9(4).
       01  WS-PURGED                       PIC 9(4).
       01  WS-TEST-NAME                    PIC X(50).
       01  WS-CURRENT-NAME                 PIC X(50).
       01  WS-NEXT-NAME                    PIC X(50).
       01  WS-VET-REASON                   PIC X(30).
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-USERNAME                     PIC X(50).
       01  LK-NEW-USERNAME                 PIC X(50).
       01  LK-ADMIN-USER                   PIC X(50).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-NAME-LIST                    PIC X(1000).
       01  LK-NAME-TABLE redefines LK-NAME-LIST.
           05  LK-NAME occurs 20 times     PIC X(50).
       01  LK-NAME-COUNT                   PIC 9(4).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-USERNAME LK-NEW-USERNAME
               LK-ADMIN-USER LK-NOW-TS LK-NAME-LIST LK-NAME-COUNT
               LK-RETURN-CODE.
      *> Return codes: 0 done (VET: nothing in flight; CHECK: name
      *> free); 1 register, member store or a vetted file unavailable;
      *> 2 a username missing, or old and new the same; 3 new name
      *> (CHECK: this name) taken, retired or spoken for; 4 (REQUEST)
      *> no such account; 5 (REQUEST) a rename already pending for the
      *> account; 6 active session; 7 a token, challenge or change
      *> still pending; 99 unknown action. VET and REQUEST put the
      *> refusal reason at the front of the list. NAMES returns the
      *> names as 50-byte entries in the list with the count; an
      *> unreadable register (rc 1) still returns the name asked
      *> about. PURGE returns the names it cleared the same way, and
      *> the number of register rows deleted in the count.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           move 0 to LK-NAME-COUNT
           move spaces to LK-NAME-LIST
           move 1 to WS-LIST-PTR
           evaluate LK-ACTION
               when "REQUEST"
                   perform 1000-REQUEST-RENAME
               when "VET"
                   perform 2000-VET-ACCOUNT
               when "CHECK"
                   perform 3000-CHECK-NAME
               when "NAMES"
                   move LK-USERNAME to LK-NAME (1)
                   move 1 to LK-NAME-COUNT
                   perform 0200-OPEN-FOR-READ
                   if WS-FILE-STATUS = "00"
                       perform 4000-COLLECT-NAMES
                       close USRALIAS-FILE
                   end-if
               when "LIST"
                   perform 0200-OPEN-FOR-READ
                   if WS-FILE-STATUS = "00"
                       perform 5000-LIST-PENDING
                       close USRALIAS-FILE
                   end-if
               when "PURGE"
                   perform 0100-OPEN-FOR-UPDATE
                   if LK-RETURN-CODE = 0
                       perform 6000-PURGE-ACCOUNT
                       close USRALIAS-FILE
                   end-if
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           goback.
       0100-OPEN-FOR-UPDATE.
           open i-o USRALIAS-FILE
           if WS-FILE-STATUS = "35"
               open output USRALIAS-FILE
               close USRALIAS-FILE
               open i-o USRALIAS-FILE
           end-if
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           end-if.
       0200-OPEN-FOR-READ.
           open input USRALIAS-FILE
           if WS-FILE-STATUS not = "00"
               and WS-FILE-STATUS not = "35"
               move 1 to LK-RETURN-CODE
           end-if.
       1000-REQUEST-RENAME.
           if LK-USERNAME = spaces
               or LK-NEW-USERNAME = spaces
               or LK-USERNAME = LK-NEW-USERNAME
               move 2 to LK-RETURN-CODE
           else
               perform 1100-CHECK-MEMBER-STORE
               if LK-RETURN-CODE = 0
                   perform 0100-OPEN-FOR-UPDATE
                   if LK-RETURN-CODE = 0
                       perform 1200-FILE-REQUEST
                       close USRALIAS-FILE
                   end-if
               end-if
           end-if.
      *> The account must exist and the new name must not.
       1100-CHECK-MEMBER-STORE.
           open input MBRUSR-FILE
           if WS-MBRUSR-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               move LK-USERNAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       move 4 to LK-RETURN-CODE
               end-read
               if LK-RETURN-CODE = 0
                   move LK-NEW-USERNAME to MBRUSR-USERNAME
                   read MBRUSR-FILE
                       key is MBRUSR-USERNAME
                       not invalid key
                           move 3 to LK-RETURN-CODE
                   end-read
               end-if
               close MBRUSR-FILE
           end-if.
      *> A refused request leaves its row behind; filing the rename
      *> again replaces it.
       1200-FILE-REQUEST.
           move LK-NEW-USERNAME to WS-TEST-NAME
           perform 3100-TEST-NAME-RESERVED
           if WS-RESERVED = "Y"
               move 3 to LK-RETURN-CODE
           else
               move LK-USERNAME to USRALIAS-OLD-USERNAME
               read USRALIAS-FILE
                   key is USRALIAS-OLD-USERNAME
                   invalid key
                       move "N" to WS-FOUND
                   not invalid key
                       move "Y" to WS-FOUND
               end-read
               if WS-FOUND = "Y"
                   and USRALIAS-STATUS not = "X"
                   move 5 to LK-RETURN-CODE
               else
                   perform 2000-VET-ACCOUNT
                   if LK-RETURN-CODE = 0
                       perform 1300-WRITE-REQUEST
                   end-if
               end-if
           end-if.
       1300-WRITE-REQUEST.
           move LK-USERNAME to USRALIAS-OLD-USERNAME
           move LK-NEW-USERNAME to USRALIAS-NEW-USERNAME
           move LK-NOW-TS to USRALIAS-REQUESTED-TS
           move LK-ADMIN-USER to USRALIAS-REQUESTED-BY
           move "P" to USRALIAS-STATUS
           move 0 to USRALIAS-DONE-TS
           move spaces to USRALIAS-REASON
           if WS-FOUND = "Y"
               rewrite USRALIAS-RECORD
                   invalid key
                       move 1 to LK-RETURN-CODE
               end-rewrite
           else
               write USRALIAS-RECORD
                   invalid key
                       move 5 to LK-RETURN-CODE
               end-write
           end-if.
      *> Anything still in flight for the account. Each file is only
      *> read while nothing has been found yet; a file that was never
      *> created holds nothing, one that will not open is a refusal.
       2000-VET-ACCOUNT.
           move spaces to WS-VET-REASON
           perform 2100-CHECK-SESSIONS
           if LK-RETURN-CODE = 0
               perform 2200-CHECK-MFA-CHALLENGE
           end-if
           if LK-RETURN-CODE = 0
               perform 2300-CHECK-RESET-TOKENS
           end-if
           if LK-RETURN-CODE = 0
               perform 2400-CHECK-EMAIL-CHANGES
           end-if
           if LK-RETURN-CODE = 0
               perform 2500-CHECK-PENDING-REGS
           end-if
           if LK-RETURN-CODE = 0
               perform 2600-CHECK-PENDING-CHANGES
           end-if
           move WS-VET-REASON to LK-NAME-LIST.
       2100-CHECK-SESSIONS.
           open input SESSION-FILE
           if WS-SESSION-STATUS = "00"
               move "N" to WS-AT-END
               move LK-USERNAME to SESS-USERNAME
               start SESSION-FILE
                   key is not less than SESS-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read SESSION-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if SESS-USERNAME not = LK-USERNAME
                               move "Y" to WS-AT-END
                           else
                               if SESS-STATUS = "A"
                                   move 6 to LK-RETURN-CODE
                                   move "ACTIVE SESSION"
                                       to WS-VET-REASON
                                   move "Y" to WS-AT-END
                               end-if
                           end-if
                   end-read
               end-perform
               close SESSION-FILE
           else
               move WS-SESSION-STATUS to WS-OPEN-STATUS
               move "SESSION.DAT" to WS-OPEN-NAME
               perform 2900-CHECK-VET-OPEN
           end-if.
       2200-CHECK-MFA-CHALLENGE.
           open input MFACHAL-FILE
           if WS-MFACHAL-STATUS = "00"
               move LK-USERNAME to MFACHAL-USERNAME
               read MFACHAL-FILE
                   key is MFACHAL-USERNAME
                   invalid key
                       continue
                   not invalid key
                       if MFACHAL-VERIFIED = "N"
                           and MFACHAL-EXPIRES-TS > LK-NOW-TS
                           move 7 to LK-RETURN-CODE
                           move "PENDING MFA CHALLENGE"
                               to WS-VET-REASON
                       end-if
               end-read
               close MFACHAL-FILE
           else
               move WS-MFACHAL-STATUS to WS-OPEN-STATUS
               move "MFACHAL.DAT" to WS-OPEN-NAME
               perform 2900-CHECK-VET-OPEN
           end-if.
      *> Reset tokens, e-mail changes, pending registrations and
      *> privileged changes are not keyed on the username -- a
      *> front-to-back walk, as ACCTERASE does.
       2300-CHECK-RESET-TOKENS.
           open input RESETTOK-FILE
           if WS-RESETTOK-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to RESETTOK-TOKEN
               start RESETTOK-FILE
                   key is not less than RESETTOK-TOKEN
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read RESETTOK-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if RESETTOK-USERNAME = LK-USERNAME
                               and RESETTOK-USED-FLAG = "N"
                               and RESETTOK-EXPIRES-TS > LK-NOW-TS
                               move 7 to LK-RETURN-CODE
                               move "PENDING PASSWORD RESET"
                                   to WS-VET-REASON
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close RESETTOK-FILE
           else
               move WS-RESETTOK-STATUS to WS-OPEN-STATUS
               move "RESETTOK.DAT" to WS-OPEN-NAME
               perform 2900-CHECK-VET-OPEN
           end-if.
       2400-CHECK-EMAIL-CHANGES.
           open input EMLCHG-FILE
           if WS-EMLCHG-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to EMLCHG-TOKEN
               start EMLCHG-FILE
                   key is not less than EMLCHG-TOKEN
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read EMLCHG-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if EMLCHG-USERNAME = LK-USERNAME
                               and EMLCHG-STATUS = "P"
                               and EMLCHG-EXPIRES-TS > LK-NOW-TS
                               move 7 to LK-RETURN-CODE
                               move "PENDING E-MAIL CHANGE"
                                   to WS-VET-REASON
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close EMLCHG-FILE
           else
               move WS-EMLCHG-STATUS to WS-OPEN-STATUS
               move "EMLCHG.DAT" to WS-OPEN-NAME
               perform 2900-CHECK-VET-OPEN
           end-if.
       2500-CHECK-PENDING-REGS.
           open input PNDREG-FILE
           if WS-PNDREG-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to PNDREG-TOKEN
               start PNDREG-FILE
                   key is not less than PNDREG-TOKEN
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read PNDREG-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if PNDREG-USERNAME = LK-USERNAME
                               and PNDREG-STATUS = "P"
                               and PNDREG-EXPIRES-TS > LK-NOW-TS
                               move 7 to LK-RETURN-CODE
                               move "PENDING REGISTRATION"
                                   to WS-VET-REASON
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close PNDREG-FILE
           else
               move WS-PNDREG-STATUS to WS-OPEN-STATUS
               move "PENDREG.DAT" to WS-OPEN-NAME
               perform 2900-CHECK-VET-OPEN
           end-if.
      *> An undecided privileged change would be approved against a
      *> name that no longer exists.
       2600-CHECK-PENDING-CHANGES.
           open input PENDCHG-FILE
           if WS-PENDCHG-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to PENDCHG-ID
               start PENDCHG-FILE
                   key is not less than PENDCHG-ID
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read PENDCHG-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if PENDCHG-TARGET-USER = LK-USERNAME
                               and PENDCHG-STATUS = "P"
                               move 7 to LK-RETURN-CODE
                               move "PENDING ADMIN CHANGE"
                                   to WS-VET-REASON
                               move "Y" to WS-AT-END
                           end-if
                   end-read
               end-perform
               close PENDCHG-FILE
           else
               move WS-PENDCHG-STATUS to WS-OPEN-STATUS
               move "PENDCHG.DAT" to WS-OPEN-NAME
               perform 2900-CHECK-VET-OPEN
           end-if.
      *> "Could not check" must never read as "nothing in flight".
       2900-CHECK-VET-OPEN.
           if WS-OPEN-STATUS not = "35"
               move 1 to LK-RETURN-CODE
               move spaces to WS-VET-REASON
               string WS-OPEN-NAME delimited by space
                   " NOT READABLE" delimited by size
                   into WS-VET-REASON
           end-if.
      *> The member store is read as well as the register: a pending
      *> account's row is there before the membership provider's copy
      *> is confirmed, and a second registration under the name would
      *> be handed that account's confirmation. No member store yet
      *> means no accounts; one that cannot be read is rc 1.
       3000-CHECK-NAME.
           perform 0200-OPEN-FOR-READ
           if WS-FILE-STATUS = "00"
               move LK-USERNAME to WS-TEST-NAME
               perform 3100-TEST-NAME-RESERVED
               if WS-RESERVED = "Y"
                   move 3 to LK-RETURN-CODE
               end-if
               close USRALIAS-FILE
           end-if
           if LK-RETURN-CODE = 0
               open input MBRUSR-FILE
               if WS-MBRUSR-STATUS = "00"
                   move LK-USERNAME to MBRUSR-USERNAME
                   read MBRUSR-FILE
                       key is MBRUSR-USERNAME
                       not invalid key
                           move 3 to LK-RETURN-CODE
                   end-read
                   close MBRUSR-FILE
               else
                   if WS-MBRUSR-STATUS not = "35"
                       move 1 to LK-RETURN-CODE
                   end-if
               end-if
           end-if.
      *> A name is spoken for when it was some account's name before a
      *> completed rename, or is the target of a pending one.
       3100-TEST-NAME-RESERVED.
           move "N" to WS-RESERVED
           move WS-TEST-NAME to USRALIAS-OLD-USERNAME
           read USRALIAS-FILE
               key is USRALIAS-OLD-USERNAME
               invalid key
                   continue
               not invalid key
                   if USRALIAS-STATUS = "C"
                       move "Y" to WS-RESERVED
                   end-if
           end-read
           if WS-RESERVED = "N"
               move WS-TEST-NAME to USRALIAS-NEW-USERNAME
               move "N" to WS-AT-END
               start USRALIAS-FILE
                   key is equal to USRALIAS-NEW-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read USRALIAS-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           if USRALIAS-NEW-USERNAME not = WS-TEST-NAME
                               move "Y" to WS-AT-END
                           else
                               if USRALIAS-STATUS = "P"
                                   move "Y" to WS-RESERVED
                                   move "Y" to WS-AT-END
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.
      *> Forward along completed renames to the account's current
      *> name, then back down the chain from it, so any name the
      *> account ever held yields the whole set.
       4000-COLLECT-NAMES.
           move LK-USERNAME to WS-CURRENT-NAME
           move 0 to WS-HOPS
           move "N" to WS-CHAIN-END
           perform until WS-CHAIN-END = "Y"
               perform 4100-FOLLOW-FORWARD
           end-perform
           move spaces to LK-NAME-LIST
           move WS-CURRENT-NAME to LK-NAME (1)
           move 1 to LK-NAME-COUNT
           move "N" to WS-CHAIN-END
           perform until WS-CHAIN-END = "Y"
               perform 4200-FOLLOW-BACK
           end-perform.
       4100-FOLLOW-FORWARD.
           add 1 to WS-HOPS
           move WS-CURRENT-NAME to USRALIAS-OLD-USERNAME
           read USRALIAS-FILE
               key is USRALIAS-OLD-USERNAME
               invalid key
                   move "Y" to WS-CHAIN-END
               not invalid key
                   if USRALIAS-STATUS = "C"
                       and WS-HOPS < WS-NAME-MAX
                       move USRALIAS-NEW-USERNAME to WS-CURRENT-NAME
                   else
                       move "Y" to WS-CHAIN-END
                   end-if
           end-read.
       4200-FOLLOW-BACK.
           move "Y" to WS-CHAIN-END
           move WS-CURRENT-NAME to USRALIAS-NEW-USERNAME
           move "N" to WS-AT-END
           start USRALIAS-FILE
               key is equal to USRALIAS-NEW-USERNAME
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read USRALIAS-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if USRALIAS-NEW-USERNAME not = WS-CURRENT-NAME
                           move "Y" to WS-AT-END
                       else
                           if USRALIAS-STATUS = "C"
                               and LK-NAME-COUNT < WS-NAME-MAX
                               add 1 to LK-NAME-COUNT
                               move USRALIAS-OLD-USERNAME
                                   to LK-NAME (LK-NAME-COUNT)
                               move USRALIAS-OLD-USERNAME
                                   to WS-NEXT-NAME
                               move "N" to WS-CHAIN-END
                               move "Y" to WS-AT-END
                           end-if
                       end-if
               end-read
           end-perform
           if WS-CHAIN-END = "N"
               move WS-NEXT-NAME to WS-CURRENT-NAME
           end-if.
       5000-LIST-PENDING.
           move low-values to USRALIAS-OLD-USERNAME
           move "N" to WS-AT-END
           start USRALIAS-FILE
               key is not less than USRALIAS-OLD-USERNAME
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read USRALIAS-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if USRALIAS-STATUS = "P"
                           add 1 to LK-NAME-COUNT
                           if WS-LIST-PTR < 800
                               perform 5100-APPEND-LIST-ENTRY
                           end-if
                       end-if
               end-read
           end-perform.
       5100-APPEND-LIST-ENTRY.
           string USRALIAS-OLD-USERNAME delimited by space
               " -> " delimited by size
               USRALIAS-NEW-USERNAME delimited by space
               " by " delimited by size
               USRALIAS-REQUESTED-BY delimited by space
               " since " delimited by size
               USRALIAS-REQUESTED-TS delimited by size
               "; " delimited by size
               into LK-NAME-LIST
               with pointer WS-LIST-PTR.
      *> Every row keyed on one of the account's names goes: the
      *> completed renames that make up its chain, and any pending or
      *> refused request filed for its current name.
       6000-PURGE-ACCOUNT.
           perform 4000-COLLECT-NAMES
           move 0 to WS-PURGED
           perform varying WS-IDX from 1 by 1
               until WS-IDX > LK-NAME-COUNT
               move LK-NAME (WS-IDX) to USRALIAS-OLD-USERNAME
               delete USRALIAS-FILE record
                   invalid key
                       continue
                   not invalid key
                       add 1 to WS-PURGED
               end-delete
           end-perform
           move WS-PURGED to LK-NAME-COUNT.
       end program USRALIAS.
