       identification division.
       program-id. MAILPREF.
      *> Member mail preferences on the member record -- the switches
      *> behind the "e-mail I receive" choices on the account security
      *> page. GET hands back the current setting for each optional
      *> category (advisory security notices, informational mail such
      *> as the monthly statement), reading a never-set switch as
      *> "Y": every member receives everything until they say
      *> otherwise. SET records both switches and the time of the
      *> change. There is deliberately no switch for security-required
      *> mail; MAILTMPL sends that whatever is recorded here. The
      *> caller writes the MAIL_PREFERENCES_CHANGED audit row.
       environment division.
       input-output section.
       file-control.
           select MBRUSR-FILE assign to WS-FILEPATH
               organization indexed
               access mode dynamic
               record key is MBRUSR-USERNAME
               file status is WS-FILE-STATUS.
       data division.
       file section.
       fd  MBRUSR-FILE.
       copy MBRUSRRC.
       working-storage section.
       01  WS-FILEPATH                     PIC X(100)
               VALUE "MBRUSR.DAT".
       01  WS-FILE-STATUS                  PIC XX.
       linkage section.
       01  LK-ACTION                       PIC X(10).
       01  LK-USERNAME                     PIC X(50).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-ADVISORY                     PIC X(1).
       01  LK-INFO                         PIC X(1).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-ACTION LK-USERNAME LK-NOW-TS
               LK-ADVISORY LK-INFO LK-RETURN-CODE.
      *> Return codes: 0 done; 1 member store unavailable; 2 (SET) a
      *> switch other than Y or N; 4 no such account; 99 unknown
      *> action.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           evaluate LK-ACTION
               when "GET"
                   move "Y" to LK-ADVISORY
                   move "Y" to LK-INFO
                   perform 1000-GET-PREFERENCES
               when "SET"
                   if (LK-ADVISORY not = "Y" and LK-ADVISORY not = "N")
                       or (LK-INFO not = "Y" and LK-INFO not = "N")
                       move 2 to LK-RETURN-CODE
                   else
                       perform 2000-SET-PREFERENCES
                   end-if
               when other
                   move 99 to LK-RETURN-CODE
           end-evaluate
           goback.
       1000-GET-PREFERENCES.
           open input MBRUSR-FILE
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               move LK-USERNAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       move 4 to LK-RETURN-CODE
                   not invalid key
                       if MBRUSR-MAILPREF-ADVISORY = "N"
                           move "N" to LK-ADVISORY
                       end-if
                       if MBRUSR-MAILPREF-INFO = "N"
                           move "N" to LK-INFO
                       end-if
               end-read
               close MBRUSR-FILE
           end-if.
       2000-SET-PREFERENCES.
           open i-o MBRUSR-FILE
           if WS-FILE-STATUS not = "00"
               move 1 to LK-RETURN-CODE
           else
               move LK-USERNAME to MBRUSR-USERNAME
               read MBRUSR-FILE
                   key is MBRUSR-USERNAME
                   invalid key
                       move 4 to LK-RETURN-CODE
                   not invalid key
                       move LK-ADVISORY to MBRUSR-MAILPREF-ADVISORY
                       move LK-INFO to MBRUSR-MAILPREF-INFO
                       move LK-NOW-TS to MBRUSR-MAILPREF-TS
                       rewrite MBRUSR-RECORD
               end-read
               close MBRUSR-FILE
           end-if.
       end program MAILPREF.
