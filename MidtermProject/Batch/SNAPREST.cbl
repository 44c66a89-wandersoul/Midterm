      *>                         MAILQUEUE, PENDREG, RESETTOK,
      *>                         MFACHAL, EMLCHG, CLOSEREQ, MAILSUPP,
      *>                         DORMANT, BANNDPWD, ATTMPT-LOGIN,
      *>                         ATTMPT-REG, ATTMPT-MFA, AUDIT,
      *>                         LEGALHOLD, USRALIAS, PENDCHG,
      *>                         AUDCHAIN, ERRSIG, ROLEPERM,
      *>                         CRMSTATE, CRMXFER)
      *> The named file is rebuilt IN PLACE from the cataloged,
      *> verified record-image copy: the live file is replaced
      *> wholesale, which is the point -- this runs when the live file
           select AUDIT-FILE assign to WS-AUDIT-PATH
               organization line sequential
               file status is WS-TGT-STATUS.
           select LEGALHOLD-FILE assign to WS-LEGALHOLD-PATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-TGT-STATUS.
           select USRALIAS-FILE assign to WS-USRALIAS-PATH
               organization indexed
               access mode dynamic
               record key is USRALIAS-OLD-USERNAME
               alternate record key is USRALIAS-NEW-USERNAME
                   with duplicates
               file status is WS-TGT-STATUS.
           select PENDCHG-FILE assign to WS-PENDCHG-PATH
               organization indexed
               access mode dynamic
               record key is PENDCHG-ID
               file status is WS-TGT-STATUS.
           select AUDCHAIN-FILE assign to WS-AUDCHAIN-PATH
               organization indexed
               access mode dynamic
               record key is AUDCHN-KEY
               file status is WS-TGT-STATUS.
           select ERRSIG-FILE assign to WS-ERRSIG-PATH
               organization indexed
               access mode dynamic
               record key is ERRSIG-SIGNATURE
               file status is WS-TGT-STATUS.
           select ROLEPERM-FILE assign to WS-ROLEPERM-PATH
               organization line sequential
               file status is WS-TGT-STATUS.
           select CRMSTATE-FILE assign to WS-CRMSTATE-PATH
               organization indexed
               access mode dynamic
               record key is CRMSTATE-USERNAME
               file status is WS-TGT-STATUS.
           select CRMXFER-FILE assign to WS-CRMXFER-PATH
               organization indexed
               access mode dynamic
               record key is CRMXFER-SEQ
               file status is WS-TGT-STATUS.
       data division.
       file section.
       fd  PARM-FILE.
       copy ATTMPREC.
       fd  AUDIT-FILE.
       01  AUDIT-LINE                      PIC X(300).
       fd  LEGALHOLD-FILE.
       copy LGLHOLDR.
       fd  USRALIAS-FILE.
       copy USRALSRC.
       fd  PENDCHG-FILE.
       copy PENDCHGR.
       fd  AUDCHAIN-FILE.
       copy AUDCHNRC.
       fd  ERRSIG-FILE.
       copy ERRSIGRC.
       fd  ROLEPERM-FILE.
       01  ROLEPERM-LINE                   PIC X(80).
       fd  CRMSTATE-FILE.
       copy CRMSTARC.
       fd  CRMXFER-FILE.
       copy CRMXFRR.
       working-storage section.
       01  WS-PARM-PATH                    PIC X(100)
               VALUE "SNAPREST.PARM".
       01  WS-ATTMPT-PATH                  PIC X(100).
       01  WS-AUDIT-PATH                   PIC X(100)
               VALUE "AUDIT.DAT".
       01  WS-LEGALHOLD-PATH                PIC X(100)
               VALUE "LEGALHOLD.DAT".
       01  WS-USRALIAS-PATH                 PIC X(100)
               VALUE "USRALIAS.DAT".
       01  WS-PENDCHG-PATH                  PIC X(100)
               VALUE "PENDCHG.DAT".
       01  WS-AUDCHAIN-PATH                 PIC X(100)
               VALUE "AUDCHAIN.DAT".
       01  WS-ERRSIG-PATH                   PIC X(100)
               VALUE "ERRSIG.DAT".
       01  WS-ROLEPERM-PATH                 PIC X(100)
               VALUE "ROLEPERM.DAT".
       01  WS-CRMSTATE-PATH                 PIC X(100)
               VALUE "CRMSTATE.DAT".
       01  WS-CRMXFER-PATH                  PIC X(100)
               VALUE "CRMXFER.DAT".
       01  WS-SNAP-PATH                    PIC X(100).
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-SNAPCAT-STATUS               PIC XX.
                       perform 4120-RESTORE-ATTMPT
                   when "AUDIT"
                       perform 4130-RESTORE-AUDIT
                   when "LEGALHOLD"
                       perform 4160-RESTORE-LEGALHOLD
                   when "USRALIAS"
                       perform 4170-RESTORE-USRALIAS
                   when "PENDCHG"
                       perform 4180-RESTORE-PENDCHG
                   when "AUDCHAIN"
                       perform 4190-RESTORE-AUDCHAIN
                   when "ERRSIG"
                       perform 4200-RESTORE-ERRSIG
                   when "ROLEPERM"
                       perform 4210-RESTORE-ROLEPERM
                   when "CRMSTATE"
                       perform 4220-RESTORE-CRMSTATE
                   when "CRMXFER"
                       perform 4230-RESTORE-CRMXFER
                   when other
                       display "SNAPREST: unknown FILE name "
                           WS-SEL-FILE-NAME
               end-read
           end-perform
           close AUDIT-FILE.
       4160-RESTORE-LEGALHOLD.
           open output LEGALHOLD-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into LEGALHOLD-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write LEGALHOLD-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close LEGALHOLD-FILE.
       4170-RESTORE-USRALIAS.
           open output USRALIAS-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into USRALIAS-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write USRALIAS-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close USRALIAS-FILE.
       4180-RESTORE-PENDCHG.
           open output PENDCHG-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into PENDCHG-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write PENDCHG-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close PENDCHG-FILE.
       4190-RESTORE-AUDCHAIN.
           open output AUDCHAIN-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into AUDCHN-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write AUDCHN-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close AUDCHAIN-FILE.
       4200-RESTORE-ERRSIG.
           open output ERRSIG-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into ERRSIG-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write ERRSIG-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close ERRSIG-FILE.
       4210-RESTORE-ROLEPERM.
           open output ROLEPERM-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write ROLEPERM-LINE from SNAP-IN-LINE
                       add 1 to WS-RESTORED-COUNT
               end-read
           end-perform
           close ROLEPERM-FILE.
       4220-RESTORE-CRMSTATE.
           open output CRMSTATE-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into CRMSTATE-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write CRMSTATE-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close CRMSTATE-FILE.
       4230-RESTORE-CRMXFER.
           open output CRMXFER-FILE
           move "N" to WS-AT-END
           perform until WS-AT-END = "Y"
               read SNAP-IN-FILE into CRMXFER-RECORD
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       write CRMXFER-RECORD
                           invalid key
                               add 1 to WS-WRITE-FAILED
                           not invalid key
                               add 1 to WS-RESTORED-COUNT
                       end-write
               end-read
           end-perform
           close CRMXFER-FILE.
       5000-REPORT-OUTCOME.
           display "SNAPREST: records restored to " WS-SEL-FILE-NAME
               ": " WS-RESTORED-COUNT
