           select AUDIT-FILE assign to WS-AUDIT-PATH
               organization line sequential
               file status is WS-SRC-STATUS.
           select LEGALHOLD-FILE assign to WS-LEGALHOLD-PATH
               organization indexed
               access mode dynamic
               record key is LEGALHOLD-KEY
               file status is WS-SRC-STATUS.
           select USRALIAS-FILE assign to WS-USRALIAS-PATH
               organization indexed
               access mode dynamic
               record key is USRALIAS-OLD-USERNAME
               alternate record key is USRALIAS-NEW-USERNAME
                   with duplicates
               file status is WS-SRC-STATUS.
           select PENDCHG-FILE assign to WS-PENDCHG-PATH
               organization indexed
               access mode dynamic
               record key is PENDCHG-ID
               file status is WS-SRC-STATUS.
           select AUDCHAIN-FILE assign to WS-AUDCHAIN-PATH
               organization indexed
               access mode dynamic
               record key is AUDCHN-KEY
               file status is WS-SRC-STATUS.
           select ERRSIG-FILE assign to WS-ERRSIG-PATH
               organization indexed
               access mode dynamic
               record key is ERRSIG-SIGNATURE
               file status is WS-SRC-STATUS.
           select ROLEPERM-FILE assign to WS-ROLEPERM-PATH
               organization line sequential
               file status is WS-SRC-STATUS.
           select CRMSTATE-FILE assign to WS-CRMSTATE-PATH
               organization indexed
               access mode dynamic
               record key is CRMSTATE-USERNAME
               file status is WS-SRC-STATUS.
           select CRMXFER-FILE assign to WS-CRMXFER-PATH
               organization indexed
               access mode dynamic
               record key is CRMXFER-SEQ
               file status is WS-SRC-STATUS.
           select SNAP-OUT-FILE assign dynamic WS-SNAP-PATH
               organization line sequential
               file status is WS-SNAP-STATUS.
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
       fd  SNAP-OUT-FILE.
       01  SNAP-OUT-LINE                   PIC X(800).
       fd  SNAP-IN-FILE.
               VALUE "AUDIT.DAT".
       01  WS-SNAPCAT-PATH                 PIC X(100)
               VALUE "SNAPCAT.DAT".
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
       01  WS-PARM-PATH                    PIC X(100)
               VALUE "SNAPSHOT.PARM".
       01  WS-ATTMPT-PATH                  PIC X(100).
           move WS-ATTMPT-MFA-PATH to WS-ATTMPT-PATH
           perform 2120-SNAP-ATTMPT
           move "AUDIT" to WS-LOGICAL-NAME
           perform 2130-SNAP-AUDIT
           move "LEGALHOLD" to WS-LOGICAL-NAME
           perform 2160-SNAP-LEGALHOLD
           move "USRALIAS" to WS-LOGICAL-NAME
           perform 2170-SNAP-USRALIAS
           move "PENDCHG" to WS-LOGICAL-NAME
           perform 2180-SNAP-PENDCHG
           move "AUDCHAIN" to WS-LOGICAL-NAME
           perform 2190-SNAP-AUDCHAIN
           move "ERRSIG" to WS-LOGICAL-NAME
           perform 2200-SNAP-ERRSIG
           move "ROLEPERM" to WS-LOGICAL-NAME
           perform 2210-SNAP-ROLEPERM
           move "CRMSTATE" to WS-LOGICAL-NAME
           perform 2220-SNAP-CRMSTATE
           move "CRMXFER" to WS-LOGICAL-NAME
           perform 2230-SNAP-CRMXFER.
       2010-SNAP-MBRUSR.
           perform 7000-BEGIN-SNAP
           open input MBRUSR-FILE
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to SESS-ID
               start SESSION-FILE
                   key is not less than SESS-ID
                   invalid key
                       move "Y" to WS-AT-END
               end-start
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to MAILQ-MSG-ID
               start MAILQ-FILE
                   key is not less than MAILQ-MSG-ID
                   invalid key
                       move "Y" to WS-AT-END
               end-start
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to PNDREG-TOKEN
               start PNDREG-FILE
                   key is not less than PNDREG-TOKEN
                   invalid key
                       move "Y" to WS-AT-END
               end-start
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to EMLCHG-TOKEN
               start EMLCHG-FILE
                   key is not less than EMLCHG-TOKEN
                   invalid key
                       move "Y" to WS-AT-END
               end-start
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move spaces to ATTMPT-KEY
               start ATTMPT-FILE
                   key is not less than ATTMPT-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               close BANPWD-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2160-SNAP-LEGALHOLD.
           perform 7000-BEGIN-SNAP
           open input LEGALHOLD-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to LEGALHOLD-KEY
               start LEGALHOLD-FILE
                   key is not less than LEGALHOLD-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read LEGALHOLD-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           write SNAP-OUT-LINE from LEGALHOLD-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close LEGALHOLD-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2170-SNAP-USRALIAS.
           perform 7000-BEGIN-SNAP
           open input USRALIAS-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to USRALIAS-OLD-USERNAME
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
                           write SNAP-OUT-LINE from USRALIAS-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close USRALIAS-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2180-SNAP-PENDCHG.
           perform 7000-BEGIN-SNAP
           open input PENDCHG-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
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
                           write SNAP-OUT-LINE from PENDCHG-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close PENDCHG-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2190-SNAP-AUDCHAIN.
           perform 7000-BEGIN-SNAP
           open input AUDCHAIN-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to AUDCHN-KEY
               start AUDCHAIN-FILE
                   key is not less than AUDCHN-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read AUDCHAIN-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           write SNAP-OUT-LINE from AUDCHN-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close AUDCHAIN-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2200-SNAP-ERRSIG.
           perform 7000-BEGIN-SNAP
           open input ERRSIG-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to ERRSIG-SIGNATURE
               start ERRSIG-FILE
                   key is not less than ERRSIG-SIGNATURE
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read ERRSIG-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           write SNAP-OUT-LINE from ERRSIG-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close ERRSIG-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2210-SNAP-ROLEPERM.
           perform 7000-BEGIN-SNAP
           open input ROLEPERM-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               perform until WS-AT-END = "Y"
                   read ROLEPERM-FILE
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           write SNAP-OUT-LINE from ROLEPERM-LINE
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close ROLEPERM-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2220-SNAP-CRMSTATE.
           perform 7000-BEGIN-SNAP
           open input CRMSTATE-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to CRMSTATE-USERNAME
               start CRMSTATE-FILE
                   key is not less than CRMSTATE-USERNAME
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMSTATE-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           write SNAP-OUT-LINE from CRMSTATE-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close CRMSTATE-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       2230-SNAP-CRMXFER.
           perform 7000-BEGIN-SNAP
           open input CRMXFER-FILE
           perform 7050-CHECK-SOURCE-OPEN
           if WS-SRC-STATUS = "00"
               move "N" to WS-AT-END
               move 0 to CRMXFER-SEQ
               start CRMXFER-FILE
                   key is not less than CRMXFER-SEQ
                   invalid key
                       move "Y" to WS-AT-END
               end-start
               perform until WS-AT-END = "Y"
                   read CRMXFER-FILE next record
                       at end
                           move "Y" to WS-AT-END
                       not at end
                           write SNAP-OUT-LINE from CRMXFER-RECORD
                           perform 7100-COUNT-SNAP-WRITE
                   end-read
               end-perform
               close CRMXFER-FILE
           end-if
           perform 7200-VERIFY-AND-CATALOG.
       7000-BEGIN-SNAP.
           move 0 to WS-SRC-COUNT
           move "Y" to WS-COPY-OK
           if WS-SNAPCAT-STATUS = "00"
               move "N" to WS-AT-END
               move low-values to SNAPCAT-KEY
               start SNAPCAT-FILE
                   key is not less than SNAPCAT-KEY
                   invalid key
                       move "Y" to WS-AT-END
               end-start
