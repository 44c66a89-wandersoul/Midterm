      *> file in the AUDITROLL catalog whose cut date can contain the
      *> range, plus the live AUDIT.DAT tail. Rows are written as CSV
      *> with a readable timestamp; COUNT mode reports the matching
      *> row count without producing a file. Rows are filed under the
      *> name the account had when they were written, so a USERNAME
      *> selection also takes every name the account has been renamed
      *> from or to (USRALIAS NAMES).
       environment division.
       input-output section.
       file-control.
           05  WS-PARM-NAME                PIC X(20).
           05  WS-PARM-VALUE               PIC X(100).
       01  WS-SEL-USERNAME                 PIC X(50).
       01  WS-ACT-NAMES                    PIC X(10) VALUE "NAMES".
       01  WS-ALIAS-NEW-NAME               PIC X(50) VALUE spaces.
       01  WS-ALIAS-BY                     PIC X(50) VALUE spaces.
       01  WS-ALIAS-TS                     PIC 9(14) VALUE 0.
       01  WS-SEL-NAME-LIST.
           05  WS-SEL-NAME                 PIC X(50)
                   occurs 20 times.
       01  WS-SEL-NAME-COUNT               PIC 9(4) VALUE 0.
       01  WS-ALIAS-RC                     PIC 9(2).
       01  WS-NAME-IDX                     PIC 9(4).
       01  WS-NAME-MATCHED                 PIC X.
       01  WS-SEL-FROM-TS                  PIC 9(14) VALUE 0.
       01  WS-SEL-TO-TS                    PIC 9(14)
               VALUE 99999999999999.
               write CSV-LINE
           end-if
           move WS-SEL-FROM-TS(1:8) to WS-FROM-DATE
           if WS-SEL-USERNAME not = spaces
               perform 1500-RESOLVE-NAMES
           end-if
           perform 2000-SCAN-GENERATIONS
           move WS-LIVE-PATH to WS-SCAN-PATH
           perform 2100-SCAN-ONE-FILE
                       "NOT extracted. Narrow the list or run again "
                       "for the remainder."
           end-unstring.
      *> An unreadable alias register still leaves the name asked
      *> for, but a renamed account's earlier rows would be missed --
      *> say so rather than hand over a short extract quietly.
       1500-RESOLVE-NAMES.
           call "USRALIAS" using WS-ACT-NAMES WS-SEL-USERNAME
               WS-ALIAS-NEW-NAME WS-ALIAS-BY WS-ALIAS-TS
               WS-SEL-NAME-LIST WS-SEL-NAME-COUNT WS-ALIAS-RC
           if WS-ALIAS-RC not = 0
               display "AUDITQRY: WARNING - alias register not "
                   "available; rows filed under any former username "
                   "are NOT extracted"
           end-if
           if WS-SEL-NAME-COUNT > 1
               display "AUDITQRY: account has carried "
                   WS-SEL-NAME-COUNT " usernames; all are selected"
               perform varying WS-NAME-IDX from 1 by 1
                   until WS-NAME-IDX > WS-SEL-NAME-COUNT
                   display "AUDITQRY:   " WS-SEL-NAME (WS-NAME-IDX)
               end-perform
           end-if.
      *> A generation cut on date D holds nothing newer than D, so a
      *> cut older than the FROM date cannot contain the range and is
      *> skipped. Every row is still filtered individually -- the
               close AUDIT-FILE
           end-if.
       3000-TEST-ROW.
           perform 3050-TEST-USERNAME
           if WS-NAME-MATCHED = "N"
               continue
           else
               if AUDIT-TIMESTAMP < WS-SEL-FROM-TS
                   end-if
               end-if
           end-if.
       3050-TEST-USERNAME.
           if WS-SEL-USERNAME = spaces
               move "Y" to WS-NAME-MATCHED
           else
               move "N" to WS-NAME-MATCHED
               perform varying WS-NAME-IDX from 1 by 1
                   until WS-NAME-IDX > WS-SEL-NAME-COUNT
                   if WS-SEL-NAME (WS-NAME-IDX) = AUDIT-USERNAME
                       move "Y" to WS-NAME-MATCHED
                       move WS-SEL-NAME-COUNT to WS-NAME-IDX
                   end-if
               end-perform
           end-if.
       3100-TEST-EVENT-TYPE.
           if WS-SEL-EVENT-COUNT = 0
               move "Y" to WS-EVENT-MATCHED
