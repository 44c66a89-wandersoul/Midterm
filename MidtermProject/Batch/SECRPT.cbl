      *> and lockouts by account, blocked registrations by client IP
      *> (REGISTER_BLOCKED rows are keyed on the IP), MFA issuance vs
      *> verification, and the accounts/IPs currently over a lockout
      *> or throttle threshold per the attempt files, and the
      *> sign-ins that were forced through an e-mailed code by their
      *> risk score, with the reason codes behind each one.
       environment division.
       input-output section.
       file-control.
           05  WS-IPR-ENTRY occurs 500 times.
               10  WS-IPR-KEY              PIC X(50).
               10  WS-IPR-BLOCKED          PIC 9(6).
      *> Risk-forced challenges (LOGIN_RISK_STEPUP rows): a count per
      *> reason code from the row's detail field, and the individual
      *> rows so the review can see which accounts and why.
       01  WS-RISK-MAX                     PIC 9(4) VALUE 200.
       01  WS-RISK-COUNT                   PIC 9(4) VALUE 0.
       01  WS-RISK-OVERFLOW                PIC 9(6) VALUE 0.
       01  WS-RISK-TABLE.
           05  WS-RISK-ENTRY occurs 200 times.
               10  WS-RISK-USERNAME        PIC X(50).
               10  WS-RISK-TS              PIC 9(14).
               10  WS-RISK-DETAIL          PIC X(24).
       01  WS-RISK-TOTAL                   PIC 9(6) VALUE 0.
       01  WS-RISK-DEV                     PIC 9(6) VALUE 0.
       01  WS-RISK-IP                      PIC 9(6) VALUE 0.
       01  WS-RISK-FAIL                    PIC 9(6) VALUE 0.
       01  WS-IDX                          PIC 9(4).
       01  WS-HIT                          PIC 9(4).
       01  WS-PWD-BANNED                   PIC 9(6) VALUE 0.
           perform 3000-REPORT-BLOCKED-IPS
           perform 3500-REPORT-RULE-BLOCKED
           perform 4000-REPORT-MFA-RATES
           perform 4500-REPORT-RISK-STEPUPS
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "TOP OFFENDERS - OVER-THRESHOLD ATTEMPT COUNTERS"
                                   add 1 to WS-MFA-VERIFIED
                               when "MFA_FAILED"
                                   add 1 to WS-MFA-FAILED
                               when "LOGIN_RISK_STEPUP"
                                   perform 1400-TALLY-RISK-STEPUP
                               when "PASSWORD_BANNED_REJECTED"
                                   add 1 to WS-PWD-BANNED
                           end-evaluate
           if WS-HIT > 0
               add 1 to WS-IPR-BLOCKED (WS-HIT)
           end-if.
       1400-TALLY-RISK-STEPUP.
           add 1 to WS-RISK-TOTAL
           inspect AUDIT-DETAIL tallying WS-RISK-DEV for all "DEV"
           inspect AUDIT-DETAIL tallying WS-RISK-IP for all "IP"
           inspect AUDIT-DETAIL tallying WS-RISK-FAIL for all "FAIL"
           if WS-RISK-COUNT < WS-RISK-MAX
               add 1 to WS-RISK-COUNT
               move AUDIT-USERNAME to WS-RISK-USERNAME (WS-RISK-COUNT)
               move AUDIT-TIMESTAMP to WS-RISK-TS (WS-RISK-COUNT)
               move AUDIT-DETAIL to WS-RISK-DETAIL (WS-RISK-COUNT)
           else
               add 1 to WS-RISK-OVERFLOW
           end-if.
       2000-REPORT-ACCOUNT-FAILURES.
           move spaces to REPORT-LINE
           write REPORT-LINE
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
       4500-REPORT-RISK-STEPUPS.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "SIGN-INS CHALLENGED ON RISK SCORE (NO MFA ON ACCOUNT)"
               to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  CHALLENGES FORCED: " delimited by size
               WS-RISK-TOTAL delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  REASON DEV (NEW DEVICE):     " delimited by size
               WS-RISK-DEV delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  REASON IP (UNSEEN ADDRESS):  " delimited by size
               WS-RISK-IP delimited by size
               into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "  REASON FAIL (RECENT FAILS):  " delimited by size
               WS-RISK-FAIL delimited by size
               into REPORT-LINE
           write REPORT-LINE
           perform varying WS-IDX from 1 by 1
               until WS-IDX > WS-RISK-COUNT
               move spaces to REPORT-LINE
               string "    " delimited by size
                   WS-RISK-USERNAME (WS-IDX) delimited by size
                   " AT=" delimited by size
                   WS-RISK-TS (WS-IDX) delimited by size
                   " " delimited by size
                   WS-RISK-DETAIL (WS-IDX) delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-perform
           if WS-RISK-OVERFLOW > 0
               move spaces to REPORT-LINE
               string "    CHALLENGES BEYOND TABLE LIMIT "
                   delimited by size
                   "NOT LISTED: " delimited by size
                   WS-RISK-OVERFLOW delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
       5000-REPORT-OFFENDERS.
           move spaces to REPORT-LINE
           write REPORT-LINE
