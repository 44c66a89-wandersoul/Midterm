      *> Retention policy record -- one line in RETPOLCY.DAT per file
      *> the RETSWEEP job ages out, edited by hand the way DOMRULES.DAT
      *> and BATCHSCH.DAT are. The file is named by its logical name
      *> (MAILQUEUE, MAILOUT, MAILDEAD, ERRORLOG, KNOWNDEV, BATCHHIST,
      *> SIEMXFER); a file with no line here is never swept. The age
      *> field names which timestamp on the row decides its age:
      *>   MAILQUEUE, MAILOUT, MAILDEAD  QUEUED-TS, SENT-TS or MSG-TS
      *>   ERRORLOG                      TIMESTAMP
      *>   KNOWNDEV                      LAST-SEEN-TS or FIRST-SEEN-TS
      *>   BATCHHIST                     TS or RUN-ID
      *>   SIEMXFER                      CUT-TS or SENT-TS
      *> The status list is the row statuses that may go once old
      *> enough, one character each (e.g. "SD" for sent and
      *> dead-lettered mail); leave it blank for the files whose rows
      *> carry no status. For KNOWNDEV, 'A' also covers rows recorded
      *> before the status byte existed. The job never deletes a row
      *> still in flight or still in force -- queued or retrying mail,
      *> an unsent SIEM cut, a revoked device -- whatever is listed
      *> here, and it never keeps less than each file's readers need
      *> (see RETSWEEP); a shorter retention is raised to that floor.
      *> Retention days are zero-padded, as the expiry timestamps in
      *> the other hand-edited files are.
       01  RETPOL-RECORD.
           05  RETPOL-FILE-NAME            PIC X(12).
           05  RETPOL-AGE-FIELD            PIC X(16).
           05  RETPOL-STATUSES             PIC X(10).
           05  RETPOL-RETAIN-DAYS          PIC 9(4).
