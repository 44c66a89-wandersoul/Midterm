      *> never got the mail" is answerable from the queue itself
      *> instead of being a mystery. Ends with a sent/failed/dead
      *> summary for the run log.
      *> The queue is worked in three passes by priority lane --
      *> urgent first (MFA codes, password resets, confirmations,
      *> ops alerts), then normal, then bulk (statements, dormancy
      *> warnings) -- so a statement run queued ahead of an MFA code
      *> can no longer hold it past its expiry. Bulk hand-offs to the
      *> relay are capped per run by the MAILBULKRATE ops flag (500
      *> by default; 0 holds bulk mail back entirely); due bulk rows
      *> over the cap stay queued for the next run and are counted as
      *> deferred. The summary gives each lane's counts and how long
      *> its oldest still-waiting message has been on the queue.
       environment division.
       input-output section.
       file-control.
       01  WS-SENT-COUNT                   PIC 9(6) VALUE 0.
       01  WS-RETRY-COUNT                  PIC 9(6) VALUE 0.
       01  WS-DEAD-COUNT                   PIC 9(6) VALUE 0.
       01  WS-BULK-RATE                    PIC 9(6) VALUE 500.
       01  WS-FLAG-BULKRATE                PIC X(30)
               VALUE "MAILBULKRATE".
       01  WS-FLAG-VALUE                   PIC X(10).
       01  WS-FLAG-RC                      PIC 9(2).
       01  WS-NUM-OK                       PIC X.
       01  WS-NUM-LEN                      PIC 9(2).
       01  WS-NUM-VALUE                    PIC 9(6).
      *> One entry per lane, worked in table order. A blank priority
      *> (a row queued before rows carried one) rides the normal lane.
       01  WS-LANE-CODES                   PIC X(3) VALUE "UNB".
       01  WS-LANE-IDX                     PIC 9(1).
       01  WS-ROW-LANE                     PIC X(1).
       01  WS-LANE-TABLE.
           05  WS-LANE-ENTRY occurs 3 times.
               10  WS-LANE-NAME            PIC X(6).
               10  WS-LANE-SENT            PIC 9(6).
               10  WS-LANE-RETRY           PIC 9(6).
               10  WS-LANE-DEAD            PIC 9(6).
               10  WS-LANE-DEFERRED        PIC 9(6).
               10  WS-LANE-WAITING         PIC 9(6).
               10  WS-LANE-OLDEST-TS       PIC 9(14).
       01  WS-AGE-MINUTES                  PIC 9(8).
       01  WS-CONV-TS                      PIC 9(14).
       01  WS-CONV-DATE                    PIC 9(8).
       01  WS-CONV-HH                      PIC 9(2).
       0000-MAIN.
           display "MAILDISP: mail queue dispatch starting"
           perform 0100-GET-NOW
           perform 0150-RESET-LANES
           perform 0200-LOAD-BULK-RATE
           perform 1000-WORK-QUEUE
           display "MAILDISP: messages scanned   " WS-SCANNED-COUNT
           display "MAILDISP: messages sent      " WS-SENT-COUNT
           display "MAILDISP: failures retrying  " WS-RETRY-COUNT
           display "MAILDISP: dead-lettered      " WS-DEAD-COUNT
           perform varying WS-LANE-IDX from 1 by 1
               until WS-LANE-IDX > 3
               perform 5000-REPORT-LANE
           end-perform
           display "MAILDISP: mail queue dispatch complete"
           goback.
       0100-GET-NOW.
           move WS-NOW-TS to WS-CONV-TS
           perform 8000-TS-TO-EPOCH
           move WS-CONV-EPOCH to WS-NOW-EPOCH.
       0150-RESET-LANES.
           perform varying WS-LANE-IDX from 1 by 1
               until WS-LANE-IDX > 3
               move 0 to WS-LANE-SENT (WS-LANE-IDX)
               move 0 to WS-LANE-RETRY (WS-LANE-IDX)
               move 0 to WS-LANE-DEAD (WS-LANE-IDX)
               move 0 to WS-LANE-DEFERRED (WS-LANE-IDX)
               move 0 to WS-LANE-WAITING (WS-LANE-IDX)
               move 0 to WS-LANE-OLDEST-TS (WS-LANE-IDX)
           end-perform
           move "urgent" to WS-LANE-NAME (1)
           move "normal" to WS-LANE-NAME (2)
           move "bulk" to WS-LANE-NAME (3).
      *> Same reading of a typed flag value as DORMANT: digits up to
      *> the first trailing space, all numeric, or the default stands.
       0200-LOAD-BULK-RATE.
           call "FLAGLOAD" using WS-FLAG-BULKRATE WS-FLAG-VALUE
               WS-FLAG-RC
           move "N" to WS-NUM-OK
           if WS-FLAG-RC = 0
               and WS-FLAG-VALUE not = spaces
               perform varying WS-NUM-LEN from 10 by -1
                   until WS-NUM-LEN < 1
                   or WS-FLAG-VALUE (WS-NUM-LEN:1) not = space
                   continue
               end-perform
               if WS-NUM-LEN > 0
                   and WS-NUM-LEN <= 6
                   and WS-FLAG-VALUE (1:WS-NUM-LEN) is numeric
                   move WS-FLAG-VALUE (1:WS-NUM-LEN) to WS-NUM-VALUE
                   move WS-NUM-VALUE to WS-BULK-RATE
               else
                   display "MAILDISP: flag value not usable ("
                       WS-FLAG-VALUE ") -- default kept"
               end-if
           end-if
           display "MAILDISP: bulk hand-offs capped at " WS-BULK-RATE
               " this run".
       1000-WORK-QUEUE.
           open i-o MAILQ-FILE
           if WS-MAILQ-STATUS not = "00"
               display "MAILDISP: mail queue not available, status "
                   WS-MAILQ-STATUS
           else
               perform varying WS-LANE-IDX from 1 by 1
                   until WS-LANE-IDX > 3
                   perform 1100-WORK-LANE
               end-perform
               close MAILQ-FILE
           end-if.
      *> One full pass of the queue per lane, in message-id order
      *> within the lane. Rows of other lanes are passed over here
      *> and picked up by their own pass.
       1100-WORK-LANE.
           move "N" to WS-AT-END
           move low-values to MAILQ-MSG-ID
           start MAILQ-FILE key is not less than MAILQ-MSG-ID
               invalid key
                   move "Y" to WS-AT-END
           end-start
           perform until WS-AT-END = "Y"
               read MAILQ-FILE next record
                   at end
                       move "Y" to WS-AT-END
                   not at end
                       if MAILQ-PRIORITY = "U" or MAILQ-PRIORITY = "B"
                           move MAILQ-PRIORITY to WS-ROW-LANE
                       else
                           move "N" to WS-ROW-LANE
                       end-if
                       if WS-ROW-LANE = WS-LANE-CODES (WS-LANE-IDX:1)
                           perform 1200-WORK-ROW
                       end-if
               end-read
           end-perform.
       1200-WORK-ROW.
           add 1 to WS-SCANNED-COUNT
           if (MAILQ-STATUS = "Q"
                   or MAILQ-STATUS = "F")
               and MAILQ-NEXT-ATTEMPT-TS <= WS-NOW-TS
               if WS-ROW-LANE = "B"
                   and WS-LANE-SENT (WS-LANE-IDX) >= WS-BULK-RATE
                   add 1 to WS-LANE-DEFERRED (WS-LANE-IDX)
               else
                   perform 2000-ATTEMPT-DELIVERY
               end-if
           end-if
      *> Whatever is still 'Q' or 'F' after this run -- deferred,
      *> retrying or simply not yet due -- is waiting in the lane.
           if MAILQ-STATUS = "Q" or MAILQ-STATUS = "F"
               add 1 to WS-LANE-WAITING (WS-LANE-IDX)
               if WS-LANE-OLDEST-TS (WS-LANE-IDX) = 0
                   or MAILQ-QUEUED-TS < WS-LANE-OLDEST-TS (WS-LANE-IDX)
                   move MAILQ-QUEUED-TS
                       to WS-LANE-OLDEST-TS (WS-LANE-IDX)
               end-if
           end-if.
       2000-ATTEMPT-DELIVERY.
           perform 3000-HAND-TO-RELAY
           if WS-DELIVERED = "Y"
               move "S" to MAILQ-STATUS
               move WS-NOW-TS to MAILQ-SENT-TS
               add 1 to WS-SENT-COUNT
               add 1 to WS-LANE-SENT (WS-LANE-IDX)
           else
               add 1 to MAILQ-RETRY-COUNT
               if MAILQ-RETRY-COUNT >= WS-MAX-RETRIES
                   perform 4000-DEAD-LETTER
                   move "D" to MAILQ-STATUS
                   add 1 to WS-DEAD-COUNT
                   add 1 to WS-LANE-DEAD (WS-LANE-IDX)
               else
                   move "F" to MAILQ-STATUS
                   perform 2100-SCHEDULE-RETRY
                   add 1 to WS-RETRY-COUNT
                   add 1 to WS-LANE-RETRY (WS-LANE-IDX)
               end-if
           end-if
           rewrite MAILQ-RECORD
               write DEADLTR-LINE from MAILQ-RECORD
               close DEADLTR-FILE
           end-if.
       5000-REPORT-LANE.
           display "MAILDISP: " WS-LANE-NAME (WS-LANE-IDX)
               " lane -- sent " WS-LANE-SENT (WS-LANE-IDX)
               " retrying " WS-LANE-RETRY (WS-LANE-IDX)
               " dead " WS-LANE-DEAD (WS-LANE-IDX)
               " deferred " WS-LANE-DEFERRED (WS-LANE-IDX)
           if WS-LANE-WAITING (WS-LANE-IDX) = 0
               display "MAILDISP: " WS-LANE-NAME (WS-LANE-IDX)
                   " lane -- nothing waiting"
           else
               move WS-LANE-OLDEST-TS (WS-LANE-IDX) to WS-CONV-TS
               perform 8000-TS-TO-EPOCH
               if WS-CONV-EPOCH < WS-NOW-EPOCH
                   compute WS-AGE-MINUTES =
                       (WS-NOW-EPOCH - WS-CONV-EPOCH) / 60
               else
                   move 0 to WS-AGE-MINUTES
               end-if
               display "MAILDISP: " WS-LANE-NAME (WS-LANE-IDX)
                   " lane -- waiting " WS-LANE-WAITING (WS-LANE-IDX)
                   ", oldest " WS-AGE-MINUTES " minutes"
           end-if.
       8000-TS-TO-EPOCH.
           move WS-CONV-TS(1:8) to WS-CONV-DATE
           move WS-CONV-TS(9:2) to WS-CONV-HH
