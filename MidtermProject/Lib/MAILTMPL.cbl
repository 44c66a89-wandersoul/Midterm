      *> quoting a release. Template file layout: columns 1-20 the
      *> template name, columns 21-22 the language ("FR" for the
      *> French variant, spaces for the default wording), column 23
      *> the line type ('S' subject, 'B' body, 'C' category), column
      *> 24 on the text. Body lines concatenate in file order with a
      *> single space between them; the tokens &USERNAME, &CODE, &LINK
      *> and &LIST are replaced with the caller's values.
      *> The language comes from the member record: when the caller
      *> passes a username, the member's MBRUSR-LANGUAGE picks the
      *> variant, so every caller that queues member-facing mail gets
      *> callers that act on delivery -- the dormancy warning, for
      *> one -- must be able to tell "nothing can ever reach this
      *> address" apart from an ordinary queueing failure.
      *> The caller also names the priority class ('U' urgent, 'N'
      *> normal, 'B' bulk) and it is handed straight through to
      *> MAILSEND: whether a mail is time-critical is the caller's
      *> knowledge, not the template's.
      *> Which kind of mail it is, on the other hand, belongs to the
      *> template: a 'C' line on the default-language rows names the
      *> category -- REQUIRED (codes, links, account-state notices),
      *> ADVISORY (security advice the member may decline, such as
      *> the new-device notice) or INFORMATIONAL (statements and the
      *> like). A template without one counts as REQUIRED, so a
      *> forgotten tag can never silence a sign-in code. Before
      *> queuing, the member's mail preferences are consulted: an
      *> ADVISORY or INFORMATIONAL mail to a member who opted out of
      *> that category is not queued and the call returns 4, so
      *> callers that count deliveries can tell a member's choice
      *> apart from a suppressed address. REQUIRED mail ignores the
      *> preferences entirely.
       environment division.
       input-output section.
       file-control.
       01  WS-AT-END                       PIC X.
       01  WS-FOUND                        PIC X.
       01  WS-WANT-LANG                    PIC X(2).
       01  WS-CATEGORY                     PIC X(20).
       01  WS-PREF-ADVISORY                PIC X(1).
       01  WS-PREF-INFO                    PIC X(1).
       01  WS-OPTED-OUT                    PIC X(1).
       01  WS-TMPL-RECORD.
           05  WS-TMPL-NAME                PIC X(20).
           05  WS-TMPL-LANG                PIC X(2).
       01  WS-RC                           PIC 9(2).
       linkage section.
       01  LK-TEMPLATE-NAME                PIC X(20).
       01  LK-PRIORITY                     PIC X(1).
       01  LK-TO-EMAIL                     PIC X(100).
       01  LK-USERNAME                     PIC X(50).
       01  LK-CODE                         PIC X(10).
       01  LK-LIST                         PIC X(200).
       01  LK-NOW-TS                       PIC 9(14).
       01  LK-RETURN-CODE                  PIC 9(2).
       procedure division using LK-TEMPLATE-NAME LK-PRIORITY
               LK-TO-EMAIL LK-USERNAME LK-CODE LK-LINK LK-LIST LK-NOW-TS
               LK-RETURN-CODE.
       0000-MAIN.
           move 0 to LK-RETURN-CODE
           perform 0500-LOOK-UP-MEMBER
           move spaces to WS-CATEGORY
           move "N" to WS-FOUND
           move spaces to WS-SUBJECT
           move spaces to WS-BODY
               perform 2000-FALLBACK-BODY
               move 2 to LK-RETURN-CODE
           end-if
           move "N" to WS-OPTED-OUT
           if WS-CATEGORY = "ADVISORY"
               and WS-PREF-ADVISORY = "N"
               move "Y" to WS-OPTED-OUT
           end-if
           if WS-CATEGORY = "INFORMATIONAL"
               and WS-PREF-INFO = "N"
               move "Y" to WS-OPTED-OUT
           end-if
           if WS-OPTED-OUT = "Y"
               move 4 to LK-RETURN-CODE
           else
               call "MAILSEND" using LK-TO-EMAIL WS-SUBJECT WS-BODY
                   LK-PRIORITY LK-NOW-TS WS-RC
               evaluate WS-RC
                   when 0
                       continue
                   when 3
                       move 3 to LK-RETURN-CODE
                   when other
                       move 1 to LK-RETURN-CODE
               end-evaluate
           end-if
           goback.
      *> English is the default: spaces want the default rows. Only a
      *> readable member row with a non-default language selects a
      *> variant -- a caller with no username (recovery flows keyed on
      *> an e-mail address, ops alerts) simply gets the default
      *> wording. The same read picks up the member's mail
      *> preferences; with no member row nothing is opted out.
       0500-LOOK-UP-MEMBER.
           move spaces to WS-WANT-LANG
           move spaces to WS-PREF-ADVISORY
           move spaces to WS-PREF-INFO
           if LK-USERNAME not = spaces
               open input MBRUSR-FILE
               if WS-MBRUSR-STATUS = "00"
                               and MBRUSR-LANGUAGE not = "EN"
                               move MBRUSR-LANGUAGE to WS-WANT-LANG
                           end-if
                           move MBRUSR-MAILPREF-ADVISORY
                               to WS-PREF-ADVISORY
                           move MBRUSR-MAILPREF-INFO to WS-PREF-INFO
                   end-read
                   close MBRUSR-FILE
               end-if
                       at end
                           move "Y" to WS-AT-END
                       not at end
      *> The category sits on the default rows only and applies to
      *> every language variant of the template.
                           if WS-TMPL-NAME = LK-TEMPLATE-NAME
                               and WS-TMPL-TYPE = "C"
                               if WS-TMPL-LANG = spaces
                                   move WS-TMPL-TEXT to WS-CATEGORY
                               end-if
                           else
                               if WS-TMPL-NAME = LK-TEMPLATE-NAME
                                   and WS-TMPL-LANG = WS-WANT-LANG
                                   move "Y" to WS-FOUND
                                   if WS-TMPL-TYPE = "S"
                                       move WS-TMPL-TEXT to WS-SUBJECT
                                   end-if
                                   if WS-TMPL-TYPE = "B"
                                       perform 1100-APPEND-BODY-LINE
                                   end-if
                               end-if
                           end-if
                   end-read
