       IDENTIFICATION division.
       program-id. fizzrpl.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZRPL - rebuilds the rule table from the FIZZJRN rule-
      *           change journal, as it stood at the date and time on
      *           the RPLCARD control card, by replaying every
      *           approved decision up to that moment in decision
      *           order. Run from srcs/jcl/fizzrpl.jcl.
      *
      *           With a date on the card the rebuilt table is
      *           written to RULEOUT as a RULES deck in the FIZZEXP
      *           card format - the exact deck behind a past run,
      *           which FIZZSIM replays (SIMDATE set to the run's
      *           date) to reproduce that run's output.
      *
      *           With the date blank the whole journal is replayed
      *           and today's rebuilt table is compared with the live
      *           FIZZRUL cluster and with the current RULES export.
      *           Every rule that differs is reported as an
      *           unjournaled change: FIZZRUL can change outside the
      *           journal (an IDCAMS fix during an incident, a RULES
      *           deck edited by hand and reseeded by FIZZXTR), and
      *           nothing else proves the two agree.
      *
      *           The journal keys a decision by rule sequence, and
      *           FIZZXTR renumbers FIZZRUL 0001 upward after every
      *           run, so a rule behind a deleted one moves down a
      *           place with no journal record of the move. Each
      *           decision's before image says what the rule looked
      *           like when it was decided, so the replay checks it
      *           against the rebuilt table first: when they differ
      *           the table is closed up the way the reseed closes
      *           it, and a difference that remains is a change made
      *           outside the journal before that decision, reported
      *           and then overridden by the before image.
      *
      *           Rules that predate the journal are not in it until
      *           a decision first touches them; until then their
      *           place is unknown, and the before image of that
      *           first decision supplies them. Point the optional
      *           BASERUL DD at the RULES deck in force when the
      *           journal began and the replay starts from it
      *           instead, with nothing unknown.
      *
      *           RETURN-CODE 0 - the journal accounts for every
      *           rule; 4 - some rule positions have no journal
      *           history (no BASERUL, rule never changed online);
      *           8 - unjournaled changes found; 12 - a file could
      *           not be opened or the control card is bad. The
      *           FIZZJRN and FIZZRUL FCT entries must be closed to
      *           CICS during the step.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select replay-card-file assign to "RPLCARD"
               organization is line sequential
               file status is rplcard-status.
           select base-rules-file assign to "BASERUL"
               organization is line sequential
               file status is baserul-status.
           select fizzjrn-file assign to "FIZZJRN"
               organization is indexed
               access mode is sequential
               record key is jrn-key
               file status is fizzjrn-status.
           select fizzrul-file assign to "FIZZRUL"
               organization is indexed
               access mode is sequential
               record key is rul-key
               file status is fizzrul-status.
           select rules-file assign to "RULES"
               organization is line sequential
               file status is rules-status.
           select rule-deck-file assign to "RULEOUT"
               organization is line sequential
               file status is ruleout-status.
           select report-file assign to "RPLRPT"
               organization is line sequential
               file status is rplrpt-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  replay-card-file.
       01  replay-card.
           05  rpc-as-of-date         pic x(8).
           05  rpc-as-of-time         pic x(6).
           05  filler                 pic x(66).

      * card decks are read and written through the RULECARD copy
      * in working storage - the copybook cannot be copied into
      * three record areas.
       fd  base-rules-file.
       01  base-rules-card            pic x(80).

       fd  fizzjrn-file.
       copy fizzjrn.

       fd  fizzrul-file.
       copy fizzrul.

       fd  rules-file.
       01  rules-card                 pic x(80).

       fd  rule-deck-file.
       01  rule-deck-card             pic x(80).

       fd  report-file.
       01  report-line                pic x(132).

       fd  message-log-file.
       copy msglog.

       working-storage section.
       copy rulecard.
       01 rplcard-status pic xx value '00'.
       01 baserul-status pic xx value '00'.
       01 fizzjrn-status pic xx value '00'.
       01 fizzrul-status pic xx value '00'.
       01 rules-status pic xx value '00'.
       01 ruleout-status pic xx value '00'.
       01 rplrpt-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP1'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 worst-return-code pic 9(2) value 0.
       01 card-error-flag pic x value 'N'.
           88 card-error value 'Y'.
       01 compare-mode-flag pic x value 'Y'.
           88 compare-mode value 'Y'.
       01 as-of-stamp.
           05 as-of-date pic 9(8) value 99999999.
           05 as-of-time pic 9(6) value 999999.
       01 decision-stamp.
           05 decision-date pic 9(8).
           05 decision-time pic 9(6).
      * a rule image in journal-image order (divisor, label,
      * effective window, type, operands, set), the form every
      * table below holds, so images compare as one group.
       01 work-image.
           05 wi-divisor pic 9(3).
           05 wi-label pic x(10).
           05 wi-eff-from pic x(8).
           05 wi-eff-to pic x(8).
           05 wi-type pic x(1).
           05 wi-low pic 9(9).
           05 wi-high pic 9(9).
           05 wi-set-id pic x(8).
      * the rebuilt table, one slot per rule sequence 0001-0020:
      * P present, A absent, U unknown (no journal history yet).
       01 replay-table.
           05 replay-entry occurs 20 times.
               10 rp-state pic x(1).
               10 rp-image pic x(56).
               10 rp-changed-date pic 9(8).
               10 rp-changed-time pic 9(6).
       01 compact-work.
           05 compact-entry occurs 20 times.
               10 cw-state pic x(1).
               10 cw-image pic x(56).
               10 cw-changed-date pic 9(8).
               10 cw-changed-time pic 9(6).
       01 rp-sub pic 9(3) comp value 0.
       01 cw-sub pic 9(3) comp value 0.
       01 rule-slot pic 9(3) comp value 0.
       01 first-free-slot pic 9(3) comp value 0.
       01 rule-key-work pic x(4).
       01 rule-key-num redefines rule-key-work pic 9(4).
       01 before-agrees-flag pic x value 'Y'.
           88 before-agrees value 'Y'.
       01 trailing-place-flag pic x value 'Y'.
           88 trailing-place value 'Y'.
       01 base-card-count pic 9(3) comp value 0.
      * a live rule list - FIZZRUL or the RULES export - closed up
      * into sequence order, and the rebuilt table's twin of it.
       01 compare-table.
           05 compare-count pic 9(3) comp value 0.
           05 compare-entry occurs 20 times.
               10 cmp-key pic x(4).
               10 cmp-image pic x(56).
       01 cmp-sub pic 9(3) comp value 0.
       01 compare-source pic x(12) value spaces.
       01 rebuilt-count pic 9(3) comp value 0.
       01 decisions-applied pic 9(7) comp value 0.
       01 decisions-rejected pic 9(7) comp value 0.
       01 decisions-later pic 9(7) comp value 0.
       01 decisions-bad-key pic 9(7) comp value 0.
       01 history-conflicts pic 9(7) comp value 0.
       01 unjournaled-count pic 9(7) comp value 0.
       01 no-history-count pic 9(7) comp value 0.
       01 deck-card-count pic 9(3) comp value 0.
       01 count-edit pic z(6)9.
       01 divisor-edit pic z(2)9.
       01 low-edit pic z(8)9.
       01 high-edit pic z(8)9.
       01 image-side-label pic x(8).
       01 report-finding-line.
           05 rfl-key pic x(4).
           05 filler pic x(2) value spaces.
           05 rfl-finding pic x(30).
           05 rfl-detail pic x(96).
       01 report-image-line.
           05 filler pic x(6) value spaces.
           05 ril-side pic x(10).
           05 ril-detail pic x(116).
       01 blank-report-line pic x(132) value spaces.
       procedure division.
       main.
           perform open-message-log.
           open output report-file.
           move spaces to report-line.
           move 'FIZZBUZZ RULE REPLAY FROM THE CHANGE JOURNAL'
                   to report-line.
           write report-line.
           perform read-replay-card.
           if card-error
               move 12 to worst-return-code
           else
               perform load-base-deck
               perform replay-journal
               if worst-return-code < 12
                   perform compact-replay-table
                   perform print-rebuilt-table
                   if compare-mode
                       perform compare-with-live-rules
                       perform compare-with-rules-export
                   else
                       perform write-rule-deck
                   end-if
                   perform print-replay-totals
               end-if
           end-if
           close report-file.
           move worst-return-code to return-code.
           close message-log-file.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
      * codes instead of scraping job output.
       open-message-log.
           open extend message-log-file.
           if msglog-status = '35'
               open output message-log-file
           end-if
           exit.
       write-message-log.
           move spaces to message-log-record.
           accept mlg-date from date yyyymmdd.
           accept mlg-time from time.
           move log-step-name to mlg-job-step.
           move 0 to mlg-run-seq.
           move log-msg-code to mlg-msg-code.
           perform derive-severity.
           move log-msg-text to mlg-text.
           write message-log-record.
           exit.
      * severity is the code's suffix letter (E, W or I) - the
      * last non-blank character of the code.
       derive-severity.
           move 'I' to mlg-severity.
           perform varying log-scan-sub from 15 by -1
                   until log-scan-sub < 1
               if log-msg-code (log-scan-sub:1) not = space
                   move log-msg-code (log-scan-sub:1)
                           to mlg-severity
                   move 0 to log-scan-sub
               end-if
           end-perform
           exit.
      * a blank date (or no card) is the compare run; a date asks
      * for the deck as of the end of that day, or as of the time
      * given with it.
       read-replay-card.
           move spaces to replay-card.
           open input replay-card-file.
           if rplcard-status = '00'
               read replay-card-file
                   at end
                       move spaces to replay-card
               end-read
               close replay-card-file
           end-if
           move spaces to report-line.
           if rpc-as-of-date = spaces
               move 'Y' to compare-mode-flag
               move 'AS OF NOW - COMPARED WITH THE LIVE FIZZRUL AND THE
      -            ' RULES EXPORT' to report-line
           else
               move 'N' to compare-mode-flag
               if rpc-as-of-date is not numeric
                   or (rpc-as-of-time not = spaces
                       and rpc-as-of-time is not numeric)
                   move 'Y' to card-error-flag
                   display 'FIZZRPL0001E RPLCARD DATE/TIME NOT NUMERIC'
                   move 'FIZZRPL0001E' to log-msg-code
                   move 'RPLCARD DATE/TIME NOT NUMERIC - NOTHING REPLAYE
      -                'D' to log-msg-text
                   perform write-message-log
                   move 'RPLCARD DATE/TIME NOT NUMERIC' to report-line
               else
                   move rpc-as-of-date to as-of-date
                   if rpc-as-of-time = spaces
                       move 235959 to as-of-time
                   else
                       move rpc-as-of-time to as-of-time
                   end-if
                   string
                       'AS OF ' delimited by size
                       as-of-date delimited by size
                       ' ' delimited by size
                       as-of-time delimited by size
                       ' - RULES DECK WRITTEN TO RULEOUT'
                           delimited by size
                       into report-line
                   end-string
               end-if
           end-if
           write report-line.
           move blank-report-line to report-line.
           write report-line.
           exit.
      * the deck in force when the journal began, loaded as
      * FIZZXTR seeds FIZZRUL from a deck - cards it would drop are
      * dropped. No deck leaves every place unknown.
       load-base-deck.
           perform varying rp-sub from 1 by 1 until rp-sub > 20
               move 'U' to rp-state (rp-sub)
               move spaces to rp-image (rp-sub)
               move 0 to rp-changed-date (rp-sub)
               move 0 to rp-changed-time (rp-sub)
           end-perform
           move 0 to base-card-count.
           open input base-rules-file.
           if baserul-status = '00'
               perform until baserul-status not = '00'
                   read base-rules-file into rule-card
                       at end
                           move '10' to baserul-status
                       not at end
                           perform store-base-card
                   end-read
               end-perform
               close base-rules-file
           end-if
           if base-card-count > 0
               compute first-free-slot = base-card-count + 1
               perform varying rp-sub from first-free-slot by 1
                       until rp-sub > 20
                   move 'A' to rp-state (rp-sub)
               end-perform
           end-if
           exit.
       store-base-card.
           if (rule-card-type = 'C' or rule-card-type = 'R'
               or rule-card-divisor not = 0)
               and base-card-count < 20
               add 1 to base-card-count
               perform card-to-work-image
               move 'P' to rp-state (base-card-count)
               move work-image to rp-image (base-card-count)
           end-if
           exit.
       card-to-work-image.
           move spaces to work-image.
           if rule-card-divisor is numeric
               move rule-card-divisor to wi-divisor
           else
               move 0 to wi-divisor
           end-if
           move rule-card-label to wi-label.
           move rule-card-eff-from to wi-eff-from.
           move rule-card-eff-to to wi-eff-to.
           move rule-card-type to wi-type.
           move rule-card-low to wi-low.
           move rule-card-high to wi-high.
           move rule-card-set-id to wi-set-id.
           perform normalize-work-image.
           exit.
      * blank type is the classic divisor rule, and operands a
      * type leaves blank read as zero - as FIZZXTR stores them.
       normalize-work-image.
           if wi-type = space
               move 'D' to wi-type
           end-if
           if wi-divisor is not numeric
               move 0 to wi-divisor
           end-if
           if wi-low is not numeric
               move 0 to wi-low
           end-if
           if wi-high is not numeric
               move 0 to wi-high
           end-if
           exit.
      * approved decisions up to the as-of moment, in journal key
      * (decision) order. Rejections changed nothing.
       replay-journal.
           open input fizzjrn-file.
           evaluate fizzjrn-status
               when '00'
                   perform until fizzjrn-status not = '00'
                       read fizzjrn-file
                           at end
                               move '10' to fizzjrn-status
                           not at end
                               perform replay-decision
                       end-read
                   end-perform
                   close fizzjrn-file
               when '35'
                   move spaces to report-line
                   move 'NO JOURNAL YET - FIZZJRN NOT DEFINED'
                           to report-line
                   write report-line
               when other
                   display 'FIZZRPL0002E FIZZJRN OPEN FAILED '
                           fizzjrn-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZRPL0002E' to log-msg-code
                   move 'FIZZJRN OPEN FAILED - IS THE FILE STILL OPEN
      -                ' TO CICS?' to log-msg-text
                   perform write-message-log
                   move 12 to worst-return-code
           end-evaluate
           exit.
       replay-decision.
           move jrn-date to decision-date.
           move jrn-time to decision-time.
           evaluate true
               when decision-stamp > as-of-stamp
                   add 1 to decisions-later
               when jrn-decision not = 'A'
                   add 1 to decisions-rejected
               when other
                   move jrn-rule-key to rule-key-work
                   if rule-key-work is not numeric
                       or rule-key-num < 1 or rule-key-num > 20
                       add 1 to decisions-bad-key
                   else
                       move rule-key-num to rule-slot
                       perform apply-journal-decision
                       add 1 to decisions-applied
                   end-if
           end-evaluate
           exit.
      * the table must agree with the decision's before image;
      * failing that, close it up as the post-run reseed would
      * and look again; failing that, the rule was changed
      * outside the journal - reported, and the journal's own
      * before image taken as the truth from here on.
       apply-journal-decision.
           perform check-before-state.
           if not before-agrees
               perform compact-replay-table
               perform check-before-state
           end-if
           if not before-agrees
               add 1 to history-conflicts
               perform report-history-conflict
           end-if
           if jrn-aft-exists = 'Y'
               move jrn-aft-image to work-image
               perform normalize-work-image
               move 'P' to rp-state (rule-slot)
               move work-image to rp-image (rule-slot)
           else
               move 'A' to rp-state (rule-slot)
               move spaces to rp-image (rule-slot)
           end-if
           move jrn-date to rp-changed-date (rule-slot).
           move jrn-time to rp-changed-time (rule-slot).
           exit.
      * an unknown place agrees with anything - the journal's
      * first word on it is taken as what was there.
       check-before-state.
           move 'Y' to before-agrees-flag.
           if jrn-bef-exists = 'Y'
               move jrn-bef-image to work-image
               perform normalize-work-image
               if rp-state (rule-slot) = 'A'
                   or (rp-state (rule-slot) = 'P'
                       and rp-image (rule-slot) not = work-image)
                   move 'N' to before-agrees-flag
               end-if
           else
               if rp-state (rule-slot) = 'P'
                   move 'N' to before-agrees-flag
               end-if
           end-if
           exit.
      * the FIZZXTR reseed: every rule known or possibly present
      * keeps its order and the known-absent places close up.
       compact-replay-table.
           move replay-table to compact-work.
           move 0 to rp-sub.
           perform varying cw-sub from 1 by 1 until cw-sub > 20
               if cw-state (cw-sub) not = 'A'
                   add 1 to rp-sub
                   move compact-entry (cw-sub) to replay-entry (rp-sub)
               end-if
           end-perform
           move rp-sub to rebuilt-count.
           compute first-free-slot = rebuilt-count + 1.
           perform varying rp-sub from first-free-slot by 1
                   until rp-sub > 20
               move 'A' to rp-state (rp-sub)
               move spaces to rp-image (rp-sub)
               move 0 to rp-changed-date (rp-sub)
               move 0 to rp-changed-time (rp-sub)
           end-perform
           exit.
       report-history-conflict.
           move spaces to report-finding-line.
           move jrn-rule-key to rfl-key.
           move 'CHANGED OUTSIDE THE JOURNAL' to rfl-finding.
           string
               'BEFORE THE DECISION OF ' delimited by size
               jrn-date delimited by size
               ' ' delimited by size
               jrn-time delimited by size
               ' - REPLAY AND BEFORE IMAGE DIFFER' delimited by size
               into rfl-detail
           end-string.
           move report-finding-line to report-line.
           write report-line.
           move 'REPLAYED' to image-side-label.
           if rp-state (rule-slot) = 'P'
               move rp-image (rule-slot) to work-image
               perform print-work-image
           else
               perform print-no-rule
           end-if
           move 'JOURNAL' to image-side-label.
           if jrn-bef-exists = 'Y'
               move jrn-bef-image to work-image
               perform normalize-work-image
               perform print-work-image
           else
               perform print-no-rule
           end-if
           exit.
      * the trailing unknown places are not rules - only the ones
      * the journal shows to lie below a known rule are.
       print-rebuilt-table.
           move 0 to no-history-count.
           move 'Y' to trailing-place-flag.
           perform varying rp-sub from 20 by -1 until rp-sub < 1
               if rp-state (rp-sub) = 'P'
                   move 'N' to trailing-place-flag
               end-if
               if trailing-place and rp-state (rp-sub) = 'U'
                   move 'A' to rp-state (rp-sub)
               end-if
           end-perform
           move spaces to report-line.
           move 'REBUILT RULE TABLE' to report-line.
           write report-line.
           perform varying rp-sub from 1 by 1 until rp-sub > 20
               evaluate rp-state (rp-sub)
                   when 'P'
                       perform print-rebuilt-rule
                   when 'U'
                       add 1 to no-history-count
                       perform print-unknown-place
               end-evaluate
           end-perform
           move blank-report-line to report-line.
           write report-line.
           exit.
       print-rebuilt-rule.
           move spaces to report-finding-line.
           move rp-sub to rule-key-num.
           move rule-key-work to rfl-key.
           if rp-changed-date (rp-sub) = 0
               move 'FROM THE BASE DECK' to rfl-finding
           else
               move spaces to rfl-finding
               string
                   'CHANGED ' delimited by size
                   rp-changed-date (rp-sub) delimited by size
                   ' ' delimited by size
                   rp-changed-time (rp-sub) delimited by size
                   into rfl-finding
               end-string
           end-if
           move report-finding-line to report-line.
           write report-line.
           move 'RULE' to image-side-label.
           move rp-image (rp-sub) to work-image.
           perform print-work-image.
           exit.
       print-unknown-place.
           move spaces to report-finding-line.
           move rp-sub to rule-key-num.
           move rule-key-work to rfl-key.
           move 'NO JOURNAL HISTORY' to rfl-finding.
           move 'A RULE OLDER THAN THE JOURNAL, NEVER CHANGED ONLINE SIN
      -        'CE - SUPPLY BASERUL' to rfl-detail.
           move report-finding-line to report-line.
           write report-line.
           exit.
      * same layout as the FIZZJPR before/after image lines.
       print-work-image.
           move spaces to report-image-line.
           move image-side-label to ril-side.
           move wi-divisor to divisor-edit.
           move wi-low to low-edit.
           move wi-high to high-edit.
           string
               'TYPE ' delimited by size
               wi-type delimited by size
               '  DIVISOR ' delimited by size
               function trim(divisor-edit) delimited by size
               '  LABEL ' delimited by size
               wi-label delimited by size
               '  LOW ' delimited by size
               function trim(low-edit) delimited by size
               '  HIGH ' delimited by size
               function trim(high-edit) delimited by size
               '  EFFECTIVE ' delimited by size
               wi-eff-from delimited by size
               '-' delimited by size
               wi-eff-to delimited by size
               '  SET ' delimited by size
               wi-set-id delimited by size
               into ril-detail
               on overflow
                   continue
           end-string.
           move report-image-line to report-line.
           write report-line.
           exit.
       print-no-rule.
           move spaces to report-image-line.
           move image-side-label to ril-side.
           move '(NO RULE)' to ril-detail.
           move report-image-line to report-line.
           write report-line.
           exit.
      * the deck in FIZZEXP card format and sequence order; an
      * unknown place cannot be written, so the deck is flagged
      * incomplete.
       write-rule-deck.
           move 0 to deck-card-count.
           open output rule-deck-file.
           if ruleout-status not = '00'
               display 'FIZZRPL0003E RULEOUT OPEN FAILED '
                       ruleout-status
               move 'FIZZRPL0003E' to log-msg-code
               move 'RULEOUT OPEN FAILED' to log-msg-text
               perform write-message-log
               move 12 to worst-return-code
           else
               perform varying rp-sub from 1 by 1 until rp-sub > 20
                   if rp-state (rp-sub) = 'P'
                       perform write-deck-card
                   end-if
               end-perform
               close rule-deck-file
               move deck-card-count to count-edit
               display 'FIZZRPL0004I RULES DECK WRITTEN AS OF '
                       as-of-date ' ' as-of-time ': '
                       function trim(count-edit) ' CARDS'
               move 'FIZZRPL0004I' to log-msg-code
               move spaces to log-msg-text
               string
                   'RULES DECK WRITTEN AS OF ' delimited by size
                   as-of-date delimited by size
                   ': ' delimited by size
                   function trim(count-edit) delimited by size
                   ' CARDS' delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
               if no-history-count > 0
                   display 'FIZZRPL0005W DECK MAY BE INCOMPLETE - '
                           'RULE PLACES WITH NO JOURNAL HISTORY'
                   move 'FIZZRPL0005W' to log-msg-code
                   move 'DECK MAY BE INCOMPLETE - RULE PLACES WITH NO JO
      -                'URNAL HISTORY, SUPPLY BASERUL' to log-msg-text
                   perform write-message-log
                   if worst-return-code < 4
                       move 4 to worst-return-code
                   end-if
               end-if
           end-if
           exit.
       write-deck-card.
           move rp-image (rp-sub) to work-image.
           move spaces to rule-card.
           move wi-divisor to rule-card-divisor.
           move wi-label to rule-card-label.
           move wi-eff-from to rule-card-eff-from.
           move wi-eff-to to rule-card-eff-to.
           move wi-type to rule-card-type.
           move wi-low to rule-card-low.
           move wi-high to rule-card-high.
           move wi-set-id to rule-card-set-id.
           write rule-deck-card from rule-card.
           add 1 to deck-card-count.
           exit.
       compare-with-live-rules.
           move 0 to compare-count.
           open input fizzrul-file.
           evaluate fizzrul-status
               when '00'
                   perform until fizzrul-status not = '00'
                       read fizzrul-file
                           at end
                               move '10' to fizzrul-status
                           not at end
                               perform store-live-rule
                       end-read
                   end-perform
                   close fizzrul-file
                   move 'LIVE FIZZRUL' to compare-source
                   perform compare-rule-lists
               when '35'
                   move spaces to report-line
                   move 'FIZZRUL NOT DEFINED - NOTHING TO COMPARE'
                           to report-line
                   write report-line
               when other
                   display 'FIZZRPL0002E FIZZRUL OPEN FAILED '
                           fizzrul-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZRPL0002E' to log-msg-code
                   move 'FIZZRUL OPEN FAILED - IS THE FILE STILL OPEN
      -                ' TO CICS?' to log-msg-text
                   perform write-message-log
                   move 12 to worst-return-code
           end-evaluate
           exit.
       store-live-rule.
           if compare-count < 20
               add 1 to compare-count
               move spaces to work-image
               move rul-divisor to wi-divisor
               move rul-label to wi-label
               move rul-eff-from to wi-eff-from
               move rul-eff-to to wi-eff-to
               move rul-type to wi-type
               move rul-low to wi-low
               move rul-high to wi-high
               move rul-set-id to wi-set-id
               perform normalize-work-image
               move rul-key to cmp-key (compare-count)
               move work-image to cmp-image (compare-count)
           end-if
           exit.
      * the export carries the cards FIZZXTR would seed, numbered
      * the way it numbers them.
       compare-with-rules-export.
           move 0 to compare-count.
           open input rules-file.
           if rules-status = '00'
               perform until rules-status not = '00'
                   read rules-file into rule-card
                       at end
                           move '10' to rules-status
                       not at end
                           perform store-export-rule
                   end-read
               end-perform
               close rules-file
               move 'RULES EXPORT' to compare-source
               perform compare-rule-lists
           else
               move spaces to report-line
               move 'RULES EXPORT NOT AVAILABLE - NOT COMPARED'
                       to report-line
               write report-line
           end-if
           exit.
       store-export-rule.
           if (rule-card-type = 'C' or rule-card-type = 'R'
               or rule-card-divisor not = 0)
               and compare-count < 20
               add 1 to compare-count
               perform card-to-work-image
               move compare-count to rule-key-num
               move rule-key-work to cmp-key (compare-count)
               move work-image to cmp-image (compare-count)
           end-if
           exit.
      * balance line over the two lists in sequence order; one
      * rule too many or too few on either side is recognised as
      * such instead of shifting every later rule into a
      * difference.
       compare-rule-lists.
           move spaces to report-line.
           string
               'COMPARED WITH THE ' delimited by size
               compare-source delimited by size
               into report-line
           end-string.
           write report-line.
           move 1 to rp-sub.
           move 1 to cmp-sub.
           perform until rp-sub > 20 and cmp-sub > compare-count
               evaluate true
                   when rp-sub > 20
                       perform report-not-journaled
                       add 1 to cmp-sub
                   when rp-state (rp-sub) = 'A'
                       add 1 to rp-sub
                   when cmp-sub > compare-count
                       if rp-state (rp-sub) = 'P'
                           perform report-not-live
                       end-if
                       add 1 to rp-sub
                   when rp-state (rp-sub) = 'U'
                       perform report-no-history
                       add 1 to rp-sub
                       add 1 to cmp-sub
                   when rp-image (rp-sub) = cmp-image (cmp-sub)
                       add 1 to rp-sub
                       add 1 to cmp-sub
                   when rp-sub < 20
                       and rp-state (rp-sub + 1) = 'P'
                       and rp-image (rp-sub + 1) = cmp-image (cmp-sub)
                       perform report-not-live
                       add 1 to rp-sub
                   when cmp-sub < compare-count
                       and rp-image (rp-sub) = cmp-image (cmp-sub + 1)
                       perform report-not-journaled
                       add 1 to cmp-sub
                   when other
                       perform report-rule-differs
                       add 1 to rp-sub
                       add 1 to cmp-sub
               end-evaluate
           end-perform
           move blank-report-line to report-line.
           write report-line.
           exit.
       report-not-journaled.
           add 1 to unjournaled-count.
           move spaces to report-finding-line.
           move cmp-key (cmp-sub) to rfl-key.
           move 'UNJOURNALED - NOT IN JOURNAL' to rfl-finding.
           move 'RULE PRESENT WITHOUT AN APPROVED JOURNAL DECISION'
                   to rfl-detail.
           move report-finding-line to report-line.
           write report-line.
           move compare-source to image-side-label.
           move cmp-image (cmp-sub) to work-image.
           perform print-work-image.
           perform log-unjournaled-change.
           exit.
       report-not-live.
           add 1 to unjournaled-count.
           move spaces to report-finding-line.
           move rp-sub to rule-key-num.
           move rule-key-work to rfl-key.
           move 'UNJOURNALED - RULE MISSING' to rfl-finding.
           move 'JOURNALED RULE REMOVED WITHOUT AN APPROVED DECISION'
                   to rfl-detail.
           move report-finding-line to report-line.
           write report-line.
           move 'JOURNAL' to image-side-label.
           move rp-image (rp-sub) to work-image.
           perform print-work-image.
           perform log-unjournaled-change.
           exit.
       report-rule-differs.
           add 1 to unjournaled-count.
           move spaces to report-finding-line.
           move cmp-key (cmp-sub) to rfl-key.
           move 'UNJOURNALED - RULE DIFFERS' to rfl-finding.
           move 'RULE CHANGED WITHOUT AN APPROVED DECISION'
                   to rfl-detail.
           move report-finding-line to report-line.
           write report-line.
           move 'JOURNAL' to image-side-label.
           move rp-image (rp-sub) to work-image.
           perform print-work-image.
           move compare-source to image-side-label.
           move cmp-image (cmp-sub) to work-image.
           perform print-work-image.
           perform log-unjournaled-change.
           exit.
       report-no-history.
           move spaces to report-finding-line.
           move cmp-key (cmp-sub) to rfl-key.
           move 'NO JOURNAL HISTORY' to rfl-finding.
           move 'RULE NEVER CHANGED ONLINE - NOTHING TO CHECK AGAINST'
                   to rfl-detail.
           move report-finding-line to report-line.
           write report-line.
           move compare-source to image-side-label.
           move cmp-image (cmp-sub) to work-image.
           perform print-work-image.
           exit.
       log-unjournaled-change.
           move 'FIZZRPL0006W' to log-msg-code.
           move spaces to log-msg-text.
           string
               'UNJOURNALED RULE CHANGE IN THE ' delimited by size
               compare-source delimited by size
               ' AT RULE ' delimited by size
               rfl-key delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           exit.
       print-replay-totals.
           move spaces to report-line.
           move decisions-applied to count-edit.
           string
               'DECISIONS REPLAYED: ' delimited by size
               function trim(count-edit) delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           move decisions-rejected to count-edit.
           string
               'REJECTED, NOT REPLAYED: ' delimited by size
               function trim(count-edit) delimited by size
               into report-line
           end-string.
           write report-line.
           if not compare-mode
               move spaces to report-line
               move decisions-later to count-edit
               string
                   'AFTER THE AS-OF MOMENT: ' delimited by size
                   function trim(count-edit) delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           if decisions-bad-key > 0
               move spaces to report-line
               move decisions-bad-key to count-edit
               string
                   'SKIPPED, RULE KEY NOT 0001-0020: ' delimited by size
                   function trim(count-edit) delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           move spaces to report-line.
           move history-conflicts to count-edit.
           string
               'CHANGES OUTSIDE THE JOURNAL IN ITS HISTORY: '
                   delimited by size
               function trim(count-edit) delimited by size
               into report-line
           end-string.
           write report-line.
           if compare-mode
               move spaces to report-line
               move unjournaled-count to count-edit
               string
                   'UNJOURNALED DIFFERENCES TODAY: ' delimited by size
                   function trim(count-edit) delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           if history-conflicts > 0 or unjournaled-count > 0
               display 'FIZZRPL0007W UNJOURNALED RULE CHANGES FOUND - '
                       'SEE RPLRPT'
               move 'FIZZRPL0007W' to log-msg-code
               move 'UNJOURNALED RULE CHANGES FOUND - SEE RPLRPT'
                       to log-msg-text
               perform write-message-log
               if worst-return-code < 8
                   move 8 to worst-return-code
               end-if
           else
               if no-history-count > 0 and worst-return-code < 4
                   move 4 to worst-return-code
               end-if
           end-if
           exit.
