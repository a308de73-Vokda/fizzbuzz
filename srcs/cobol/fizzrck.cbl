       IDENTIFICATION division.
       program-id. fizzrck.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZRCK - cross-rule consistency analysis of a RULES deck,
      *           run after the FIZZEXP export and the FIZZRQX
      *           control-card build and before FIZZBUZZ loads the
      *           deck (STEP0D of srcs/jcl/fizzbuzz.jcl), and over
      *           the FIZZPNX proposed deck in srcs/jcl/fizzsim.jcl.
      *           The per-card edits FIZZBUZZ and FZUP make cannot
      *           see a rule that only goes wrong next to another
      *           one; this step reads the deck as a whole and
      *           prints every such finding to RCKRPT.
      *
      *           Two rules interact when one run can load both:
      *           same set, either of them in the blank (common) set,
      *           or any two cards once a control card with a blank
      *           CC-RULE-SET loads the whole deck. Both must also be
      *           in effect on some common day - blank effective
      *           dates are open-ended, as in the batch load.
      *
      *           Errors (RC 8 - the job's COND stops FIZZBUZZ):
      *             - a divisor rule whose divisor is a multiple of
      *               two other divisor rules' and whose label is
      *               their two labels run together (a 15 FizzBuzz
      *               next to 3 Fizz and 5 Buzz prints FizzBuzz
      *               twice)
      *             - the same rule twice
      *             - a control card naming a rule set no card is in
      *               (the run would quietly get the common rules)
      *             - a load whose labels together exceed the 200
      *               bytes of output text (FIZZBUZZ0006W)
      *           Warnings (RC 0, MSGLOG and RCKRPT only):
      *             - overlapping 'R' ranges
      *             - the same label twice in a set at once
      *             - a label in a set going out of effect with a
      *               later version not starting the next day
      *             - a label with a blank in it (output stops at
      *               the blank)
      *             - more than 20 rules in one load (the rest are
      *               dropped)
      *             - a card FIZZBUZZ would skip as invalid
      *
      *           The loads judged are the ones the CTLCARD deck
      *           asks for. With no control cards (CTLCARD DUMMY,
      *           as in the simulation) every set is judged, and
      *           the whole deck together.
      *
      *           When FIZZPND is allocated the outcome is posted on
      *           every pending rule change (grade, date, time) so
      *           the FZUP checker sees it: a proposed deck with
      *           errors cannot be approved until it is fixed and
      *           analysed again. The FIZZPND FCT entry must then be
      *           closed to CICS, as for FIZZPNX.
      *
      *           RETURN-CODE 0 - clean or warnings only; 8 - errors
      *           found; 12 - the RULES deck could not be read.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select rules-file assign to "RULES"
               organization is line sequential
               file status is rules-status.
           select control-card-file assign to "CTLCARD"
               organization is line sequential
               file status is ctlcard-status.
           select fizzpnd-file assign to "FIZZPND"
               organization is indexed
               access mode is sequential
               record key is pnd-key
               file status is fizzpnd-status.
           select report-file assign to "RCKRPT"
               organization is line sequential
               file status is rckrpt-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  rules-file.
       copy rulecard.

       fd  control-card-file.
       copy ctlcard.

       fd  fizzpnd-file.
       copy fizzpnd.

       fd  report-file.
       01  report-line                pic x(132).

       fd  message-log-file.
       copy msglog.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 rules-status pic xx value '00'.
       01 ctlcard-status pic xx value '00'.
       01 fizzpnd-status pic xx value '00'.
       01 rckrpt-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP0D'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 worst-return-code pic 9(2) value 0.
      * the deck as FIZZBUZZ would see it: dates opened out to
      * 00000000/99999999 where blank, type blank taken as 'D',
      * and the label as it prints - up to its first blank.
       01 deck-table.
           05 deck-count pic 9(3) comp value 0.
           05 deck-entry occurs 100 times.
               10 dk-divisor pic 9(3).
               10 dk-label pic x(10).
               10 dk-from pic 9(8).
               10 dk-to pic 9(8).
               10 dk-type pic x(1).
               10 dk-low pic 9(9).
               10 dk-high pic 9(9).
               10 dk-set pic x(8).
               10 dk-valid pic x(1).
               10 dk-print-label pic x(10).
               10 dk-print-length pic 9(2) comp.
       01 cards-read pic 9(5) comp value 0.
       01 cards-not-held pic 9(5) comp value 0.
      * the rule sets the CTLCARD deck names; a card naming no set
      * loads the whole deck.
       01 load-table.
           05 load-count pic 9(3) comp value 0.
           05 load-set occurs 50 times pic x(8).
       01 control-cards-read pic 9(5) comp value 0.
       01 whole-deck-flag pic x value 'N'.
           88 whole-deck-load value 'Y'.
       01 a-sub pic 9(3) comp value 0.
       01 b-sub pic 9(3) comp value 0.
       01 c-sub pic 9(3) comp value 0.
       01 first-b-sub pic 9(3) comp value 0.
       01 ld-sub pic 9(3) comp value 0.
       01 char-sub pic 9(3) comp value 0.
       01 pair-one pic 9(3) comp value 0.
       01 pair-two pic 9(3) comp value 0.
       01 pair-label pic x(20).
       01 reverse-pair-label pic x(20).
       01 interact-flag pic x value 'N'.
           88 rules-interact value 'Y'.
       01 same-rule-flag pic x value 'N'.
           88 same-rule value 'Y'.
       01 set-found-flag pic x value 'N'.
           88 set-found value 'Y'.
       01 day-covered-flag pic x value 'N'.
           88 day-covered value 'Y'.
       01 load-name pic x(8).
       01 load-rule-count pic 9(5) comp value 0.
       01 load-text-length pic 9(5) comp value 0.
       01 next-day pic 9(8) value 0.
       01 resume-day pic 9(8) value 0.
       01 day-number pic 9(8) comp value 0.
       01 remainder-work pic 9(3) value 0.
       01 quotient-work pic 9(3) value 0.
       01 error-count pic 9(5) comp value 0.
       01 warning-count pic 9(5) comp value 0.
       01 posted-count pic 9(5) comp value 0.
       01 analysis-grade pic x(1) value 'C'.
       01 analysis-date pic 9(8) value 0.
       01 analysis-time pic 9(8) value 0.
       01 finding-code pic x(12) value spaces.
       01 finding-cards pic x(12) value spaces.
       01 finding-text pic x(79) value spaces.
       01 card-a-edit pic 9(3).
       01 card-b-edit pic 9(3).
       01 card-c-edit pic 9(3).
       01 count-edit pic z(4)9.
       01 length-edit pic zz9.
       01 report-finding-line.
           05 rfl-code pic x(12).
           05 filler pic x(2) value spaces.
           05 rfl-cards pic x(12).
           05 filler pic x(2) value spaces.
           05 rfl-text pic x(79).
           05 filler pic x(25) value spaces.
       01 report-deck-line.
           05 rdl-card pic 9(3).
           05 filler pic x(2) value spaces.
           05 rdl-set pic x(8).
           05 filler pic x(2) value spaces.
           05 rdl-type pic x(1).
           05 filler pic x(2) value spaces.
           05 rdl-divisor pic zz9.
           05 filler pic x(2) value spaces.
           05 rdl-low pic z(8)9.
           05 filler pic x(2) value spaces.
           05 rdl-high pic z(8)9.
           05 filler pic x(2) value spaces.
           05 rdl-from pic 9(8).
           05 filler pic x(2) value spaces.
           05 rdl-to pic 9(8).
           05 filler pic x(2) value spaces.
           05 rdl-label pic x(10).
           05 filler pic x(2) value spaces.
           05 rdl-note pic x(15).
           05 filler pic x(40) value spaces.
       01 blank-report-line pic x(132) value spaces.
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           open output report-file.
           move spaces to report-line.
           move 'FIZZBUZZ CROSS-RULE CONSISTENCY ANALYSIS'
                   to report-line.
           write report-line.
           move blank-report-line to report-line.
           write report-line.
           perform load-rule-deck.
           if worst-return-code < 12
               perform load-control-cards
               perform print-rule-deck
               move spaces to report-line
               move 'FINDINGS' to report-line
               write report-line
               perform check-invalid-cards
               perform check-label-blanks
               perform check-rule-pairs
               perform check-doubled-labels
               perform check-version-gaps
               perform check-named-sets
               perform check-loads
               perform print-analysis-totals
               perform post-pending-changes
           end-if
           close report-file.
           move worst-return-code to return-code.
           close message-log-file.
           move cards-read to step-records.
           perform write-step-timing.
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
      * the deck is held in card order, which is the order FIZZBUZZ
      * loads and prints the rules in.
       load-rule-deck.
           open input rules-file.
           if rules-status not = '00'
               display 'FIZZRCK0001E RULES OPEN FAILED ' rules-status
               move 'FIZZRCK0001E' to log-msg-code
               move 'RULES OPEN FAILED - NOTHING ANALYSED'
                       to log-msg-text
               perform write-message-log
               move 'RULES OPEN FAILED - NOTHING ANALYSED'
                       to report-line
               write report-line
               move 12 to worst-return-code
           else
               perform until rules-status not = '00'
                   read rules-file
                       at end
                           move '10' to rules-status
                       not at end
                           add 1 to cards-read
                           if deck-count < 100
                               add 1 to deck-count
                               perform store-deck-entry
                           else
                               add 1 to cards-not-held
                           end-if
                   end-read
               end-perform
               close rules-file
           end-if
           exit.
      * the same type-specific edits FIZZBUZZ's VALIDATE-RULE-CARD
      * applies - a card failing them never loads, so it takes no
      * part in the cross-rule checks.
       store-deck-entry.
           move 'Y' to dk-valid (deck-count).
           move 0 to dk-divisor (deck-count).
           move 0 to dk-low (deck-count).
           move 0 to dk-high (deck-count).
           move rule-card-label to dk-label (deck-count).
           move rule-card-set-id to dk-set (deck-count).
           move rule-card-type to dk-type (deck-count).
           if rule-card-type = space
               move 'D' to dk-type (deck-count)
           end-if
           evaluate dk-type (deck-count)
               when 'D'
                   if rule-card-divisor is not numeric
                       or rule-card-divisor = 0
                       move 'N' to dk-valid (deck-count)
                   else
                       move rule-card-divisor to dk-divisor (deck-count)
                   end-if
               when 'C'
                   if rule-card-low is not numeric
                       move 'N' to dk-valid (deck-count)
                   else
                       if rule-card-low > 9
                           move 'N' to dk-valid (deck-count)
                       else
                           move rule-card-low to dk-low (deck-count)
                       end-if
                   end-if
               when 'R'
                   if rule-card-low is not numeric
                       or rule-card-high is not numeric
                       move 'N' to dk-valid (deck-count)
                   else
                       if rule-card-low > rule-card-high
                           move 'N' to dk-valid (deck-count)
                       else
                           move rule-card-low to dk-low (deck-count)
                           move rule-card-high to dk-high (deck-count)
                       end-if
                   end-if
               when other
                   move 'N' to dk-valid (deck-count)
           end-evaluate
           if rule-card-eff-from is numeric
               move rule-card-eff-from to dk-from (deck-count)
           else
               move 0 to dk-from (deck-count)
           end-if
           if rule-card-eff-to is numeric
               move rule-card-eff-to to dk-to (deck-count)
           else
               move 99999999 to dk-to (deck-count)
           end-if
           move spaces to dk-print-label (deck-count).
           move 0 to dk-print-length (deck-count).
           perform varying char-sub from 1 by 1
                   until char-sub > 10
                   or rule-card-label (char-sub:1) = space
               add 1 to dk-print-length (deck-count)
           end-perform
           if dk-print-length (deck-count) > 0
               move rule-card-label (1:dk-print-length (deck-count))
                       to dk-print-label (deck-count)
           end-if
           exit.
      * no CTLCARD (or an empty one) leaves the load table empty,
      * which the checks below take as "any set, and the whole
      * deck, may be loaded".
       load-control-cards.
           open input control-card-file.
           if ctlcard-status = '00'
               perform until ctlcard-status not = '00'
                   read control-card-file
                       at end
                           move '10' to ctlcard-status
                       not at end
                           add 1 to control-cards-read
                           perform note-control-card
                   end-read
               end-perform
               close control-card-file
           end-if
           if control-cards-read = 0
               move 'Y' to whole-deck-flag
           end-if
           exit.
       note-control-card.
           if cc-rule-set = spaces
               move 'Y' to whole-deck-flag
           else
               move cc-rule-set to load-name
               perform add-load-set
           end-if
           exit.
       add-load-set.
           move 'N' to set-found-flag.
           perform varying ld-sub from 1 by 1 until ld-sub > load-count
               if load-set (ld-sub) = load-name
                   move 'Y' to set-found-flag
               end-if
           end-perform
           if not set-found and load-count < 50
               add 1 to load-count
               move load-name to load-set (load-count)
           end-if
           exit.
       print-rule-deck.
           move spaces to report-line.
           move 'CARD  SET       T  DIV        LOW         HIGH  FROM
      -        '      TO        LABEL' to report-line.
           write report-line.
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               move a-sub to rdl-card
               move dk-set (a-sub) to rdl-set
               move dk-type (a-sub) to rdl-type
               move dk-divisor (a-sub) to rdl-divisor
               move dk-low (a-sub) to rdl-low
               move dk-high (a-sub) to rdl-high
               move dk-from (a-sub) to rdl-from
               move dk-to (a-sub) to rdl-to
               move dk-label (a-sub) to rdl-label
               if dk-valid (a-sub) = 'N'
                   move 'INVALID' to rdl-note
               else
                   move spaces to rdl-note
               end-if
               move report-deck-line to report-line
               write report-line
           end-perform
           if control-cards-read = 0
               move 'NO CONTROL CARDS - EVERY RULE SET AND THE WHOLE DEC
      -            'K JUDGED' to report-line
               write report-line
           end-if
           move blank-report-line to report-line.
           write report-line.
           exit.
      * one line to RCKRPT and one to MSGLOG per finding; only
      * errors go to the console as well.
       write-finding.
           move finding-code to rfl-code.
           move finding-cards to rfl-cards.
           move finding-text to rfl-text.
           move report-finding-line to report-line.
           write report-line.
           move finding-code to log-msg-code.
           move finding-text to log-msg-text.
           perform write-message-log.
           if finding-code (12:1) = 'E'
               add 1 to error-count
               move 8 to worst-return-code
               display finding-code ' ' finding-text
           else
               add 1 to warning-count
           end-if
           exit.
       check-invalid-cards.
           if cards-not-held > 0
               move 'FIZZRCK0013W' to finding-code
               move spaces to finding-cards
               move cards-not-held to count-edit
               move spaces to finding-text
               string 'DECK LONGER THAN 100 CARDS - ' delimited by size
                   count-edit delimited by size
                   ' CARDS NOT ANALYSED' delimited by size
                   into finding-text
               end-string
               perform write-finding
           end-if
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               if dk-valid (a-sub) = 'N'
                   move 'FIZZRCK0011W' to finding-code
                   move a-sub to card-a-edit
                   move card-a-edit to finding-cards
                   move spaces to finding-text
                   string 'CARD FAILS THE LOAD EDITS (TYPE/OPERANDS) - '
                           delimited by size
                       'FIZZBUZZ SKIPS IT: ' delimited by size
                       dk-label (a-sub) delimited by size
                       into finding-text
                   end-string
                   perform write-finding
               end-if
           end-perform
           exit.
      * FIZZBUZZ strings each label in up to its first blank, so
      * "Fizz Buzz" prints as Fizz and " Fizz" prints nothing.
       check-label-blanks.
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               if dk-valid (a-sub) = 'Y'
                   and dk-print-label (a-sub) not = dk-label (a-sub)
                   move 'FIZZRCK0009W' to finding-code
                   move a-sub to card-a-edit
                   move card-a-edit to finding-cards
                   move spaces to finding-text
                   if dk-print-length (a-sub) = 0
                       string 'LABEL STARTS WITH A BLANK AND PRINTS NOTH
      -                        'ING: ' delimited by size
                           dk-label (a-sub) delimited by size
                           into finding-text
                       end-string
                   else
                       string 'LABEL HAS A BLANK - ONLY "'
                               delimited by size
                           dk-print-label (a-sub) delimited by space
                           '" PRINTS OF: ' delimited by size
                           dk-label (a-sub) delimited by size
                           into finding-text
                       end-string
                   end-if
                   perform write-finding
               end-if
           end-perform
           exit.
      * two rules interact when one run loads both and they share
      * an effective day.
       test-interaction.
           move 'N' to interact-flag.
           if dk-valid (pair-one) = 'Y' and dk-valid (pair-two) = 'Y'
               and dk-from (pair-one) <= dk-to (pair-two)
               and dk-from (pair-two) <= dk-to (pair-one)
               if dk-set (pair-one) = dk-set (pair-two)
                   or dk-set (pair-one) = spaces
                   or dk-set (pair-two) = spaces
                   or whole-deck-load
                   move 'Y' to interact-flag
               end-if
           end-if
           exit.
       check-rule-pairs.
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               compute first-b-sub = a-sub + 1
               perform varying b-sub from first-b-sub by 1
                       until b-sub > deck-count
                   move a-sub to pair-one
                   move b-sub to pair-two
                   perform test-interaction
                   if rules-interact
                       perform check-same-rule
                       perform check-range-overlap
                       perform check-combined-divisor
                   end-if
               end-perform
           end-perform
           exit.
       check-same-rule.
           move 'N' to same-rule-flag.
           if dk-type (a-sub) = dk-type (b-sub)
               and dk-label (a-sub) = dk-label (b-sub)
               and dk-divisor (a-sub) = dk-divisor (b-sub)
               and dk-low (a-sub) = dk-low (b-sub)
               and dk-high (a-sub) = dk-high (b-sub)
               move 'Y' to same-rule-flag
               move 'FIZZRCK0003E' to finding-code
               move a-sub to card-a-edit
               move b-sub to card-b-edit
               move spaces to finding-cards
               string card-a-edit ' ' card-b-edit delimited by size
                   into finding-cards
               end-string
               move spaces to finding-text
               string 'SAME RULE TWICE - EVERY MATCH PRINTS '
                       delimited by size
                   dk-print-label (a-sub) delimited by space
                   ' TWICE' delimited by size
                   into finding-text
               end-string
               perform write-finding
           end-if
           exit.
       check-range-overlap.
           if dk-type (a-sub) = 'R' and dk-type (b-sub) = 'R'
               and not same-rule
               and dk-low (a-sub) <= dk-high (b-sub)
               and dk-low (b-sub) <= dk-high (a-sub)
               move 'FIZZRCK0006W' to finding-code
               move a-sub to card-a-edit
               move b-sub to card-b-edit
               move spaces to finding-cards
               string card-a-edit ' ' card-b-edit delimited by size
                   into finding-cards
               end-string
               move spaces to finding-text
               string 'RANGES OVERLAP - ITERATIONS IN BOTH PRINT '
                       delimited by size
                   dk-print-label (a-sub) delimited by space
                   dk-print-label (b-sub) delimited by space
                   into finding-text
               end-string
               perform write-finding
           end-if
           exit.
      * with A and B a divisor pair, any third divisor rule C whose
      * divisor both divide always matches alongside them - when
      * its label is just their labels run together the output
      * says it twice (15 FizzBuzz beside 3 Fizz and 5 Buzz).
       check-combined-divisor.
           if dk-type (a-sub) = 'D' and dk-type (b-sub) = 'D'
               and dk-print-length (a-sub) > 0
               and dk-print-length (b-sub) > 0
               move spaces to pair-label
               string dk-print-label (a-sub) delimited by space
                   dk-print-label (b-sub) delimited by space
                   into pair-label
               end-string
               move spaces to reverse-pair-label
               string dk-print-label (b-sub) delimited by space
                   dk-print-label (a-sub) delimited by space
                   into reverse-pair-label
               end-string
               perform varying c-sub from 1 by 1
                       until c-sub > deck-count
                   if c-sub not = a-sub and c-sub not = b-sub
                       and dk-type (c-sub) = 'D'
                       perform check-combined-rule
                   end-if
               end-perform
           end-if
           exit.
       check-combined-rule.
           divide dk-divisor (c-sub) by dk-divisor (a-sub)
               giving quotient-work remainder remainder-work.
           if remainder-work = 0
               divide dk-divisor (c-sub) by dk-divisor (b-sub)
                   giving quotient-work remainder remainder-work
           end-if
           if remainder-work = 0
               and (dk-print-label (c-sub) = pair-label
               or dk-print-label (c-sub) = reverse-pair-label)
               perform check-combined-interaction
           end-if
           exit.
      * C must interact with A and with B; since the effective
      * windows of all three then overlap pairwise, some day has
      * all three in effect.
       check-combined-interaction.
           move a-sub to pair-one.
           move c-sub to pair-two.
           perform test-interaction.
           if rules-interact
               move b-sub to pair-one
               perform test-interaction
           end-if
           if rules-interact
               move 'FIZZRCK0002E' to finding-code
               move a-sub to card-a-edit
               move b-sub to card-b-edit
               move c-sub to card-c-edit
               move spaces to finding-cards
               string card-a-edit ' ' card-b-edit ' ' card-c-edit
                       delimited by size
                   into finding-cards
               end-string
               move spaces to finding-text
               string 'DIVISOR ' delimited by size
                   dk-divisor (c-sub) delimited by size
                   ' RULE DUPLICATES ' delimited by size
                   dk-print-label (a-sub) delimited by space
                   '+' delimited by size
                   dk-print-label (b-sub) delimited by space
                   ' - MULTIPLES PRINT ' delimited by size
                   dk-print-label (c-sub) delimited by space
                   ' TWICE OVER' delimited by size
                   into finding-text
               end-string
               perform write-finding
           end-if
           exit.
      * the same label twice in one set at once - different rules,
      * but an iteration both match prints the label twice. (The
      * same rule twice is reported as an error above.)
       check-doubled-labels.
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               compute first-b-sub = a-sub + 1
               perform varying b-sub from first-b-sub by 1
                       until b-sub > deck-count
                   if dk-valid (a-sub) = 'Y' and dk-valid (b-sub) = 'Y'
                       and dk-set (a-sub) = dk-set (b-sub)
                       and dk-label (a-sub) = dk-label (b-sub)
                       and dk-from (a-sub) <= dk-to (b-sub)
                       and dk-from (b-sub) <= dk-to (a-sub)
                       perform report-doubled-label
                   end-if
               end-perform
           end-perform
           exit.
       report-doubled-label.
           if dk-type (a-sub) not = dk-type (b-sub)
               or dk-divisor (a-sub) not = dk-divisor (b-sub)
               or dk-low (a-sub) not = dk-low (b-sub)
               or dk-high (a-sub) not = dk-high (b-sub)
               move 'FIZZRCK0007W' to finding-code
               move a-sub to card-a-edit
               move b-sub to card-b-edit
               move spaces to finding-cards
               string card-a-edit ' ' card-b-edit delimited by size
                   into finding-cards
               end-string
               move spaces to finding-text
               string 'LABEL ' delimited by size
                   dk-label (a-sub) delimited by size
                   ' TWICE IN SET ' delimited by size
                   dk-set (a-sub) delimited by size
                   ' WITH OVERLAPPING EFFECTIVE DATES'
                       delimited by size
                   into finding-text
               end-string
               perform write-finding
           end-if
           exit.
      * a label's versions in a set should follow on day by day:
      * when a version ends, the day after must be covered by
      * another version unless none starts later at all.
       check-version-gaps.
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               if dk-valid (a-sub) = 'Y' and dk-to (a-sub) < 99999999
                   and dk-to (a-sub) (5:2) >= '01'
                   and dk-to (a-sub) (5:2) <= '12'
                   and dk-to (a-sub) (7:2) >= '01'
                   and dk-to (a-sub) (7:2) <= '31'
                   perform check-version-gap
               end-if
           end-perform
           exit.
       check-version-gap.
           compute day-number =
               function integer-of-date (dk-to (a-sub)) + 1.
           compute next-day = function date-of-integer (day-number).
           move 'N' to day-covered-flag.
           move 99999999 to resume-day.
           perform varying b-sub from 1 by 1 until b-sub > deck-count
               if b-sub not = a-sub and dk-valid (b-sub) = 'Y'
                   and dk-set (b-sub) = dk-set (a-sub)
                   and dk-label (b-sub) = dk-label (a-sub)
                   if dk-from (b-sub) <= next-day
                       and dk-to (b-sub) >= next-day
                       move 'Y' to day-covered-flag
                   end-if
                   if dk-from (b-sub) > next-day
                       and dk-from (b-sub) < resume-day
                       move dk-from (b-sub) to resume-day
                       move b-sub to c-sub
                   end-if
               end-if
           end-perform
           if not day-covered and resume-day < 99999999
               move 'FIZZRCK0008W' to finding-code
               move a-sub to card-a-edit
               move c-sub to card-b-edit
               move spaces to finding-cards
               string card-a-edit ' ' card-b-edit delimited by size
                   into finding-cards
               end-string
               move spaces to finding-text
               string 'LABEL ' delimited by size
                   dk-label (a-sub) delimited by size
                   ' SET ' delimited by size
                   dk-set (a-sub) delimited by size
                   ' ENDS ' delimited by size
                   dk-to (a-sub) delimited by size
                   ', NEXT VERSION FROM ' delimited by size
                   resume-day delimited by size
                   into finding-text
               end-string
               perform write-finding
           end-if
           exit.
      * FIZZBUZZ loads the common cards plus the named set's - a
      * set with no cards of its own runs on the common rules and
      * nobody is told.
       check-named-sets.
           perform varying ld-sub from 1 by 1 until ld-sub > load-count
               move 'N' to set-found-flag
               perform varying a-sub from 1 by 1
                       until a-sub > deck-count
                   if dk-valid (a-sub) = 'Y'
                       and dk-set (a-sub) = load-set (ld-sub)
                       move 'Y' to set-found-flag
                   end-if
               end-perform
               if not set-found
                   move 'FIZZRCK0004E' to finding-code
                   move spaces to finding-cards
                   move spaces to finding-text
                   string 'CONTROL CARD NAMES RULE SET '
                           delimited by size
                       load-set (ld-sub) delimited by size
                       ' - NO VALID RULE IS IN IT' delimited by size
                       into finding-text
                   end-string
                   perform write-finding
               end-if
           end-perform
           exit.
      * every load a run can make: the sets the control cards name
      * (or, with no cards, every set in the deck) and the whole
      * deck when it can be loaded as one.
       check-loads.
           if control-cards-read = 0
               perform varying a-sub from 1 by 1
                       until a-sub > deck-count
                   if dk-valid (a-sub) = 'Y'
                       and dk-set (a-sub) not = spaces
                       move dk-set (a-sub) to load-name
                       perform add-load-set
                   end-if
               end-perform
           end-if
           perform varying ld-sub from 1 by 1 until ld-sub > load-count
               move load-set (ld-sub) to load-name
               perform check-one-load
           end-perform
           if whole-deck-load
               move spaces to load-name
               perform check-one-load
           end-if
           exit.
      * the first 20 rules that load are kept; their printed labels
      * must fit the 200-byte output text even when every one of
      * them matches.
       check-one-load.
           move 0 to load-rule-count.
           move 0 to load-text-length.
           perform varying a-sub from 1 by 1 until a-sub > deck-count
               if dk-valid (a-sub) = 'Y'
                   and (load-name = spaces
                   or dk-set (a-sub) = spaces
                   or dk-set (a-sub) = load-name)
                   add 1 to load-rule-count
                   if load-rule-count <= 20
                       add dk-print-length (a-sub) to load-text-length
                   end-if
               end-if
           end-perform
           if load-rule-count > 20
               move 'FIZZRCK0010W' to finding-code
               move spaces to finding-cards
               move load-rule-count to count-edit
               move spaces to finding-text
               if load-name = spaces
                   string 'WHOLE DECK LOADS ' delimited by size
                       count-edit delimited by size
                       ' RULES - ONLY THE FIRST 20 ARE KEPT'
                           delimited by size
                       into finding-text
                   end-string
               else
                   string 'RULE SET ' delimited by size
                       load-name delimited by size
                       ' LOADS ' delimited by size
                       count-edit delimited by size
                       ' RULES - ONLY THE FIRST 20 ARE KEPT'
                           delimited by size
                       into finding-text
                   end-string
               end-if
               perform write-finding
           end-if
           if load-text-length > 200
               move 'FIZZRCK0005E' to finding-code
               move spaces to finding-cards
               move load-text-length to length-edit
               move spaces to finding-text
               string 'LABELS OF ' delimited by size
                   load-name delimited by size
                   ' LOAD TOTAL ' delimited by size
                   length-edit delimited by size
                   ' BYTES - OUTPUT TEXT HOLDS 200 (FIZZBUZZ0006W)'
                       delimited by size
                   into finding-text
               end-string
               perform write-finding
           end-if
           exit.
       print-analysis-totals.
           move blank-report-line to report-line.
           write report-line.
           move spaces to report-line.
           move error-count to count-edit.
           string 'ERRORS:   ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           move warning-count to count-edit.
           string 'WARNINGS: ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           evaluate true
               when error-count > 0
                   move 'E' to analysis-grade
               when warning-count > 0
                   move 'W' to analysis-grade
               when other
                   move 'C' to analysis-grade
           end-evaluate
           move spaces to log-msg-text.
           move error-count to count-edit.
           string 'ANALYSIS COMPLETE - ERRORS: ' delimited by size
               count-edit delimited by size
               into log-msg-text
           end-string.
           move warning-count to count-edit.
           move ', WARNINGS: ' to log-msg-text (34:12).
           move count-edit to log-msg-text (46:5).
           display 'FIZZRCK0012I ' log-msg-text.
           move 'FIZZRCK0012I' to log-msg-code.
           perform write-message-log.
           exit.
      * the grade goes on every pending change, not just the ones
      * a finding names: the proposed deck is judged as a whole.
      * No FIZZPND allocated (the nightly run) is status 35.
       post-pending-changes.
           open i-o fizzpnd-file.
           evaluate fizzpnd-status
               when '00'
                   accept analysis-date from date yyyymmdd
                   accept analysis-time from time
                   perform until fizzpnd-status not = '00'
                       read fizzpnd-file
                           at end
                               move '10' to fizzpnd-status
                           not at end
                               move analysis-grade to pnd-rck-grade
                               move analysis-date to pnd-rck-date
                               move analysis-time (1:6)
                                       to pnd-rck-time
                               rewrite fizzpnd-record
                               add 1 to posted-count
                       end-read
                   end-perform
                   close fizzpnd-file
                   move posted-count to count-edit
                   display 'FIZZRCK0014I FINDINGS POSTED TO PENDING '
                           'CHANGES: ' count-edit
                   move 'FIZZRCK0014I' to log-msg-code
                   move spaces to log-msg-text
                   string 'FINDINGS POSTED TO PENDING CHANGES: '
                           delimited by size
                       count-edit delimited by size
                       into log-msg-text
                   end-string
                   perform write-message-log
               when '35'
                   continue
               when other
                   display 'FIZZRCK0015W FIZZPND OPEN FAILED '
                           fizzpnd-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZRCK0015W' to log-msg-code
                   move 'FIZZPND OPEN FAILED - FINDINGS NOT POSTED FOR F
      -                'ZUP' to log-msg-text
                   perform write-message-log
           end-evaluate
           exit.
      * step timing: the step's start and end and the records it
      * processed go to STEPTIM, where the FIZZFCS batch-window
      * forecast learns its rates (see FIZZTIM). A timing record
      * that cannot be written never fails the step.
       start-step-timing.
           accept step-start-date from date yyyymmdd.
           accept step-start-time from time.
           exit.
       write-step-timing.
           open extend step-timing-file.
           if steptim-status = '35'
               open output step-timing-file
           end-if
           if steptim-status = '00'
               move spaces to step-timing-record
               move log-step-name to tim-step-name
               move 'FIZZRCK' to tim-program
               move step-start-date to tim-start-date
               move step-start-time to tim-start-time
               accept tim-end-date from date yyyymmdd
               accept tim-end-time from time
               move step-records to tim-records
               move 'C' to tim-basis
               move return-code to tim-return-code
               write step-timing-record
               close step-timing-file
           end-if
           exit.
