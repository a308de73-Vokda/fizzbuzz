       IDENTIFICATION division.
       program-id. fizzfcs.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZFCS - batch-window forecast, run as STEP0E of srcs/jcl/
      *           fizzbuzz.jcl once FIZZRQX has built tonight's deck
      *           and before FIZZBUZZ starts on it. Reads the deck
      *           (CTLCARD) and the step timing history every
      *           program in the stream appends to STEPTIM (see
      *           FIZZTIM), and predicts when the job will finish.
      *
      *           The rates come from the history of the last
      *           FCSCARD number of days (default 30), successful
      *           steps only (return code 4 or less): for each
      *           per-iteration program (FIZZBUZZ, FIZZVER, FIZZHLD,
      *           FIZZCMP, FIZZFEED, FIZZPRT) its records per second
      *           - total records over total elapsed time - and for
      *           every other program its average elapsed time. The
      *           split-run-only programs (FIZZSPL, FIZZMRG) are left
      *           out; a FIZZBUZZ partition slice still teaches the
      *           FIZZBUZZ rate. The steps that have already run when
      *           this one starts - FIZZEXP, FIZZRQX and FIZZRCK
      *           (STEP0B-STEP0D) and this step itself - are listed
      *           with their history but marked as already run and
      *           not forecast. Each card's time is its iterations
      *           over every per-iteration rate; the job's is the
      *           cards' plus the fixed steps still to come, counted
      *           from now.
      *
      *           FCSCARD: columns 1-4 the window end HHMM (default
      *           0600 - a time not later than now is tomorrow's),
      *           6-8 the history days, 10-18 the iteration count at
      *           and above which a card is named for the FIZZBIG
      *           split run rather than deferred (default 100000).
      *
      *           A deck forecast to overrun ends with RETURN-CODE 4
      *           and names cards, largest first, until the ones
      *           left fit: a card at or over the split threshold is
      *           named for the split run, a smaller one for
      *           deferral. RETURN-CODE 4 also when there is no
      *           FIZZBUZZ rate to forecast with. The forecast only
      *           advises - no step of the job is conditioned on it.
      *
      *           The monthly section shows the FIZZBUZZ rate month
      *           by month over the last year from all the history,
      *           each month marked DOWN where it fell from the one
      *           before. Three falls running, or a year-on-year
      *           fall of 10% or more, logs FIZZFCS0006W to prompt
      *           a capacity request before the window is missed.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select forecast-card-file assign to "FCSCARD"
               organization is line sequential
               file status is fcscard-status.
           select control-card-file assign to "CTLCARD"
               organization is line sequential
               file status is ctlcard-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
           select report-file assign to "FCSRPT"
               organization is line sequential
               file status is fcsrpt-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  forecast-card-file.
       01  forecast-card.
           05  fcd-window-end         pic x(4).
           05  filler                 pic x(1).
           05  fcd-history-days       pic x(3).
           05  filler                 pic x(1).
           05  fcd-big-threshold      pic x(9).
           05  filler                 pic x(62).

       fd  control-card-file.
       copy ctlcard.

       fd  step-timing-file.
       copy fizztim.

       fd  report-file.
       01  report-line                pic x(132).

       fd  message-log-file.
       copy msglog.

       working-storage section.
       01 fcscard-status pic xx value '00'.
       01 ctlcard-status pic xx value '00'.
       01 steptim-status pic xx value '00'.
       01 fcsrpt-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 log-step-name pic x(8) value 'STEP0E'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 worst-return-code pic 9(2) value 0.
       01 window-end-hhmm pic 9(4) value 0600.
       01 window-end-split redefines window-end-hhmm.
           05 window-end-hh pic 9(2).
           05 window-end-mm pic 9(2).
       01 history-days pic 9(3) value 30.
       01 big-threshold pic 9(9) value 100000.
       01 today-date pic 9(8) value 0.
       01 today-number pic 9(8) comp value 0.
       01 now-time pic 9(8) value 0.
       01 now-hhmm pic 9(4) value 0.
       01 now-seconds pic 9(5)v99 comp-3 value 0.
       01 history-from-number pic 9(8) comp value 0.
       01 current-month-index pic 9(6) comp value 0.
      * ACCEPT FROM TIME gives HHMMSSCC.
       01 clock-work pic 9(8) value 0.
       01 clock-split redefines clock-work.
           05 clock-hh pic 9(2).
           05 clock-mm pic 9(2).
           05 clock-ss pic 9(2).
           05 clock-cc pic 9(2).
       01 clock-seconds pic 9(5)v99 comp-3 value 0.
       01 clock-part pic 9(5)v99 comp-3 value 0.
       01 start-seconds pic 9(5)v99 comp-3 value 0.
       01 elapsed-seconds pic s9(9)v99 comp-3 value 0.
       01 start-day-number pic 9(8) comp value 0.
       01 end-day-number pic 9(8) comp value 0.
       01 date-split.
           05 date-year pic 9(4).
           05 date-month pic 9(2).
           05 date-day pic 9(2).
       01 month-index pic 9(6) comp value 0.
      * one entry per program seen in the history window.
       01 program-table.
           05 program-count pic 9(3) comp value 0.
           05 program-entry occurs 30 times.
               10 pg-program pic x(8).
               10 pg-basis pic x(1).
               10 pg-samples pic 9(7) comp.
               10 pg-records pic 9(13) comp-3.
               10 pg-seconds pic 9(11)v99 comp-3.
               10 pg-rate pic 9(9)v9(4) comp-3.
               10 pg-forecast pic 9(9)v99 comp-3.
               10 pg-already-run pic x(1).
       01 pg-sub pic 9(3) comp value 0.
       01 pg-found-sub pic 9(3) comp value 0.
      * tonight's deck.
       01 deck-table.
           05 card-count pic 9(3) comp value 0.
           05 card-entry occurs 200 times.
               10 cd-iterations pic 9(9).
               10 cd-operator pic x(8).
               10 cd-rule-set pic x(8).
               10 cd-seconds pic 9(9)v99 comp-3.
               10 cd-named pic x(1).
       01 cd-sub pic 9(3) comp value 0.
       01 cd-pick-sub pic 9(3) comp value 0.
       01 cards-over-table pic 9(5) comp value 0.
      * the FIZZBUZZ rate month by month - entry 13 is this month.
       01 month-table.
           05 month-entry occurs 13 times.
               10 mo-index pic 9(6) comp.
               10 mo-samples pic 9(7) comp.
               10 mo-iterations pic 9(13) comp-3.
               10 mo-seconds pic 9(11)v99 comp-3.
               10 mo-rate pic 9(9)v99 comp-3.
       01 mo-sub pic 9(2) comp value 0.
       01 prior-rate pic 9(9)v99 comp-3 value 0.
       01 first-rate pic 9(9)v99 comp-3 value 0.
       01 last-rate pic 9(9)v99 comp-3 value 0.
       01 falls-running pic 9(2) comp value 0.
       01 rate-change-pct pic s9(5)v9 comp-3 value 0.
       01 month-year pic 9(4) value 0.
       01 month-number pic 9(2) value 0.
       01 deck-iterations pic 9(12) comp-3 value 0.
       01 fixed-seconds pic 9(9)v99 comp-3 value 0.
       01 deck-seconds pic 9(9)v99 comp-3 value 0.
       01 forecast-seconds pic 9(9)v99 comp-3 value 0.
       01 finish-absolute pic 9(13)v99 comp-3 value 0.
       01 window-day pic 9(8) comp value 0.
       01 window-absolute pic 9(13)v99 comp-3 value 0.
       01 margin-seconds pic s9(9)v99 comp-3 value 0.
       01 excess-seconds pic 9(9)v99 comp-3 value 0.
       01 saved-seconds pic 9(9)v99 comp-3 value 0.
       01 split-day pic 9(8) comp value 0.
       01 split-absolute pic 9(13)v99 comp-3 value 0.
       01 split-seconds pic 9(5)v99 comp-3 value 0.
       01 split-whole pic 9(5) comp value 0.
       01 split-minutes pic 9(5) comp value 0.
       01 stamp-out.
           05 stamp-out-date pic 9(8).
           05 filler pic x(1) value space.
           05 stamp-out-hh pic 9(2).
           05 filler pic x(1) value ':'.
           05 stamp-out-mm pic 9(2).
           05 filler pic x(1) value ':'.
           05 stamp-out-ss pic 9(2).
       01 finish-stamp pic x(17) value spaces.
       01 window-stamp pic x(17) value spaces.
       01 no-rate-flag pic x value 'N'.
           88 rate-missing value 'Y'.
       01 fizzbuzz-rate-flag pic x value 'N'.
           88 fizzbuzz-rate-known value 'Y'.
       01 overrun-flag pic x value 'N'.
           88 deck-overruns value 'Y'.
       01 count-edit pic z(8)9.
       01 seconds-edit pic z(8)9.99.
       01 report-title-line.
           05 filler pic x(35) value
               'FIZZBUZZ BATCH WINDOW FORECAST AT '.
           05 rtl-now pic x(17).
           05 filler pic x(80) value spaces.
       01 report-program-line.
           05 filler pic x(2) value spaces.
           05 rpl-program pic x(8).
           05 filler pic x(2) value spaces.
           05 rpl-basis pic x(13).
           05 filler pic x(2) value spaces.
           05 rpl-samples pic z(6)9.
           05 filler pic x(2) value spaces.
           05 rpl-records pic z(12)9.
           05 filler pic x(2) value spaces.
           05 rpl-seconds pic z(10)9.99.
           05 filler pic x(2) value spaces.
           05 rpl-rate pic z(8)9.9999 blank when zero.
           05 filler pic x(2) value spaces.
           05 rpl-forecast pic z(8)9.99 blank when zero.
           05 filler pic x(2) value spaces.
           05 rpl-note pic x(26).
           05 filler pic x(10) value spaces.
       01 report-card-line.
           05 filler pic x(2) value spaces.
           05 rcl-card pic zz9.
           05 filler pic x(2) value spaces.
           05 rcl-iterations pic z(8)9.
           05 filler pic x(2) value spaces.
           05 rcl-operator pic x(8).
           05 filler pic x(2) value spaces.
           05 rcl-rule-set pic x(8).
           05 filler pic x(2) value spaces.
           05 rcl-seconds pic z(8)9.99.
           05 filler pic x(2) value spaces.
           05 rcl-action pic x(30).
           05 filler pic x(50) value spaces.
       01 report-month-line.
           05 filler pic x(2) value spaces.
           05 rml-year pic 9(4).
           05 filler pic x(1) value '-'.
           05 rml-month pic 9(2).
           05 filler pic x(2) value spaces.
           05 rml-samples pic z(6)9.
           05 filler pic x(2) value spaces.
           05 rml-iterations pic z(12)9.
           05 filler pic x(2) value spaces.
           05 rml-seconds pic z(10)9.99.
           05 filler pic x(2) value spaces.
           05 rml-rate pic z(8)9.99 blank when zero.
           05 filler pic x(2) value spaces.
           05 rml-change pic ----9.9 blank when zero.
           05 filler pic x(1) value space.
           05 filler pic x(2) value spaces.
           05 rml-trend pic x(4).
           05 filler pic x(50) value spaces.
       01 program-heading-line.
           05 filler pic x(40) value
               '  PROGRAM   BASIS          SAMPLES      '.
           05 filler pic x(40) value
               '  RECORDS         SECONDS        RATE/SE'.
           05 filler pic x(21) value
               'C  FORECAST SEC  NOTE'.
           05 filler pic x(31) value spaces.
       01 card-heading-line.
           05 filler pic x(40) value
               ' CARD ITERATIONS  OPERATOR  RULE SET  FO'.
           05 filler pic x(18) value
               'RECAST SEC  ACTION'.
           05 filler pic x(74) value spaces.
       01 month-heading-line.
           05 filler pic x(40) value
               '  MONTH    SAMPLES     ITERATIONS       '.
           05 filler pic x(40) value
               '  SECONDS      ITER/SEC  CHANGE %  TREND'.
           05 filler pic x(52) value spaces.
       01 blank-report-line pic x(132) value spaces.
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           move now-time to clock-work.
           perform clock-to-seconds.
           move clock-seconds to now-seconds.
           compute now-hhmm = clock-hh * 100 + clock-mm.
           compute today-number = function integer-of-date (today-date).
           move today-date to date-split.
           compute current-month-index = date-year * 12 + date-month.
           perform varying mo-sub from 1 by 1 until mo-sub > 13
               compute mo-index (mo-sub) =
                   current-month-index - 13 + mo-sub
               move 0 to mo-samples (mo-sub)
               move 0 to mo-iterations (mo-sub)
               move 0 to mo-seconds (mo-sub)
               move 0 to mo-rate (mo-sub)
           end-perform
           perform read-forecast-card.
           compute history-from-number = today-number - history-days.
           open output report-file.
           move today-date to stamp-out-date.
           move clock-hh to stamp-out-hh.
           move clock-mm to stamp-out-mm.
           move clock-ss to stamp-out-ss.
           move stamp-out to rtl-now.
           move report-title-line to report-line.
           write report-line.
           move blank-report-line to report-line.
           write report-line.
           perform load-deck.
           perform read-timing-history.
           perform derive-rates.
           perform forecast-deck.
           perform print-rates.
           perform print-deck.
           if fizzbuzz-rate-known
               perform judge-window
               if deck-overruns
                   perform name-cards-to-move
               end-if
           end-if
           perform print-monthly-trend.
           close report-file.
           move worst-return-code to return-code.
           close message-log-file.
           move card-count to step-records.
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
       raise-warning.
           if worst-return-code < 4
               move 4 to worst-return-code
           end-if
           exit.
       clock-to-seconds.
           multiply clock-hh by 3600 giving clock-seconds.
           multiply clock-mm by 60 giving clock-part.
           add clock-part to clock-seconds.
           add clock-ss to clock-seconds.
           divide clock-cc by 100 giving clock-part.
           add clock-part to clock-seconds.
           exit.
      * a missing card, or a field that is blank or not a number,
      * keeps that field's default.
       read-forecast-card.
           open input forecast-card-file.
           if fcscard-status = '00'
               read forecast-card-file
                   at end
                       move spaces to forecast-card
               end-read
               if fcd-window-end is numeric
                   and fcd-window-end (1:2) < '24'
                   and fcd-window-end (3:2) < '60'
                   move fcd-window-end to window-end-hhmm
               else
                   display 'FIZZFCS0001W FCSCARD WINDOW END NOT VALID '
                           '- 0600 ASSUMED'
                   move 'FIZZFCS0001W' to log-msg-code
                   move 'FCSCARD WINDOW END NOT VALID - 0600 ASSUMED'
                           to log-msg-text
                   perform write-message-log
               end-if
               if fcd-history-days is numeric
                   and fcd-history-days > '000'
                   move fcd-history-days to history-days
               end-if
               if fcd-big-threshold is numeric
                   and fcd-big-threshold > '000000000'
                   move fcd-big-threshold to big-threshold
               end-if
               close forecast-card-file
           end-if
           exit.
      * the iterations a card runs: a range card runs its start
      * through its count, any other card 1 through its count.
       load-deck.
           open input control-card-file.
           if ctlcard-status = '00'
               perform until ctlcard-status not = '00'
                   read control-card-file
                       at end
                           move '10' to ctlcard-status
                       not at end
                           perform store-deck-card
                   end-read
               end-perform
               close control-card-file
           end-if
           if card-count = 0
               display 'FIZZFCS0007W NO DECK ON CTLCARD - NOTHING TO '
                       'FORECAST'
               move 'FIZZFCS0007W' to log-msg-code
               move 'NO DECK ON CTLCARD - NOTHING TO FORECAST'
                       to log-msg-text
               perform write-message-log
               perform raise-warning
           end-if
           exit.
       store-deck-card.
           if card-count < 200
               add 1 to card-count
               move 0 to cd-iterations (card-count)
               if cc-iteration-count is numeric
                   if cc-start-iteration is numeric
                       and cc-start-iteration > 1
                       and cc-start-iteration <= cc-iteration-count
                       compute cd-iterations (card-count) =
                           cc-iteration-count - cc-start-iteration + 1
                   else
                       move cc-iteration-count
                               to cd-iterations (card-count)
                   end-if
               end-if
               move cc-operator-id to cd-operator (card-count)
               move cc-rule-set to cd-rule-set (card-count)
               move 0 to cd-seconds (card-count)
               move 'N' to cd-named (card-count)
               add cd-iterations (card-count) to deck-iterations
           else
               add 1 to cards-over-table
           end-if
           exit.
      * one pass over the history: the window's successful steps
      * feed the program rates, every FIZZBUZZ step of the last
      * year the monthly trend.
       read-timing-history.
           open input step-timing-file.
           if steptim-status = '00'
               perform until steptim-status not = '00'
                   read step-timing-file
                       at end
                           move '10' to steptim-status
                       not at end
                           perform take-timing-record
                   end-read
               end-perform
               close step-timing-file
           end-if
           exit.
       take-timing-record.
           if tim-start-date is numeric and tim-end-date is numeric
               and tim-start-time is numeric
               and tim-end-time is numeric
               and tim-records is numeric
               and tim-return-code is numeric
               and tim-start-date > 16010101
               and tim-end-date >= tim-start-date
               and tim-return-code <= 4
               and tim-program not = 'FIZZSPL'
               and tim-program not = 'FIZZMRG'
               perform compute-elapsed
               if elapsed-seconds >= 0
                   if start-day-number >= history-from-number
                       perform add-program-sample
                   end-if
                   if tim-program = 'FIZZBUZZ' and tim-per-iteration
                       perform add-month-sample
                   end-if
               end-if
           end-if
           exit.
       compute-elapsed.
           compute start-day-number =
               function integer-of-date (tim-start-date).
           compute end-day-number =
               function integer-of-date (tim-end-date).
           move tim-start-time to clock-work.
           perform clock-to-seconds.
           move clock-seconds to start-seconds.
           move tim-end-time to clock-work.
           perform clock-to-seconds.
           compute elapsed-seconds =
               (end-day-number - start-day-number) * 86400
               + clock-seconds - start-seconds.
           exit.
       add-program-sample.
           move 0 to pg-found-sub.
           perform varying pg-sub from 1 by 1
                   until pg-sub > program-count or pg-found-sub > 0
               if pg-program (pg-sub) = tim-program
                   move pg-sub to pg-found-sub
               end-if
           end-perform
           if pg-found-sub = 0 and program-count < 30
               add 1 to program-count
               move program-count to pg-found-sub
               move tim-program to pg-program (pg-found-sub)
               move tim-basis to pg-basis (pg-found-sub)
               move 0 to pg-samples (pg-found-sub)
               move 0 to pg-records (pg-found-sub)
               move 0 to pg-seconds (pg-found-sub)
               move 0 to pg-rate (pg-found-sub)
               move 0 to pg-forecast (pg-found-sub)
               if tim-program = 'FIZZEXP' or tim-program = 'FIZZRQX'
                   or tim-program = 'FIZZRCK'
                   or tim-program = 'FIZZFCS'
                   move 'Y' to pg-already-run (pg-found-sub)
               else
                   move 'N' to pg-already-run (pg-found-sub)
               end-if
           end-if
           if pg-found-sub > 0
               add 1 to pg-samples (pg-found-sub)
               add tim-records to pg-records (pg-found-sub)
               add elapsed-seconds to pg-seconds (pg-found-sub)
           end-if
           exit.
       add-month-sample.
           move tim-start-date to date-split.
           compute month-index = date-year * 12 + date-month.
           if month-index > current-month-index - 13
               and month-index <= current-month-index
               compute mo-sub = month-index - current-month-index + 13
               add 1 to mo-samples (mo-sub)
               add tim-records to mo-iterations (mo-sub)
               add elapsed-seconds to mo-seconds (mo-sub)
           end-if
           exit.
      * a per-iteration program's rate is records per second; a
      * fixed step's forecast is its average elapsed time - none for
      * a step that has run already.
       derive-rates.
           perform varying pg-sub from 1 by 1
                   until pg-sub > program-count
               if pg-basis (pg-sub) = 'I'
                   if pg-records (pg-sub) > 0
                       and pg-seconds (pg-sub) > 0
                       compute pg-rate (pg-sub) rounded =
                           pg-records (pg-sub) / pg-seconds (pg-sub)
                       if pg-program (pg-sub) = 'FIZZBUZZ'
                           move 'Y' to fizzbuzz-rate-flag
                       end-if
                   else
                       move 'Y' to no-rate-flag
                   end-if
               else
                   if pg-already-run (pg-sub) = 'N'
                       compute pg-forecast (pg-sub) rounded =
                           pg-seconds (pg-sub) / pg-samples (pg-sub)
                       add pg-forecast (pg-sub) to fixed-seconds
                   end-if
               end-if
           end-perform
           if not fizzbuzz-rate-known
               display 'FIZZFCS0002W NO FIZZBUZZ TIMING HISTORY - DECK '
                       'CANNOT BE FORECAST'
               move 'FIZZFCS0002W' to log-msg-code
               move 'NO FIZZBUZZ TIMING HISTORY - DECK CANNOT BE FORECAS
      -            'T' to log-msg-text
               perform write-message-log
               perform raise-warning
           end-if
           exit.
       print-rates.
           move 'STEP RATES FROM THE TIMING HISTORY' to report-line.
           write report-line.
           move program-heading-line to report-line.
           write report-line.
           if program-count = 0
               move '  NO TIMING HISTORY IN THE WINDOW' to report-line
               write report-line
           end-if
           perform varying pg-sub from 1 by 1
                   until pg-sub > program-count
               move spaces to report-program-line
               move pg-program (pg-sub) to rpl-program
               move pg-samples (pg-sub) to rpl-samples
               move pg-records (pg-sub) to rpl-records
               move pg-seconds (pg-sub) to rpl-seconds
               move pg-rate (pg-sub) to rpl-rate
               move pg-forecast (pg-sub) to rpl-forecast
               if pg-basis (pg-sub) = 'I'
                   move 'PER ITERATION' to rpl-basis
                   if pg-rate (pg-sub) = 0
                       move 'NO RATE - NOT FORECAST' to rpl-note
                   end-if
               else
                   move 'FIXED' to rpl-basis
                   move 0 to rpl-rate
                   if pg-already-run (pg-sub) = 'Y'
                       move 'ALREADY RUN - NOT FORECAST' to rpl-note
                   end-if
               end-if
               move report-program-line to report-line
               write report-line
           end-perform
           exit.
      * each card's time is its iterations through every
      * per-iteration step of the job.
       forecast-deck.
           perform varying cd-sub from 1 by 1 until cd-sub > card-count
               perform varying pg-sub from 1 by 1
                       until pg-sub > program-count
                   if pg-rate (pg-sub) > 0
                       compute cd-seconds (cd-sub) rounded =
                           cd-seconds (cd-sub)
                           + cd-iterations (cd-sub) / pg-rate (pg-sub)
                   end-if
               end-perform
               add cd-seconds (cd-sub) to deck-seconds
           end-perform
           perform varying pg-sub from 1 by 1
                   until pg-sub > program-count
               if pg-rate (pg-sub) > 0
                   compute pg-forecast (pg-sub) rounded =
                       deck-iterations / pg-rate (pg-sub)
               end-if
           end-perform
           compute forecast-seconds = deck-seconds + fixed-seconds.
           exit.
       print-deck.
           move blank-report-line to report-line.
           write report-line.
           move 'TONIGHT''S DECK' to report-line.
           write report-line.
           move card-heading-line to report-line.
           write report-line.
           perform varying cd-sub from 1 by 1 until cd-sub > card-count
               move spaces to report-card-line
               move cd-sub to rcl-card
               move cd-iterations (cd-sub) to rcl-iterations
               move cd-operator (cd-sub) to rcl-operator
               move cd-rule-set (cd-sub) to rcl-rule-set
               move cd-seconds (cd-sub) to rcl-seconds
               move report-card-line to report-line
               write report-line
           end-perform
           if cards-over-table > 0
               move cards-over-table to count-edit
               move spaces to report-line
               string '  CARDS BEYOND THE 200 FORECAST: '
                       delimited by size
                   count-edit delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           exit.
      * the window end is today's when it is later than now, else
      * tomorrow's.
       judge-window.
           move today-number to finish-absolute.
           compute finish-absolute = finish-absolute * 86400
               + now-seconds + forecast-seconds.
           move today-number to window-day.
           if window-end-hhmm not > now-hhmm
               add 1 to window-day
           end-if
           move window-day to window-absolute.
           compute window-absolute = window-absolute * 86400
               + window-end-hh * 3600 + window-end-mm * 60.
           compute margin-seconds = window-absolute - finish-absolute.
           move finish-absolute to split-absolute.
           perform split-absolute-time.
           move stamp-out to finish-stamp.
           move window-absolute to split-absolute.
           perform split-absolute-time.
           move stamp-out to window-stamp.
           move blank-report-line to report-line.
           write report-line.
           move deck-iterations to count-edit.
           move spaces to report-line.
           string 'DECK ITERATIONS     : ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move deck-seconds to seconds-edit.
           move spaces to report-line.
           string 'PER-ITERATION STEPS : ' delimited by size
               seconds-edit delimited by size
               ' SECONDS' delimited by size
               into report-line
           end-string.
           write report-line.
           move fixed-seconds to seconds-edit.
           move spaces to report-line.
           string 'FIXED STEPS         : ' delimited by size
               seconds-edit delimited by size
               ' SECONDS' delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string 'FORECAST FINISH     : ' delimited by size
               finish-stamp delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string 'WINDOW END          : ' delimited by size
               window-stamp delimited by size
               into report-line
           end-string.
           write report-line.
           if margin-seconds < 0
               move 'Y' to overrun-flag
               compute excess-seconds = 0 - margin-seconds
               move excess-seconds to seconds-edit
               move spaces to report-line
               string 'FORECAST OVERRUN    : ' delimited by size
                   seconds-edit delimited by size
                   ' SECONDS' delimited by size
                   into report-line
               end-string
               write report-line
               display 'FIZZFCS0004W DECK FORECAST TO OVERRUN THE '
                       'WINDOW BY ' seconds-edit ' SECONDS'
               move 'FIZZFCS0004W' to log-msg-code
               move spaces to log-msg-text
               string 'DECK FORECAST TO OVERRUN THE WINDOW BY '
                       delimited by size
                   seconds-edit delimited by size
                   ' SECONDS' delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
               perform raise-warning
           else
               move margin-seconds to seconds-edit
               move spaces to report-line
               string 'MARGIN              : ' delimited by size
                   seconds-edit delimited by size
                   ' SECONDS' delimited by size
                   into report-line
               end-string
               write report-line
               display 'FIZZFCS0003I DECK FORECAST TO FINISH AT '
                       finish-stamp ' - INSIDE THE WINDOW'
               move 'FIZZFCS0003I' to log-msg-code
               move spaces to log-msg-text
               string 'DECK FORECAST TO FINISH AT ' delimited by size
                   finish-stamp delimited by size
                   ' - INSIDE THE WINDOW' delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
           end-if
           if rate-missing
               move '  A PER-ITERATION STEP HAS NO RATE YET - THE FORECA
      -            'ST LEAVES IT OUT' to report-line
               write report-line
           end-if
           exit.
       split-absolute-time.
           divide split-absolute by 86400 giving split-day
               remainder split-seconds.
           compute stamp-out-date =
               function date-of-integer (split-day).
           move split-seconds to split-whole.
           divide split-whole by 60 giving split-minutes
               remainder stamp-out-ss.
           divide split-minutes by 60 giving stamp-out-hh
               remainder stamp-out-mm.
           exit.
      * largest cards first until the cards left fit the window.
       name-cards-to-move.
           move blank-report-line to report-line.
           write report-line.
           move 'CARDS TO MOVE OR DEFER SO THE DECK FITS THE WINDOW'
                   to report-line.
           write report-line.
           move 0 to saved-seconds.
           move 1 to cd-pick-sub.
           perform until saved-seconds >= excess-seconds
                   or cd-pick-sub = 0
               move 0 to cd-pick-sub
               perform varying cd-sub from 1 by 1
                       until cd-sub > card-count
                   if cd-named (cd-sub) = 'N'
                       and cd-iterations (cd-sub) > 0
                       if cd-pick-sub = 0
                           move cd-sub to cd-pick-sub
                       else
                           if cd-iterations (cd-sub) >
                               cd-iterations (cd-pick-sub)
                               move cd-sub to cd-pick-sub
                           end-if
                       end-if
                   end-if
               end-perform
               if cd-pick-sub > 0
                   perform name-one-card
               end-if
           end-perform
           if saved-seconds < excess-seconds
               move '  THE FIXED STEPS ALONE OVERRUN - NO CARD MOVE CAN 
      -            'FIT THE WINDOW' to report-line
               write report-line
           end-if
           exit.
       name-one-card.
           move 'Y' to cd-named (cd-pick-sub).
           add cd-seconds (cd-pick-sub) to saved-seconds.
           move spaces to report-card-line.
           move cd-pick-sub to rcl-card.
           move cd-iterations (cd-pick-sub) to rcl-iterations.
           move cd-operator (cd-pick-sub) to rcl-operator.
           move cd-rule-set (cd-pick-sub) to rcl-rule-set.
           move cd-seconds (cd-pick-sub) to rcl-seconds.
           if cd-iterations (cd-pick-sub) >= big-threshold
               move 'MOVE TO THE FIZZBIG SPLIT RUN' to rcl-action
           else
               move 'DEFER TO A LATER NIGHT' to rcl-action
           end-if
           move report-card-line to report-line.
           write report-line.
           move cd-pick-sub to count-edit.
           display 'FIZZFCS0005W CARD ' count-edit ' - ' rcl-action.
           move 'FIZZFCS0005W' to log-msg-code.
           move spaces to log-msg-text.
           string 'CARD ' delimited by size
               count-edit delimited by size
               ' - ' delimited by size
               rcl-action delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           exit.
      * months with no FIZZBUZZ history print blank and do not
      * break or extend a run of falls.
       print-monthly-trend.
           move blank-report-line to report-line.
           write report-line.
           move 'MONTHLY FIZZBUZZ THROUGHPUT' to report-line.
           write report-line.
           move month-heading-line to report-line.
           write report-line.
           move 0 to prior-rate.
           move 0 to first-rate.
           move 0 to falls-running.
           perform varying mo-sub from 1 by 1 until mo-sub > 13
               perform print-one-month
           end-perform
           move prior-rate to last-rate.
           if falls-running >= 3
               or (first-rate > 0 and last-rate < first-rate * 0.9)
               move 'THROUGHPUT IS TRENDING DOWN - RAISE A CAPACITY REQU
      -            'EST' to report-line
               write report-line
               display 'FIZZFCS0006W FIZZBUZZ THROUGHPUT TRENDING DOWN'
               move 'FIZZFCS0006W' to log-msg-code
               move 'FIZZBUZZ THROUGHPUT TRENDING DOWN - RAISE A CAPACIT
      -            'Y REQUEST' to log-msg-text
               perform write-message-log
           end-if
           exit.
       print-one-month.
           move 0 to rml-rate.
           move 0 to rml-change.
           move spaces to rml-trend.
           divide mo-index (mo-sub) by 12 giving month-year
               remainder month-number.
           if month-number = 0
               subtract 1 from month-year
               move 12 to month-number
           end-if
           move month-year to rml-year.
           move month-number to rml-month.
           move mo-samples (mo-sub) to rml-samples.
           move mo-iterations (mo-sub) to rml-iterations.
           move mo-seconds (mo-sub) to rml-seconds.
           if mo-seconds (mo-sub) > 0
               compute mo-rate (mo-sub) rounded =
                   mo-iterations (mo-sub) / mo-seconds (mo-sub)
               move mo-rate (mo-sub) to rml-rate
               if first-rate = 0
                   move mo-rate (mo-sub) to first-rate
               end-if
               if prior-rate > 0
                   compute rate-change-pct rounded =
                       (mo-rate (mo-sub) - prior-rate) * 100
                       / prior-rate
                   move rate-change-pct to rml-change
                   if mo-rate (mo-sub) < prior-rate
                       move 'DOWN' to rml-trend
                       add 1 to falls-running
                   else
                       move 0 to falls-running
                   end-if
               end-if
               move mo-rate (mo-sub) to prior-rate
           end-if
           move report-month-line to report-line.
           write report-line.
           exit.
      * step timing: the step's start and end and the records it
      * processed go to STEPTIM, where this forecast learns its
      * rates (see FIZZTIM). A timing record that cannot be
      * written never fails the step.
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
               move 'FIZZFCS' to tim-program
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
