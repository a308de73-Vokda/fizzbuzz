       IDENTIFICATION division.
       program-id. fizzcld.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZCLD - builds the FIZZCAL business-day calendar (see the
      *           copybook) from the maintained CALCARD deck, a year
      *           at a time. Run from srcs/jcl/fizzcld.jcl each
      *           autumn for the coming year, and again whenever the
      *           shop's holiday list changes - every date of each
      *           year named is written, or rewritten, so a rerun
      *           simply replaces the year.
      *
      *           CALCARD cards, by type in column 1:
      *             Y  cols 3-6   a year to build (YYYY)
      *             H  cols 3-10  a shop holiday (YYYYMMDD), with
      *                cols 12-31 its name
      *             B  cols 3-10  a weekend day the shop works
      *                (YYYYMMDD), with cols 12-31 the reason
      *           Saturdays and Sundays are non-business days unless
      *           a B card says otherwise; everything else is a
      *           business day unless an H card says otherwise. Keep
      *           the holidays of every year on file in the deck -
      *           the build looks a fortnight either side of the
      *           year for the prior/next business day and the
      *           December month-end, so next January's holidays
      *           matter to this December. A bad card is reported
      *           and skipped; no Y card at all builds nothing and
      *           ends with RETURN-CODE 8.
      *
      *           FZRQ reads FIZZCAL online - close the FCT entry
      *           while this job runs, like the other batch updates
      *           of CICS-owned clusters.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select calendar-card-file assign to "CALCARD"
               organization is line sequential
               file status is calcard-status.
           select fizzcal-file assign to "FIZZCAL"
               organization is indexed
               access mode is random
               record key is cal-date
               file status is fizzcal-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  calendar-card-file.
       01  calendar-card.
           05  ck-card-type           pic x(1).
           05  filler                 pic x(1).
           05  ck-card-date           pic x(8).
           05  filler                 pic x(1).
           05  ck-description         pic x(20).
           05  filler                 pic x(49).
       01  calendar-year-card.
           05  filler                 pic x(2).
           05  ck-build-year          pic x(4).
           05  filler                 pic x(74).

       fd  fizzcal-file.
       copy fizzcal.

       fd  message-log-file.
       copy msglog.

       working-storage section.
       01 calcard-status pic xx value '00'.
       01 fizzcal-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP1'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 build-date pic 9(8) value 0.
       01 days-written pic 9(9) comp value 0.
       01 cards-rejected pic 9(5) comp value 0.
       01 card-date-work pic 9(8) value 0.
       01 year-table.
           05 year-count pic 9(2) comp value 0.
           05 year-entry occurs 10 times.
               10 yr-year pic 9(4).
       01 year-sub pic 9(2) comp value 0.
      * the H and B cards of every year in the deck.
       01 override-table.
           05 override-count pic 9(4) comp value 0.
           05 override-entry occurs 500 times.
               10 ov-date pic 9(8).
               10 ov-type pic x(1).
               10 ov-description pic x(20).
       01 ov-sub pic 9(4) comp value 0.
      * the year being built plus a fortnight either side, so the
      * first and last days of the year find their neighbouring
      * business days.
       01 day-table.
           05 day-count pic 9(3) comp value 0.
           05 day-entry occurs 400 times.
               10 dt-date pic 9(8).
               10 dt-weekday pic 9(1).
               10 dt-business pic x(1).
               10 dt-holiday pic x(1).
               10 dt-description pic x(20).
       01 day-sub pic 9(3) comp value 0.
       01 scan-sub pic 9(3) comp value 0.
       01 day-integer pic 9(9) comp value 0.
       01 first-integer pic 9(9) comp value 0.
       01 last-integer pic 9(9) comp value 0.
       01 this-month pic 9(6) value 0.
       01 next-month pic 9(6) value 0.
       procedure division.
       main.
           accept build-date from date yyyymmdd.
           perform open-message-log.
           perform load-calendar-cards.
           if year-count = 0
               display 'FIZZCLD0001E NO YEAR CARD - CALENDAR NOT BUILT'
               move 'FIZZCLD0001E' to log-msg-code
               move 'NO YEAR CARD - CALENDAR NOT BUILT' to log-msg-text
               perform write-message-log
               move 8 to return-code
           else
               perform open-calendar-file
               if return-code = 0
                   perform build-calendar-year
                           varying year-sub from 1 by 1
                           until year-sub > year-count
                   close fizzcal-file
                   display 'FIZZCLD0003I CALENDAR DAYS WRITTEN: '
                           days-written
                   move 'FIZZCLD0003I' to log-msg-code
                   move 'CALENDAR DAYS WRITTEN' to log-msg-text
                   perform write-message-log
               end-if
           end-if
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
       load-calendar-cards.
           move 0 to year-count.
           move 0 to override-count.
           open input calendar-card-file.
           if calcard-status = '00'
               perform until calcard-status not = '00'
                   read calendar-card-file
                       at end
                           move '10' to calcard-status
                       not at end
                           perform store-calendar-card
                   end-read
               end-perform
               close calendar-card-file
           end-if
           exit.
       store-calendar-card.
           evaluate ck-card-type
               when 'Y'
                   if ck-build-year is numeric
                       and ck-build-year > '1600'
                       and year-count < 10
                       add 1 to year-count
                       move ck-build-year to yr-year (year-count)
                   else
                       perform reject-calendar-card
                   end-if
               when 'H'
               when 'B'
                   if ck-card-date is numeric
                       move ck-card-date to card-date-work
                   else
                       move 0 to card-date-work
                   end-if
                   if card-date-work > 16010101
                       and function test-date-yyyymmdd (card-date-work)
                           = 0
                       and override-count < 500
                       add 1 to override-count
                       move card-date-work to ov-date (override-count)
                       move ck-card-type to ov-type (override-count)
                       move ck-description
                               to ov-description (override-count)
                   else
                       perform reject-calendar-card
                   end-if
               when '*'
                   continue
               when other
                   perform reject-calendar-card
           end-evaluate
           exit.
       reject-calendar-card.
           add 1 to cards-rejected.
           display 'FIZZCLD0002W CALENDAR CARD SKIPPED: '
                   calendar-card (1:31).
           move 'FIZZCLD0002W' to log-msg-code.
           move spaces to log-msg-text.
           string
               'CALENDAR CARD SKIPPED: ' delimited by size
               calendar-card (1:31) delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           exit.
       open-calendar-file.
           open i-o fizzcal-file.
           if fizzcal-status = '35'
               open output fizzcal-file
               close fizzcal-file
               open i-o fizzcal-file
           end-if
           if fizzcal-status not = '00'
               display 'FIZZCLD0004E FIZZCAL OPEN FAILED '
                       fizzcal-status
                       ' - IS THE FILE STILL OPEN TO CICS?'
               move 'FIZZCLD0004E' to log-msg-code
               move 'FIZZCAL OPEN FAILED - IS THE FILE STILL OPEN TO CIC
      -            'S?' to log-msg-text
               perform write-message-log
               move 12 to return-code
           end-if
           exit.
      * classify every day of the window, then write the year's own
      * days with their neighbouring business days and month-end.
       build-calendar-year.
           compute first-integer = function integer-of-date
                   (yr-year (year-sub) * 10000 + 0101) - 14.
           compute last-integer = function integer-of-date
                   (yr-year (year-sub) * 10000 + 1231) + 14.
           move 0 to day-count.
           perform classify-day
                   varying day-integer from first-integer by 1
                   until day-integer > last-integer.
           perform write-calendar-day
                   varying day-sub from 15 by 1
                   until day-sub > day-count - 14.
           exit.
      * 1 January 1601, day 1 of the integer dates, was a Monday.
       classify-day.
           add 1 to day-count.
           compute dt-date (day-count) =
                   function date-of-integer (day-integer).
           compute dt-weekday (day-count) =
                   function mod (day-integer - 1, 7) + 1.
           if dt-weekday (day-count) > 5
               move 'N' to dt-business (day-count)
           else
               move 'Y' to dt-business (day-count)
           end-if
           move 'N' to dt-holiday (day-count).
           move spaces to dt-description (day-count).
           perform varying ov-sub from 1 by 1
                   until ov-sub > override-count
               if ov-date (ov-sub) = dt-date (day-count)
                   move ov-description (ov-sub)
                           to dt-description (day-count)
                   if ov-type (ov-sub) = 'H'
                       move 'N' to dt-business (day-count)
                       move 'Y' to dt-holiday (day-count)
                   else
                       move 'Y' to dt-business (day-count)
                       move 'N' to dt-holiday (day-count)
                   end-if
               end-if
           end-perform
           exit.
       write-calendar-day.
           move spaces to fizzcal-record.
           move dt-date (day-sub) to cal-date.
           move dt-weekday (day-sub) to cal-day-of-week.
           move dt-business (day-sub) to cal-business-day.
           move dt-holiday (day-sub) to cal-holiday.
           move dt-description (day-sub) to cal-description.
           move build-date to cal-build-date.
           move 0 to cal-prev-business-date.
           perform varying scan-sub from day-sub by -1
                   until scan-sub < 2
                   or cal-prev-business-date > 0
               if dt-business (scan-sub - 1) = 'Y'
                   move dt-date (scan-sub - 1)
                           to cal-prev-business-date
               end-if
           end-perform
           move 0 to cal-next-business-date.
           perform varying scan-sub from day-sub by 1
                   until scan-sub >= day-count
                   or cal-next-business-date > 0
               if dt-business (scan-sub + 1) = 'Y'
                   move dt-date (scan-sub + 1)
                           to cal-next-business-date
               end-if
           end-perform
      * month-end is the last business day of the month: the next
      * business day falls in a later month.
           move 'N' to cal-month-end.
           if cal-business-day = 'Y' and cal-next-business-date > 0
               divide cal-date by 100 giving this-month
               divide cal-next-business-date by 100 giving next-month
               if next-month not = this-month
                   move 'Y' to cal-month-end
               end-if
           end-if
           write fizzcal-record
               invalid key
                   rewrite fizzcal-record
           end-write.
           add 1 to days-written.
           exit.
