      * FIZZDIG - daily exceptions digest from the common MSGLOG
      *           message log every program in the fizzbuzz job
      *           stream appends to: only the E and W entries, for
      *           one business day, grouped by job step with a count
      *           per step and a total. This is the morning-turnover
      *           page for operations; the scheduler team keys its
      *           callouts off the MSGLOG dataset itself.
      *
      *           DIGCARD names the day to digest (YYYYMMDD); a
      *           missing, empty or non-numeric card digests today,
      *           which is what the scheduled morning run wants.
      *           The digest covers everything since the prior
      *           business day by the FIZZCAL calendar, so Monday's
      *           page carries the weekend and the day after a
      *           holiday carries the holiday. Without a calendar
      *           entry for the day it covers that day alone.
      *           The log is appended in step execution order but
      *           accumulates across days and jobs, so grouping is
      *           done with one pass per distinct step name - the
           select digest-card-file assign to "DIGCARD"
               organization is line sequential
               file status is digcard-status.
           select fizzcal-file assign to "FIZZCAL"
               organization is indexed
               access mode is random
               record key is cal-date
               file status is fizzcal-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           05  dc-digest-date         pic x(8).
           05  filler                 pic x(72).

       fd  fizzcal-file.
       copy fizzcal.

       fd  message-log-file.
       copy msglog.

       01 digcard-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 digrpt-status pic xx value '00'.
       01 fizzcal-status pic xx value '00'.
       01 digest-date pic 9(8) value 0.
      * first day of the digest - the day after the prior business
      * day, or the digest day itself.
       01 digest-from-date pic 9(8) value 0.
       01 step-table.
           05 step-count pic 9(2) value 0.
           05 step-entry occurs 20 times.
               'FIZZBUZZ DAILY EXCEPTIONS DIGEST FOR'.
           05 filler pic x(1) value spaces.
           05 rpt-title-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rpt-title-range pic x(40).
           05 filler pic x(46) value spaces.
       01 report-step-line.
           05 filler pic x(5) value 'STEP '.
           05 rpt-step-name pic x(8).
           05 filler pic x(97) value spaces.
       01 report-detail-line.
           05 filler pic x(2) value spaces.
           05 rpt-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rpt-time pic 9(6).
           05 filler pic x(1) value spaces.
           05 rpt-severity pic x(1).
           05 rpt-run-seq pic 9(3).
           05 filler pic x(1) value spaces.
           05 rpt-text pic x(79).
           05 filler pic x(13) value spaces.
       01 blank-report-line pic x(132) value spaces.
       procedure division.
       main.
           perform read-digest-card.
           perform set-digest-window.
           open output digest-report-file.
           move digest-date to rpt-title-date.
           move spaces to rpt-title-range.
           if digest-from-date < digest-date
               string
                   '- COVERING ' delimited by size
                   digest-from-date delimited by size
                   ' THRU ' delimited by size
                   digest-date delimited by size
                   into rpt-title-range
               end-string
           end-if
           move report-title-line to digest-report-line.
           write digest-report-line.
           perform collect-step-names.
               close digest-card-file
           end-if
           exit.
      * the window opens the day after the prior business day.
       set-digest-window.
           move digest-date to digest-from-date.
           open input fizzcal-file.
           if fizzcal-status = '00'
               move digest-date to cal-date
               read fizzcal-file
                   invalid key
                       continue
                   not invalid key
                       if cal-prev-business-date > 0
                           compute digest-from-date =
                               function date-of-integer
                               (function integer-of-date
                               (cal-prev-business-date) + 1)
                       end-if
               end-read
               close fizzcal-file
           end-if
           exit.
      * pass 1 - the distinct step names with E/W entries for the
      * day, in first-appearance (execution) order, and the total.
       collect-step-names.
                       at end
                           move '10' to msglog-status
                       not at end
                           if mlg-date >= digest-from-date
                               and mlg-date <= digest-date
                               and (mlg-severity = 'E'
                                   or mlg-severity = 'W')
                               add 1 to exception-total
                       at end
                           move '10' to msglog-status
                       not at end
                           if mlg-date >= digest-from-date
                               and mlg-date <= digest-date
                               and mlg-job-step = current-step
                               and (mlg-severity = 'E'
                                   or mlg-severity = 'W')
           exit.
       print-detail-line.
           move spaces to report-detail-line.
           move mlg-date to rpt-date.
           move mlg-time to rpt-time.
           move mlg-severity to rpt-severity.
           move mlg-msg-code to rpt-msg-code.
