      * FIZZFEED - delimited analytics extract of the FBOUT generation
      *            for the data warehouse, run after the FIZZVER
      *            reconciliation in srcs/jcl/fizzbuzz.jcl. The
      *            warehouse loader cannot take the OUTREC layout
      *            with its fixed-position flags, so each
      *            record goes out pipe-delimited with the text
      *            trimmed: iteration, fizz flag, buzz flag, text,
      *            plus the run date and operator id from the audit
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  fizzbuzz-output-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       copy outrec.

       fd  audit-file.
       fd  message-log-file.
       copy msglog.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 fbout-status pic xx value '00'.
       01 fbout-length pic 9(4) comp value 211.
       01 audit-status pic xx value '00'.
       01 feedfile-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 any-audit-record pic x value 'N'.
       01 job-stopped-flag pic x value 'N'.
           88 job-stopped value 'Y'.
       01 total-audit-records pic 9(9) comp value 0.
       01 runs-in-job pic 9(3) value 1.
       01 records-to-skip pic 9(9) comp value 0.
           'ITERATION|FIZZ|BUZZ|TEXT|RUN_DATE|OPERATOR_ID'.
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           perform scan-audit-trail.
           if any-audit-record = 'N'
               perform write-message-log
               move 8 to return-code
           else
               if job-stopped
                   display 'FIZZFEED0004W JOB STOPPED BY OPERATOR - '
                           'FEED HELD FOR THE RESTART'
                   move 'FIZZFEED0004W' to log-msg-code
                   move 'JOB STOPPED BY OPERATOR - FEED HELD'
                           to log-msg-text
                   perform write-message-log
                   move 4 to return-code
               else
                   perform sum-job-audit-records
                   perform write-feed-file
                   if feed-row-count not = job-records-produced
                       display 'FIZZFEED0002E FEED ROWS ' feed-row-count
                               ' DO NOT MATCH AUDIT '
                               job-records-produced
                               ' - FEED HELD'
                       move 'FIZZFEED0002E' to log-msg-code
                       move 'FEED ROWS DO NOT MATCH AUDIT - FEED HELD'
                               to log-msg-text
                       perform write-message-log
                       move 8 to return-code
                   end-if
               end-if
           end-if
           close message-log-file.
           move feed-row-count to step-records.
           perform write-step-timing.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
                           move '10' to audit-status
                       not at end
                           move 'Y' to any-audit-record
                           if aud-run-state = 'T'
                               move 'Y' to job-stopped-flag
                           else
                               move 'N' to job-stopped-flag
                               add 1 to total-audit-records
                               if aud-run-seq is numeric
                                   and aud-run-seq > 0
                                   move aud-run-seq to runs-in-job
                               else
                                   move 1 to runs-in-job
                               end-if
                               move aud-run-date to feed-run-date
                               move aud-operator-id to feed-operator-id
                           end-if
                   end-read
               end-perform
               close audit-file
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state not = 'T'
                               if records-skipped < records-to-skip
                                   add 1 to records-skipped
                               else
                                   add aud-records-produced
                                           to job-records-produced
                               end-if
                           end-if
                   end-read
               end-perform
                       at end
                           move '10' to fbout-status
                       not at end
                           perform clear-fbout-tail
                           perform write-feed-row
                   end-read
               end-perform
           end-string
           write feed-record.
           exit.
      * FBOUT records are variable length, cut after the last
      * non-blank byte of OUT-TEXT - a short record leaves the rest
      * of the record area holding the longer record read before
      * it, so it is blanked before any field is looked at.
       clear-fbout-tail.
           if fbout-length < 211
               move spaces
                       to fizzbuzz-output-record (fbout-length + 1:)
           end-if
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
               move 'FIZZFEED' to tim-program
               move step-start-date to tim-start-date
               move step-start-time to tim-start-time
               accept tim-end-date from date yyyymmdd
               accept tim-end-time from time
               move step-records to tim-records
               move 'I' to tim-basis
               move return-code to tim-return-code
               write step-timing-record
               close step-timing-file
           end-if
           exit.
