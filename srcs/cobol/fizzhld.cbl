      *           only runs after FIZZVER has reconciled them
      *           against the generation. Records are written, or
      *           rewritten when a restart resubmission reloads a
      *           range the abended job already loaded. A run
      *           voided in the meantime (FIZZVDX, AUD-RUN-STATE 'V')
      *           is read past and not loaded again.
      *
      *           HSTCARD sets the retention: the number of RUNS to
      *           keep in the history. After the load, the oldest
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  history-card-file.
           05  hc-retention-runs      pic 9(3).
           05  filler                 pic x(77).

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
       01 hstcard-status pic xx value '00'.
       01 fbout-status pic xx value '00'.
       01 fbout-length pic 9(4) comp value 211.
       01 audit-status pic xx value '00'.
       01 fizzhst-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-scan-sub pic s9(4) comp value 0.
       01 retention-runs pic 9(3) value 60.
       01 any-audit-record pic x value 'N'.
       01 job-stopped-flag pic x value 'N'.
           88 job-stopped value 'Y'.
       01 total-audit-records pic 9(9) comp value 0.
       01 runs-in-job pic 9(3) value 1.
       01 records-to-skip pic 9(9) comp value 0.
               10 rs-run-date pic 9(8).
               10 rs-run-time pic 9(6).
               10 rs-records pic 9(9) comp.
               10 rs-run-state pic x(1).
       01 stamp-sub pic 9(3) comp value 0.
       01 current-run pic 9(3) comp value 1.
       01 records-remaining pic 9(9) comp value 0.
       01 this-stamp pic x(14).
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           perform read-history-card.
           perform scan-audit-trail.
               perform write-message-log
               move 8 to return-code
           else
               if job-stopped
                   display 'FIZZHLD0005W JOB STOPPED BY OPERATOR - '
                           'HISTORY NOT LOADED'
                   move 'FIZZHLD0005W' to log-msg-code
                   move 'JOB STOPPED BY OPERATOR - HISTORY NOT LOADED'
                           to log-msg-text
                   perform write-message-log
                   move 4 to return-code
               else
                   perform collect-run-stamps
                   perform open-history-file
                   if return-code = 0
                       perform load-history-records
                       perform purge-old-runs
                       close fizzhst-file
                       display 'FIZZHLD0002I HISTORY RECORDS LOADED: '
                               loaded-count
                       move 'FIZZHLD0002I' to log-msg-code
                       move 'HISTORY RECORDS LOADED' to log-msg-text
                       perform write-message-log
                       display 'FIZZHLD0003I HISTORY RECORDS PURGED: '
                               purged-records
                       move 'FIZZHLD0003I' to log-msg-code
                       move 'HISTORY RECORDS PURGED' to log-msg-text
                       perform write-message-log
                   end-if
               end-if
           end-if
           close message-log-file.
           move loaded-count to step-records.
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
                           end-if
                   end-read
               end-perform
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state not = 'T'
                               if records-skipped < records-to-skip
                                   add 1 to records-skipped
                               else
                                   if stamp-sub < 999
                                       add 1 to stamp-sub
                                       move aud-run-date to
                                           rs-run-date (stamp-sub)
                                       move aud-run-time to
                                           rs-run-time (stamp-sub)
                                       move aud-run-state to
                                           rs-run-state (stamp-sub)
                                       if aud-records-produced
                                               is numeric
                                           move aud-records-produced
                                               to rs-records (stamp-sub)
                                       else
                                           move 0 to
                                               rs-records (stamp-sub)
                                       end-if
                                   end-if
                               end-if
                           end-if
                   at end
                       move '10' to fbout-status
                   not at end
                       perform clear-fbout-tail
                       if rs-run-state (current-run) not = 'V'
                           perform write-history-record
                       end-if
                       subtract 1 from records-remaining
               end-read
           end-perform
           end-perform
           move '00' to fizzhst-status.
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
               move 'FIZZHLD' to tim-program
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
