           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
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
       01 audit-status pic xx value '00'.
       01 fizzreq-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 any-audit-record pic x value 'N'.
       01 job-stopped-flag pic x value 'N'.
           88 job-stopped value 'Y'.
       01 total-audit-records pic 9(9) comp value 0.
       01 runs-in-job pic 9(3) value 1.
       01 records-to-skip pic 9(9) comp value 0.
       01 stamp-time pic 9(6) value 0.
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           perform varying run-sub from 1 by 1 until run-sub > 999
               move 'N' to rr-present (run-sub)
               move 0 to rr-records-produced (run-sub)
           end-perform
           perform scan-audit-trail.
      * a job stopped from FZMN is resumed by a restart resubmission
      * that rebuilds its deck from the requests still SUBMITTED, so
      * none of them is touched until the restart completes the job.
           if job-stopped
               display 'FIZZRQU0004I JOB STOPPED BY OPERATOR - '
                       'REQUESTS LEFT SUBMITTED FOR THE RESTART'
               move 'FIZZRQU0004I' to log-msg-code
               move 'JOB STOPPED BY OPERATOR - REQUESTS LEFT SUBMITTED'
                       to log-msg-text
               perform write-message-log
           else
               perform collect-run-results
               perform update-submitted-requests
               display 'FIZZRQU0001I REQUESTS UPDATED: '
                       requests-updated
               move 'FIZZRQU0001I' to log-msg-code
               move 'REQUEST OUTCOMES WRITTEN BACK' to log-msg-text
               perform write-message-log
           end-if.
           close message-log-file.
           move requests-updated to step-records.
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
                                       perform store-run-result
                                   end-if
                               end-if
                       end-read
                   end-perform
           rewrite fizzreq-record.
           add 1 to requests-updated.
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
               move 'FIZZRQU' to tim-program
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
