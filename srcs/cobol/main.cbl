               access mode is random
               record key is sta-key
               file status is fizzsta-status.
           select fizzstp-file assign to "FIZZSTP"
               organization is indexed
               access mode is random
               record key is stp-key
               file status is fizzstp-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  control-card-file.
       fd  checkpoint-file.
       copy chkpt.

       fd  fizzbuzz-output-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       copy outrec.

       fd  audit-file.
       fd  fizzsta-file.
       copy fizzsta.

       fd  fizzstp-file.
       copy fizzstp.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 iteration pic 9(9) comp value 1.
       01 fizz pic 9(9) comp value 0.
       01 buzz pic 9(9) comp value 0.
       01 rules-status pic xx value '00'.
       01 chkpt-status pic xx value '00'.
       01 fbout-status pic xx value '00'.
       01 fbout-length pic 9(4) comp value 211.
       01 text-scan-sub pic s9(4) comp value 0.
       01 audit-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 fizzsta-status pic xx value '00'.
       01 status-warned-flag pic x value 'N'.
       01 status-state pic x(1) value 'S'.
       01 status-iteration pic 9(9) comp value 0.
       01 fizzstp-status pic xx value '00'.
       01 stop-file-available-flag pic x value 'N'.
           88 stop-file-available value 'Y'.
       01 operator-stop-flag pic x value 'N'.
           88 operator-stop value 'Y'.
       01 stop-operator-id pic x(8) value spaces.
      * job start, in the STP-REQ-STAMP layout - a stop request made
      * before this job started belongs to an earlier job.
       01 job-start-stamp.
           05 job-start-date pic 9(8) value 0.
           05 job-start-time pic 9(6) value 0.
      * ACCEPT FROM TIME gives HHMMSSCC - the stamp keeps HHMMSS.
       01 job-start-clock pic 9(8) value 0.
       01 log-step-name pic x(8) value 'STEP1'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 iter-fizz-flag pic x value 'N'.
       01 iter-buzz-flag pic x value 'N'.
       01 iter-other-flag pic x value 'N'.
       01 fbout-existing-count pic 9(9) comp value 0.
       01 default-checkpoint-interval pic 9(5) value 10.
       01 max-allowed-iterations pic 9(9) value 1000000.
       copy sumrec.
       procedure division.
       main.
           perform start-step-timing.
           accept job-start-date from date yyyymmdd.
           accept job-start-clock from time.
           move job-start-clock (1:6) to job-start-time.
           perform open-message-log.
           perform open-status-file.
           perform open-stop-request-file.
           perform open-audit-file.
           perform process-control-cards.
           if run-files-open
           if status-available
               close fizzsta-file
           end-if
           if stop-file-available
               close fizzstp-file
           end-if
           close message-log-file.
           move worst-return-code to return-code.
           perform write-step-timing.
           stop run.
      * every card in the deck drives a complete run of its own -
      * a bad card fails that run and the deck carries on, with the
      * worst return code surfaced at job end. an unreadable or
      * empty deck still gets the historical one default run. an
      * operator stop ends the deck after the stopped run - the
      * cards after it run on the restart resubmission.
       process-control-cards.
           open input control-card-file.
           if ctlcard-status = '00'
               perform until ctlcard-status not = '00'
                       or operator-stop
                   read control-card-file
                       at end
                           move '10' to ctlcard-status
                   move 'S' to status-state
                   compute status-iteration = iteration - 1
                   perform update-run-status
                   perform fizzbuzz
                           until iteration > cc-iteration-count
                           or operator-stop
                   perform summarize-run
                   if operator-stop
                       perform end-run-on-operator-stop
                   else
                       perform write-run-marker-checkpoint
                       move 'C' to status-state
                       move cc-iteration-count to status-iteration
                       perform update-run-status
                   end-if
               else
                   move 'F' to status-state
                   move 0 to status-iteration
               move 'Y' to status-available-flag
           end-if
           exit.
      * the FZMN stop request (see FIZZSTP). Like the status file,
      * a job without the DD or the cluster simply cannot be
      * stopped from the monitor and runs exactly as before.
       open-stop-request-file.
           move 'N' to stop-file-available-flag.
           open input fizzstp-file.
           if fizzstp-status = '00'
               move 'Y' to stop-file-available-flag
           end-if
           exit.
      * partition slices of a FIZZBIG split run carry no FIZZSTA DD
      * by design - the single-record cluster cannot take four
      * writers - so they neither maintain the status nor warn
           move records-written-total to sta-records-written.
           accept sta-ckpt-date from date yyyymmdd.
           accept sta-ckpt-time from time.
           move job-start-stamp to sta-job-start-stamp.
           rewrite fizzsta-record
               invalid key
                   write fizzsta-record
               move fbout-existing-count to records-written-total
               perform seed-summary-from-checkpoint
           end-if
           exit.
       reset-run-counters.
           move 0 to sum-fizz-only-count.
               move 'R' to status-state
               move iteration to status-iteration
               perform update-run-status
               perform check-stop-request
           end-if
           exit.
      * a stop request is only honoured at an interval checkpoint,
      * the one point where the trail says exactly where to resume,
      * and only while iterations remain - a request that arrives
      * at a run's last checkpoint waits for the next run's first,
      * and one that arrives during the deck's last run is moot.
      * Partition slices never stop: FIZZMRG needs all four.
       check-stop-request.
           if stop-file-available and not cc-partition-run
               and iteration < cc-iteration-count
               move '0001' to stp-key
               read fizzstp-file
                   invalid key
                       continue
                   not invalid key
                       if stp-request-flag = 'Y'
                           and stp-req-stamp >= job-start-stamp
                           move 'Y' to operator-stop-flag
                           move stp-operator-id to stop-operator-id
                       end-if
               end-read
           end-if
           exit.
      * the checkpoint just written is the clean restart point: it
      * names this run and its last iteration, so no run marker is
      * written - the resubmission resumes this run, not the next.
      * The partial audit record is marked 'T' so the reconciling
      * and publishing steps hold everything for the restart.
       end-run-on-operator-stop.
           display 'FIZZBUZZ0014W RUN ' run-seq
                   ' STOPPED AT CHECKPOINT BY OPERATOR '
                   stop-operator-id.
           move 'FIZZBUZZ0014W' to log-msg-code.
           move spaces to log-msg-text.
           string
               'RUN STOPPED AT CHECKPOINT BY OPERATOR '
                   delimited by size
               stop-operator-id delimited by size
               ' - RESTART TO RESUME' delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           move 'T' to status-state.
           compute status-iteration = iteration - 1.
           perform update-run-status.
           if return-code < 6
               move 6 to return-code
           end-if.
           exit.
      * a run only checkpoints at interval multiples, so an abend
      * before the next run's first interval checkpoint would leave
      * the trail pointing at an earlier run. each completed run
           move sum-grand-total to aud-records-produced.
           move run-seq to aud-run-seq.
           move cc-rule-set to aud-rule-set.
           if operator-stop
               move 'T' to aud-run-state
           end-if.
           perform varying hit-sub from 1 by 1
                   until hit-sub > 20
               move sum-rule-hit-count (hit-sub)
               move iter-fizz-flag to out-fizz-flag
               move iter-buzz-flag to out-buzz-flag
               move rule-text to out-text
               perform size-output-record
               write fizzbuzz-output-record
               add 1 to records-written-total
               add 1 to step-records
           end-if
           exit.

      * FBOUT is variable length - the record stops at the last
      * non-blank byte of OUT-TEXT, keeping at least one byte.
       size-output-record.
           perform varying text-scan-sub from 200 by -1
                   until text-scan-sub < 2
                   or out-text (text-scan-sub:1) not = space
               continue
           end-perform
           compute fbout-length = 11 + text-scan-sub.
           exit.

       rule-print.
           move spaces to rule-text.
           move 0 to fb.
               move 'Y' to rule-match-flag
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
               if cc-partition-run
                   move 'STEPP' to tim-step-name
               else
                   move log-step-name to tim-step-name
               end-if
               move 'FIZZBUZZ' to tim-program
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
