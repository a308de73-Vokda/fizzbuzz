           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  fizzrul-file.
       fd  message-log-file.
       copy msglog.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 fizzrul-status pic xx value '00'.
       01 rules-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-scan-sub pic s9(4) comp value 0.
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           open output rules-file.
           if rules-status not = '00'
               perform write-message-log
           end-if
           close message-log-file.
           move exported-rule-count to step-records.
           perform write-step-timing.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
           write rule-card.
           add 1 to exported-rule-count.
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
               move 'FIZZEXP' to tim-program
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
