               access mode is random
               record key is aue-key
               file status is fizzaud-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  control-card-file.
       fd  fizzaud-file.
       copy fizzaud.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 ctlcard-status pic xx value '00'.
       01 rules-status pic xx value '00'.
       01 audit-status pic xx value '00'.
      * date of the run that just finished can drive the same
      * effective-date decisions LOAD-RULES-TABLE made.
       main.
           perform start-step-timing.
           perform extract-parameters.
           perform extract-last-audit-record.
           perform extract-rules.
           move rule-seq to step-records.
           perform write-step-timing.
           stop run.
       extract-parameters.
           move spaces to fizzprm-record.
           end-if
           close fizzaud-file.
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
               move 'STEP3' to tim-step-name
               move 'FIZZXTR' to tim-program
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
