           select part4-deck-file assign to "PART4"
               organization is line sequential
               file status is part4-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  split-card-file.
       fd  part4-deck-file.
       01  part4-card                 pic x(80).

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 splcard-status pic xx value '00'.
       01 ctlcard-status pic xx value '00'.
       01 part1-status pic xx value '00'.
       01 part-sub pic 9(2) comp value 0.
       procedure division.
       main.
           perform start-step-timing.
           perform read-split-card.
           open input control-card-file.
           open output part1-deck-file.
           else
               display 'FIZZSPL0002I CARDS SPLIT: ' cards-read
           end-if
           move cards-read to step-records.
           perform write-step-timing.
           stop run.
      * a missing, empty or bad card keeps the shipped default
      * partition size.
                   write part4-card
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
               move 'STEPS' to tim-step-name
               move 'FIZZSPL' to tim-program
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
