           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  part1-out-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       copy outrec.

      * partition views of the same OUTREC layout - the copybook
      * cannot be copied four times without clashing names. All
      * five files are variable length on the one length field:
      * each record read is written straight back out at the
      * length the read left there.
       fd  part2-out-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       01  part2-output-record        pic x(211).

       fd  part3-out-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       01  part3-output-record        pic x(211).

       fd  part4-out-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       01  part4-output-record        pic x(211).

      * the four partition audit files are concatenated under one
       fd  part-audit-file.
       copy auditrec.

       fd  fizzbuzz-output-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       01  merged-output-record       pic x(211).

       fd  audit-file.
       01  merged-audit-record        pic x(342).

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 part1-out-status pic xx value '00'.
       01 part2-out-status pic xx value '00'.
       01 part3-out-status pic xx value '00'.
       01 part4-out-status pic xx value '00'.
       01 partaud-status pic xx value '00'.
       01 fbout-status pic xx value '00'.
       01 fbout-length pic 9(4) comp value 211.
       01 audit-status pic xx value '00'.
       01 merge-failed-flag pic x value 'N'.
           88 merge-failed value 'Y'.
           05 wa-rule-hit-count pic 9(9) occurs 20 times.
           05 wa-run-seq pic 9(3).
           05 wa-rule-set pic x(8).
           05 wa-run-state pic x(1).
           05 filler pic x(62).
       procedure division.
       main.
           perform start-step-timing.
           perform load-partition-audits.
           if runs-in-job = 0
               display 'FIZZMRG0001E NO PARTITION AUDIT RECORDS - '
                           copied-total
               end-if
           end-if
           move copied-total to step-records.
           perform write-step-timing.
           stop run.
      * one pass over the concatenated partition audit files: the
      * partition advances whenever the run sequence fails to
           end-perform
           close audit-file.
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
               move 'STEPM' to tim-step-name
               move 'FIZZMRG' to tim-program
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
