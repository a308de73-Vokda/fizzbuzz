           select print-file assign to "PRTFILE"
               organization is line sequential
               file status is prtfile-status.
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
       fd  print-file.
       01  print-line                 pic x(133).

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
       01 prtfile-status pic xx value '00'.
       01 any-audit-record pic x value 'N'.
           05 filler pic x(100) value spaces.
       procedure division.
       main.
           perform start-step-timing.
           perform scan-audit-trail.
           perform sum-job-audit-records.
           open output print-file.
           perform print-detail-pages.
           perform print-totals-page.
           close print-file.
           perform write-step-timing.
           stop run.
      * pass 1 over the audit trail - the final job's run count and
      * the run date/operator for the page headers.
                           move '10' to audit-status
                       not at end
                           move 'Y' to any-audit-record
                           if aud-run-state not = 'T'
                               add 1 to total-audit-records
                               if aud-run-seq is numeric
                                   and aud-run-seq > 0
                                   move aud-run-seq to runs-in-job
                               else
                                   move 1 to runs-in-job
                               end-if
                               move aud-run-date to report-run-date
                               move aud-run-time to report-run-time
                               move aud-operator-id
                                       to report-operator-id
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
                                       add aud-fizz-only-count
                                               to job-fizz-only-total
                                       add aud-buzz-only-count
                                               to job-buzz-only-total
                                       add aud-fizzbuzz-count
                                               to job-fizzbuzz-total
                                       add aud-other-count
                                               to job-other-total
                                       add aud-plain-count
                                               to job-plain-total
                                       add aud-records-produced
                                               to job-produced-total
                                   end-if
                               end-if
                       end-read
                   end-perform
                       at end
                           move '10' to fbout-status
                       not at end
                           perform clear-fbout-tail
                           perform print-detail-line
                   end-read
               end-perform
           if lines-on-page >= detail-lines-per-page
               perform start-new-page
           end-if
           add 1 to step-records.
           move spaces to report-detail-line.
           move out-iteration to rpt-iteration.
           move function trim(out-text) to rpt-result-text.
           move totals-detail-line to print-line.
           write print-line.
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
               move 'STEP6' to tim-step-name
               move 'FIZZPRT' to tim-program
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
