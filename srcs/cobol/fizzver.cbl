      *           the original job's completed-run records
      *           immediately precede the resubmission's.
      *
      *           A run of the job voided since (FIZZVDX, AUD-RUN-
      *           STATE 'V') is left out on both sides: its audit
      *           counts are not summed, and its records - the run's
      *           AUD-RECORDS-PRODUCED span of the generation, runs
      *           being written one after another in sequence order -
      *           are not recounted. VERRPT notes what was left out.
      *
      *           Category reconstruction mirrors ACCUMULATE-SUMMARY:
      *           the flags alone name the expected text (Fizz, Buzz,
      *           FizzBuzz), so a record whose trimmed OUT-TEXT
      *           ITER-OTHER-FLAG branch does in the batch program.
      *           Flags both N with the bare iteration number as text
      *           is PLAIN; flags both N with anything else is OTHER.
      *
      *           The EXEC card's PARM names the step for MSGLOG and
      *           STEPTIM - PARM='STEPV' in fizzbig.jcl. Without a
      *           PARM the records are labelled STEP2, the step this
      *           program runs as in fizzbuzz.jcl.
      *----------------------------------------------------------------
       environment division.
       input-output section.
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
       01 verrpt-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 any-audit-record pic x value 'N'.
       01 job-stopped-flag pic x value 'N'.
           88 job-stopped value 'Y'.
       01 discrepancy-flag pic x value 'N'.
           88 counts-reconcile value 'N'.
       01 expected-text pic x(200).
       01 runs-in-job pic 9(3) value 0.
       01 records-to-skip pic 9(9) comp value 0.
       01 records-skipped pic 9(9) comp value 0.
      * the generation's record ordinals of the job's voided runs.
       01 voided-range-table.
           05 voided-range-count pic 9(3) value 0.
           05 voided-range occurs 999 times.
               10 vdr-first-record pic 9(9) comp.
               10 vdr-last-record pic 9(9) comp.
       01 vdr-sub pic 9(3) comp value 0.
       01 job-record-offset pic 9(9) comp value 0.
       01 fbout-ordinal pic 9(9) comp value 0.
       01 voided-records-skipped pic 9(9) comp value 0.
       01 voided-record-flag pic x value 'N'.
           88 voided-record value 'Y'.
       01 voided-note-line.
           05 filler pic x(26) value 'VOIDED RUNS LEFT OUT:     '.
           05 vnl-runs pic zz9.
           05 filler pic x(12) value '  RECORDS:  '.
           05 vnl-records pic z(8)9.
           05 filler pic x(82) value spaces.
       01 compare-category pic x(20).
       01 compare-audit-count pic 9(9) comp value 0.
       01 compare-output-count pic 9(9) comp value 0.
           05 rpt-output-count pic z(10)9.
           05 filler pic x(2) value spaces.
           05 rpt-status pic x(88).
       linkage section.
       01 step-parm.
           05 step-parm-length pic s9(4) comp.
           05 step-parm-name pic x(8).
       procedure division using step-parm.
       main.
           perform take-step-parm.
           perform start-step-timing.
           perform open-message-log.
           open output verify-report-file.
           move report-heading-line to verify-report-line.
           write verify-report-line.
           perform count-audit-records.
           if any-audit-record = 'Y'
               if job-stopped
                   perform hold-stopped-job
               else
                   perform sum-job-audit-records
                   perform recount-output-records
                   perform compare-all-categories
                   if voided-range-count > 0
                       perform report-voided-runs
                   end-if
               end-if
           else
               move 'Y' to discrepancy-flag
               move spaces to verify-report-line
               move 8 to return-code
           end-if
           close message-log-file.
           move fbout-ordinal to step-records.
           perform write-step-timing.
           stop run.
      * the job was stopped at a checkpoint from FZMN and its last
      * run is incomplete - nothing in this generation is final, so
      * nothing is reconciled or published. RC 4 bypasses the
      * publishing steps; the restart resubmission reconciles the
      * whole job.
       hold-stopped-job.
           move spaces to verify-report-line.
           move 'FIZZVER0004W JOB STOPPED - HELD FOR RESTART'
                   to verify-report-line.
           write verify-report-line.
           display 'FIZZVER0004W JOB STOPPED BY OPERATOR - HELD FOR '
                   'RESTART'.
           move 'FIZZVER0004W' to log-msg-code.
           move 'JOB STOPPED BY OPERATOR - HELD FOR RESTART'
                   to log-msg-text.
           perform write-message-log.
           move 4 to return-code.
           exit.
      * every coded console message - and each category mismatch
      * from the VERRPT exception report - is mirrored to the
      * common message log (see MSGLOG) so automation can key off
                       at end
                           move '10' to fbout-status
                       not at end
                           perform clear-fbout-tail
                           add 1 to fbout-ordinal
                           perform check-voided-record
                           if voided-record
                               add 1 to voided-records-skipped
                           else
                               add 1 to cnt-records-read
                               perform categorize-output-record
                           end-if
                   end-read
               end-perform
               close fizzbuzz-output-file
           end-if
           exit.
       check-voided-record.
           move 'N' to voided-record-flag.
           perform varying vdr-sub from 1 by 1
                   until vdr-sub > voided-range-count
                   or voided-record
               if fbout-ordinal >= vdr-first-record (vdr-sub)
                   and fbout-ordinal <= vdr-last-record (vdr-sub)
                   move 'Y' to voided-record-flag
               end-if
           end-perform
           exit.
       categorize-output-record.
           evaluate true
               when out-fizz-flag = 'Y' and out-buzz-flag = 'Y'
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
               close audit-file
           end-if
           exit.
      * pass 2 - skip the history and sum the final job's records,
      * noting where in the generation each voided run's records
      * fall.
       sum-job-audit-records.
           if runs-in-job > total-audit-records
               move total-audit-records to runs-in-job
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state not = 'T'
                               if records-skipped < records-to-skip
                                   add 1 to records-skipped
                               else
                                   perform sum-job-audit-record
                               end-if
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           exit.
       sum-job-audit-record.
           if aud-run-state = 'V'
               if aud-records-produced > 0
                   and voided-range-count < 999
                   add 1 to voided-range-count
                   compute vdr-first-record (voided-range-count) =
                           job-record-offset + 1
                   compute vdr-last-record (voided-range-count) =
                           job-record-offset + aud-records-produced
               end-if
           else
               add aud-fizz-only-count to job-aud-fizz-only-count
               add aud-buzz-only-count to job-aud-buzz-only-count
               add aud-fizzbuzz-count to job-aud-fizzbuzz-count
               add aud-other-count to job-aud-other-count
               add aud-plain-count to job-aud-plain-count
               add aud-records-produced to job-aud-records-produced
           end-if
           add aud-records-produced to job-record-offset.
           exit.
       compare-all-categories.
           move 'FIZZ ONLY' to compare-category.
           move job-aud-fizz-only-count to compare-audit-count.
           move cnt-records-read to compare-output-count.
           perform report-category-compare.
           exit.
       report-voided-runs.
           move voided-range-count to vnl-runs.
           move voided-records-skipped to vnl-records.
           move spaces to verify-report-line.
           write verify-report-line.
           move voided-note-line to verify-report-line.
           write verify-report-line.
           exit.
       report-category-compare.
           move spaces to report-detail-line.
           move compare-category to rpt-category.
           move report-detail-line to verify-report-line.
           write verify-report-line.
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
      * a PARM longer than a step name is cut to its first eight.
       take-step-parm.
           if step-parm-length > 0
               move spaces to log-step-name
               if step-parm-length > 8
                   move step-parm-name to log-step-name
               else
                   move step-parm-name (1:step-parm-length)
                           to log-step-name
               end-if
           end-if
           exit.
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
               move 'FIZZVER' to tim-program
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
