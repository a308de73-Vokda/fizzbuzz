      *           itself changed shape between the days, the pairing
      *           of later runs is positional (run K to run K), which
      *           is the closest available meaning of "same run".
      *
      *           Runs voided since they were published (FIZZVDX,
      *           AUD-RUN-STATE 'V') are left out of the compare: the
      *           audit trail's final job is the current generation's
      *           and the job before it the prior generation's. As in
      *           FIZZVER, each job's AUD-RECORDS-PRODUCED in turn
      *           give the record ordinals a voided run holds in its
      *           generation, and those records are passed over - a
      *           run that wrote no records (a failed card) cannot
      *           shift the skip onto another run's records - so a
      *           voided run and its reissue never show up as a
      *           difference. The summary counts the records passed
      *           over.
      *
      *           Both generations are normally variable length. A
      *           prior generation still in the old fixed 211-byte
      *           format (written before the change to RECFM=VB and
      *           not yet converted by fboutcnv.jcl) fails the
      *           variable-length open with status 39 and is then
      *           read through a fixed view of the same OLDGEN DD,
      *           so the first variable-length day still compares.
      *----------------------------------------------------------------
       environment division.
       input-output section.
           select old-generation-file assign to "OLDGEN"
               organization is line sequential
               file status is oldgen-status.
           select old-fixed-file assign to "OLDGEN"
               organization is line sequential
               file status is oldfix-status.
           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select compare-report-file assign to "CMPRPT"
               organization is line sequential
               file status is cmprpt-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  new-generation-file
           record varying in size from 12 to 211 characters
               depending on fbout-length.
       copy outrec.

      * the prior generation is read into PRIOR-OUTPUT-RECORD below,
      * which pads a short variable-length record out with spaces.
       fd  old-generation-file
           record varying in size from 12 to 211 characters
               depending on oldgen-length.
       01  prior-output-area          pic x(211).

       fd  old-fixed-file.
       01  prior-fixed-record         pic x(211).

       fd  audit-file.
       copy auditrec.

       fd  compare-report-file.
       01  compare-report-line        pic x(132).
       fd  message-log-file.
       copy msglog.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 newgen-status pic xx value '00'.
       01 oldgen-status pic xx value '00'.
       01 oldfix-status pic xx value '00'.
       01 fbout-length pic 9(4) comp value 211.
       01 oldgen-length pic 9(4) comp value 211.
       01 old-fixed-flag pic x value 'N'.
           88 old-generation-fixed value 'Y'.
      * prior generation view of the same OUTREC layout - the copybook
      * cannot be copied twice into one program without clashing names.
       01  prior-output-record.
           05  old-iteration          pic 9(9).
           05  old-fizz-flag          pic x(1).
           05  old-buzz-flag          pic x(1).
           05  old-text               pic x(200).
       01 cmprpt-status pic xx value '00'.
       01 audit-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP4'.
       01 log-msg-code pic x(15) value spaces.
       01 old-run-number pic 9(3) comp value 1.
       01 prev-new-iteration pic 9(9) comp value 0.
       01 prev-old-iteration pic 9(9) comp value 0.
      * the generation record ordinals of the runs voided in the
      * current (final) job and the prior job on the audit trail.
       01 new-voided-ranges.
           05 new-range-count pic 9(3) comp value 0.
           05 new-voided-range occurs 999 times.
               10 nvr-first-record pic 9(9) comp.
               10 nvr-last-record pic 9(9) comp.
       01 old-voided-ranges.
           05 old-range-count pic 9(3) comp value 0.
           05 old-voided-range occurs 999 times.
               10 ovr-first-record pic 9(9) comp.
               10 ovr-last-record pic 9(9) comp.
       01 vdr-sub pic 9(3) comp value 0.
       01 job-run-seq pic 9(3) comp value 0.
       01 job-record-offset pic 9(9) comp value 0.
       01 new-ordinal pic 9(9) comp value 0.
       01 old-ordinal pic 9(9) comp value 0.
       01 new-voided-skipped pic 9(9) comp value 0.
       01 old-voided-skipped pic 9(9) comp value 0.
       01 voided-record-flag pic x value 'N'.
           88 voided-record value 'Y'.
       01 report-heading-line.
           05 filler pic x(4) value 'RUN'.
           05 filler pic x(10) value 'ITERATION '.
           05 filler pic x(103) value spaces.
       procedure division.
       main.
           perform start-step-timing.
           perform open-message-log.
           perform open-files.
           if open-failed
                   close new-generation-file
               end-if
               if oldgen-status = '00'
                   perform close-old-generation
               end-if
               close compare-report-file
               move 12 to return-code
           else
               perform find-voided-runs
               perform read-new-record
               perform read-old-record
               perform match-generations
               perform print-summary
               close new-generation-file
               perform close-old-generation
               close compare-report-file
               compute difference-count =
                       changed-count + added-count + dropped-count
               end-if
           end-if
           close message-log-file.
           compute step-records = matched-count + changed-count
                   + added-count + new-voided-skipped.
           perform write-step-timing.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
               move 'Y' to open-failed-flag
           end-if
           open input old-generation-file.
           if oldgen-status = '39'
               perform open-old-fixed-generation
           end-if
           if oldgen-status not = '00'
               display 'FIZZCMP0002E OLDGEN OPEN FAILED ' oldgen-status
               move 'FIZZCMP0002E' to log-msg-code
           move report-heading-line to compare-report-line.
           write compare-report-line.
           exit.
       open-old-fixed-generation.
           open input old-fixed-file.
           if oldfix-status = '00'
               move 'Y' to old-fixed-flag
               move '00' to oldgen-status
               display 'FIZZCMP0004I OLDGEN IS A FIXED-LENGTH GENERATION
      -                ' - READ AS LRECL 211'
               move 'FIZZCMP0004I' to log-msg-code
               move 'OLDGEN IS A FIXED-LENGTH GENERATION - READ AS LRECL
      -            ' 211' to log-msg-text
               perform write-message-log
           end-if
           exit.
       close-old-generation.
           if old-generation-fixed
               close old-fixed-file
           else
               close old-generation-file
           end-if
           exit.
      * one pass over the audit trail. A record with run sequence
      * 1 starts a job, so the job so far becomes the prior one; a
      * restart resubmission carries on its job's sequence. Each
      * run's records follow the records of the job's runs before
      * it, voided or not. An unreadable trail just means nothing
      * is known to be void.
       find-voided-runs.
           move 0 to new-range-count.
           move 0 to old-range-count.
           move 0 to job-record-offset.
           open input audit-file.
           if audit-status = '00'
               perform until audit-status not = '00'
                   read audit-file
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state not = 'T'
                               perform note-voided-run
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           exit.
       note-voided-run.
           if aud-run-seq is numeric and aud-run-seq > 0
               move aud-run-seq to job-run-seq
           else
               move 1 to job-run-seq
           end-if
           if job-run-seq = 1
               move new-voided-ranges to old-voided-ranges
               move 0 to new-range-count
               move 0 to job-record-offset
           end-if
           if aud-run-state = 'V'
               and aud-records-produced > 0
               and new-range-count < 999
               add 1 to new-range-count
               compute nvr-first-record (new-range-count) =
                       job-record-offset + 1
               compute nvr-last-record (new-range-count) =
                       job-record-offset + aud-records-produced
           end-if
           add aud-records-produced to job-record-offset.
           exit.
      * an iteration that fails to increase starts the next control
      * card's run - the run number is part of the match key. The
      * records of a voided run, found by ordinal, are read past.
       read-new-record.
           move 'Y' to voided-record-flag.
           perform until newgen-eof or not voided-record
               read new-generation-file
                   at end
                       move 'Y' to newgen-eof-flag
                   not at end
                       perform clear-fbout-tail
                       if out-iteration <= prev-new-iteration
                           add 1 to new-run-number
                       end-if
                       move out-iteration to prev-new-iteration
                       add 1 to new-ordinal
                       perform check-new-voided-record
                       if voided-record
                           add 1 to new-voided-skipped
                       end-if
               end-read
           end-perform
           exit.
       read-old-record.
           move 'Y' to voided-record-flag.
           perform until oldgen-eof or not voided-record
               perform read-old-generation
               if not oldgen-eof
                   if old-iteration <= prev-old-iteration
                       add 1 to old-run-number
                   end-if
                   move old-iteration to prev-old-iteration
                   add 1 to old-ordinal
                   perform check-old-voided-record
                   if voided-record
                       add 1 to old-voided-skipped
                   end-if
               end-if
           end-perform
           exit.
       check-new-voided-record.
           move 'N' to voided-record-flag.
           perform varying vdr-sub from 1 by 1
                   until vdr-sub > new-range-count
                   or voided-record
               if new-ordinal >= nvr-first-record (vdr-sub)
                   and new-ordinal <= nvr-last-record (vdr-sub)
                   move 'Y' to voided-record-flag
               end-if
           end-perform
           exit.
       check-old-voided-record.
           move 'N' to voided-record-flag.
           perform varying vdr-sub from 1 by 1
                   until vdr-sub > old-range-count
                   or voided-record
               if old-ordinal >= ovr-first-record (vdr-sub)
                   and old-ordinal <= ovr-last-record (vdr-sub)
                   move 'Y' to voided-record-flag
               end-if
           end-perform
           exit.
      * a short variable-length record leaves the rest of the
      * record area holding the longer record read before it.
       clear-fbout-tail.
           if fbout-length < 211
               move spaces
                       to fizzbuzz-output-record (fbout-length + 1:)
           end-if
           exit.
      * an old generation not yet converted is read through the
      * fixed view; READ INTO pads a short record with spaces.
       read-old-generation.
           if old-generation-fixed
               read old-fixed-file into prior-output-record
                   at end
                       move 'Y' to oldgen-eof-flag
               end-read
           else
               read old-generation-file into prior-output-record
                   at end
                       move 'Y' to oldgen-eof-flag
               end-read
           end-if
           exit.
           move dropped-count to rpt-summary-count.
           move report-summary-line to compare-report-line.
           write compare-report-line.
           if new-voided-skipped > 0 or old-voided-skipped > 0
               move spaces to report-summary-line
               move 'VOIDED, CURRENT . .' to rpt-summary-label
               move new-voided-skipped to rpt-summary-count
               move report-summary-line to compare-report-line
               write compare-report-line
               move spaces to report-summary-line
               move 'VOIDED, PRIOR . . .' to rpt-summary-label
               move old-voided-skipped to rpt-summary-count
               move report-summary-line to compare-report-line
               write compare-report-line
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
               move 'FIZZCMP' to tim-program
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
