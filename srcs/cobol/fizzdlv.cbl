       IDENTIFICATION division.
       program-id. fizzdlv.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZDLV - per-request delivery step of srcs/jcl/fizzbuzz.jcl,
      *           run after FIZZRQU has written the outcomes back: a
      *           department's COMPLETE run is cut out of the shared
      *           FBOUT generation into a dataset of its own, named
      *           by request number (PROD.FIZZBUZZ.DLV.Rnnnn.Nnnnn, the
      *           request number split over two qualifiers), so
      *           nobody has to find the run's range by hand again.
      *
      *           The final job's audit records are grouped by
      *           AUD-RUN-SEQ exactly as FIZZVER groups them. Every
      *           run writes its own range of the generation in run
      *           sequence order, so a run's first record follows
      *           the AUD-RECORDS-PRODUCED of every run ahead of it,
      *           and its own AUD-RECORDS-PRODUCED is how many to
      *           take - the counts FIZZVER has just proved against
      *           the generation. A request is delivered when it is
      *           COMPLETE, not delivered yet, its REQ-RUN-SEQ names
      *           a run of this job that carries its requester id
      *           (FIZZRQX puts it on the card as the operator id)
      *           and FIZZRQU closed it on or after the job's run
      *           date - so an older request that happens to share a
      *           run sequence is never cut from the wrong
      *           generation.
      *
      *           Dataset names are only known here, so the copies
      *           themselves are made by a generated job: one SORT
      *           copy step per request (SKIPREC/STOPAFT) written to
      *           DLVJOB, which the JCL routes to the internal
      *           reader. The job waits on the FBOUT generation
      *           until this job ends, so a relative (0) would be
      *           resolved only when it runs - after any other roll
      *           of the GDG in between. The copies therefore read
      *           the generation by its absolute name, the newest
      *           PROD.FIZZBUZZ.OUTPUT.GnnnnVnn on GDGLIST (the
      *           LISTCAT the step before this one takes); without
      *           one the job falls back to (0) with a warning
      *           (RETURN-CODE 4).
      *           Each delivery dataset gets RETPD from the DLVCARD
      *           retention (days, cols 1-3; a missing or bad card
      *           keeps 30), and the dataset name, record count,
      *           creation date and expiry date go on the request's
      *           FIZZREQ record for the FZRQ inquiry. A run that
      *           produced no records is marked delivered with no
      *           dataset - there is nothing to copy. The copies
      *           are variable length like the generation (RECFM=VB,
      *           LRECL=215 - see OUTREC); SKIPREC/STOPAFT count
      *           records, so the cut is the same either way.
      *
      *           A job step limit caps one delivery job at 250
      *           copies; any further request is reported and left
      *           undelivered (RETURN-CODE 4) - cut it by hand. Same
      *           FIZZREQ FCT serialization rules as FIZZRQX.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select delivery-card-file assign to "DLVCARD"
               organization is line sequential
               file status is dlvcard-status.
           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select fizzreq-file assign to "FIZZREQ"
               organization is indexed
               access mode is dynamic
               record key is req-key
               file status is fizzreq-status.
           select generation-list-file assign to "GDGLIST"
               organization is line sequential
               file status is gdglist-status.
           select delivery-job-file assign to "DLVJOB"
               organization is line sequential
               file status is dlvjob-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  delivery-card-file.
       01  delivery-card.
           05  dc-retention-days      pic x(3).
           05  filler                 pic x(77).

       fd  audit-file.
       copy auditrec.

       fd  fizzreq-file.
       copy fizzreq.

      * IDCAMS LISTCAT print lines (carriage control in column 1).
       fd  generation-list-file.
       01  generation-list-line       pic x(121).

       fd  delivery-job-file.
       01  delivery-job-line          pic x(80).

       fd  message-log-file.
       copy msglog.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 dlvcard-status pic xx value '00'.
       01 audit-status pic xx value '00'.
       01 fizzreq-status pic xx value '00'.
       01 dlvjob-status pic xx value '00'.
       01 gdglist-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP8'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 any-audit-record pic x value 'N'.
       01 job-stopped-flag pic x value 'N'.
           88 job-stopped value 'Y'.
       01 total-audit-records pic 9(9) comp value 0.
       01 runs-in-job pic 9(3) value 1.
       01 records-to-skip pic 9(9) comp value 0.
       01 records-skipped pic 9(9) comp value 0.
       01 job-run-date pic 9(8) value 0.
       01 today-date pic 9(8) value 0.
       01 retention-days pic 9(3) value 30.
      * the final job's runs, indexed by AUD-RUN-SEQ, with where
      * each run's range starts in the generation.
       01 run-result-table.
           05 run-result-entry occurs 999 times.
               10 rr-present pic x(1).
               10 rr-records-produced pic 9(9).
               10 rr-operator-id pic x(8).
               10 rr-records-before pic 9(12).
       01 run-sub pic 9(4) comp value 0.
       01 running-offset pic 9(12) value 0.
       01 requests-delivered pic 9(3) value 0.
       01 delivery-step-count pic 9(3) value 0.
       01 delivery-step-limit pic 9(3) value 250.
      * the shop's dataset names - the delivery prefix plus the
      * request number, and the generation the copies read. The
      * request number is split over two qualifiers, Rnnnn.Nnnnn, as
      * no qualifier may run past eight characters.
       01 delivery-dsn-prefix pic x(19) value 'PROD.FIZZBUZZ.DLV.R'.
       01 delivery-dsn-middle pic x(2) value '.N'.
       01 delivery-dsn pic x(44) value spaces.
       01 generation-dsn pic x(44) value 'PROD.FIZZBUZZ.OUTPUT(0)'.
       01 generation-prefix pic x(22) value 'PROD.FIZZBUZZ.OUTPUT.G'.
       01 list-scan-sub pic 9(3) comp value 0.
       01 generation-found-flag pic x value 'N'.
           88 generation-found value 'Y'.
       01 job-card-line pic x(80) value
           '//FIZZDLVJ JOB (ACCTNO),''REQUEST DELIVERY'',CLASS=A,MSGCLAS
      -    'S=X'.
       01 job-comment-line.
           05 filler pic x(47) value
               '//*  DELIVERY DATASETS FOR THE FIZZBUZZ JOB OF '.
           05 jcl-job-date pic 9(8).
           05 filler pic x(25) value spaces.
       01 step-exec-line.
           05 filler pic x(5) value '//DLV'.
           05 jcl-step-number pic 9(3).
           05 filler pic x(3) value spaces.
           05 filler pic x(14) value 'EXEC PGM=SORT'.
           05 filler pic x(55) value spaces.
       01 step-sortout-line.
           05 filler pic x(20) value '//SORTOUT  DD   DSN='.
           05 jcl-delivery-dsn pic x(29).
           05 filler pic x(31) value ','.
       01 step-disp-line.
           05 filler pic x(38) value
               '//             DISP=(NEW,CATLG,DELETE)'.
           05 filler pic x(7) value ',RETPD='.
           05 jcl-retention pic 9(3).
           05 filler pic x(32) value ','.
       01 step-copy-line.
           05 filler pic x(22) value '  OPTION COPY,SKIPREC='.
           05 jcl-skip-count pic 9(12).
           05 filler pic x(9) value ',STOPAFT='.
           05 jcl-take-count pic 9(9).
           05 filler pic x(28) value spaces.
       procedure division.
       main.
           perform start-step-timing.
           accept today-date from date yyyymmdd.
           perform open-message-log.
           perform read-delivery-card.
           perform varying run-sub from 1 by 1 until run-sub > 999
               move 'N' to rr-present (run-sub)
               move 0 to rr-records-produced (run-sub)
               move spaces to rr-operator-id (run-sub)
               move 0 to rr-records-before (run-sub)
           end-perform
           perform scan-audit-trail.
           if any-audit-record = 'N'
               display 'FIZZDLV0001I NO AUDIT RECORD - NOTHING TO '
                       'DELIVER'
               move 'FIZZDLV0001I' to log-msg-code
               move 'NO AUDIT RECORD - NOTHING TO DELIVER'
                       to log-msg-text
               perform write-message-log
           else
               if job-stopped
                   display 'FIZZDLV0002I JOB STOPPED BY OPERATOR - '
                           'DELIVERY WAITS FOR THE RESTART'
                   move 'FIZZDLV0002I' to log-msg-code
                   move 'JOB STOPPED BY OPERATOR - DELIVERY WAITS FOR TH
      -                'E RESTART' to log-msg-text
                   perform write-message-log
               else
                   perform collect-run-results
                   perform set-run-offsets
                   perform find-generation-name
                   open output delivery-job-file
                   perform deliver-completed-requests
                   close delivery-job-file
                   display 'FIZZDLV0003I REQUESTS DELIVERED: '
                           requests-delivered
                   move 'FIZZDLV0003I' to log-msg-code
                   move spaces to log-msg-text
                   string
                       'REQUESTS DELIVERED: ' delimited by size
                       requests-delivered delimited by size
                       into log-msg-text
                   end-string
                   perform write-message-log
               end-if
           end-if.
           close message-log-file.
           move requests-delivered to step-records.
           perform write-step-timing.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
      * codes instead of scraping job output.
       open-message-log.
           open extend message-log-file.
           if msglog-status = '35'
               open output message-log-file
           end-if
           exit.
       write-message-log.
           move spaces to message-log-record.
           accept mlg-date from date yyyymmdd.
           accept mlg-time from time.
           move log-step-name to mlg-job-step.
           move 0 to mlg-run-seq.
           move log-msg-code to mlg-msg-code.
           perform derive-severity.
           move log-msg-text to mlg-text.
           write message-log-record.
           exit.
      * severity is the code's suffix letter (E, W or I) - the
      * last non-blank character of the code.
       derive-severity.
           move 'I' to mlg-severity.
           perform varying log-scan-sub from 15 by -1
                   until log-scan-sub < 1
               if log-msg-code (log-scan-sub:1) not = space
                   move log-msg-code (log-scan-sub:1)
                           to mlg-severity
                   move 0 to log-scan-sub
               end-if
           end-perform
           exit.
      * the newest generation LISTCAT names is the one this job
      * wrote - LISTCAT lists the generations oldest first.
       find-generation-name.
           open input generation-list-file.
           if gdglist-status = '00'
               perform until gdglist-status not = '00'
                   read generation-list-file
                       at end
                           move '10' to gdglist-status
                       not at end
                           perform scan-generation-line
                   end-read
               end-perform
               close generation-list-file
           end-if
           if not generation-found
               display 'FIZZDLV0008W NO GENERATION NAME ON GDGLIST - '
                       'DELIVERY READS OUTPUT(0)'
               move 'FIZZDLV0008W' to log-msg-code
               move 'NO GENERATION NAME ON GDGLIST - DELIVERY READS OUTP
      -            'UT(0)' to log-msg-text
               perform write-message-log
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           exit.
       scan-generation-line.
           perform varying list-scan-sub from 1 by 1
                   until list-scan-sub > 93
               if generation-list-line (list-scan-sub:22)
                       = generation-prefix
                   and generation-list-line (list-scan-sub + 22:4)
                       is numeric
                   and generation-list-line (list-scan-sub + 26:1)
                       = 'V'
                   and generation-list-line (list-scan-sub + 27:2)
                       is numeric
                   move spaces to generation-dsn
                   move generation-list-line (list-scan-sub:29)
                           to generation-dsn
                   move 'Y' to generation-found-flag
               end-if
           end-perform
           exit.
      * a missing, empty or bad card keeps the 30-day default.
       read-delivery-card.
           open input delivery-card-file.
           if dlvcard-status = '00'
               read delivery-card-file
                   at end
                       continue
                   not at end
                       if dc-retention-days is numeric
                           and dc-retention-days > '000'
                           move dc-retention-days to retention-days
                       end-if
               end-read
               close delivery-card-file
           end-if
           exit.
      * pass 1 over the audit trail - record count and the final
      * job's run count, as FIZZVER establishes them.
       scan-audit-trail.
           move 'N' to any-audit-record.
           move 0 to total-audit-records.
           move 1 to runs-in-job.
           open input audit-file.
           if audit-status = '00'
               perform until audit-status not = '00'
                   read audit-file
                       at end
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
      * pass 2 - record count and operator id of each of the final
      * job's runs, and the job's (earliest) run date.
       collect-run-results.
           if runs-in-job > total-audit-records
               move total-audit-records to runs-in-job
           end-if
           compute records-to-skip =
                   total-audit-records - runs-in-job.
           move 0 to records-skipped.
           move 0 to job-run-date.
           move '00' to audit-status.
           open input audit-file.
           if audit-status = '00'
               perform until audit-status not = '00'
                   read audit-file
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
               close audit-file
           end-if
           exit.
       store-run-result.
           if aud-run-seq is numeric and aud-run-seq > 0
               move aud-run-seq to run-sub
           else
               move 1 to run-sub
           end-if
           if run-sub <= 999
               move 'Y' to rr-present (run-sub)
               move aud-records-produced
                       to rr-records-produced (run-sub)
               move aud-operator-id to rr-operator-id (run-sub)
           end-if
           if job-run-date = 0 or aud-run-date < job-run-date
               move aud-run-date to job-run-date
           end-if
           exit.
      * each run's range starts after every earlier run's records.
       set-run-offsets.
           move 0 to running-offset.
           perform varying run-sub from 1 by 1 until run-sub > 999
               move running-offset to rr-records-before (run-sub)
               if rr-present (run-sub) = 'Y'
                   add rr-records-produced (run-sub) to running-offset
               end-if
           end-perform
           exit.
       deliver-completed-requests.
           open i-o fizzreq-file.
           evaluate fizzreq-status
               when '00'
                   move low-values to req-key
                   start fizzreq-file key is not less than req-key
                       invalid key move '23' to fizzreq-status
                   end-start
                   perform until fizzreq-status not = '00'
                       read fizzreq-file next record
                           at end
                               move '10' to fizzreq-status
                           not at end
                               perform check-request-due
                       end-read
                   end-perform
                   close fizzreq-file
               when '35'
                   display 'FIZZDLV0006I NO REQUEST QUEUE - NOTHING '
                           'TO DELIVER'
                   move 'FIZZDLV0006I' to log-msg-code
                   move 'NO REQUEST QUEUE - NOTHING TO DELIVER'
                           to log-msg-text
                   perform write-message-log
               when other
                   display 'FIZZDLV0007E FIZZREQ OPEN FAILED '
                           fizzreq-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZDLV0007E' to log-msg-code
                   move 'FIZZREQ OPEN FAILED - IS THE FILE STILL OPEN
      -                ' TO CICS?' to log-msg-text
                   perform write-message-log
                   move 12 to return-code
           end-evaluate
           exit.
      * a COMPLETE request not yet delivered, whose run is one of
      * this job's and was closed by this job's FIZZRQU.
       check-request-due.
           if req-status = 'C'
               and (req-dlv-date is not numeric or req-dlv-date = 0)
               and req-run-seq is numeric
               and req-run-seq > 0
               and req-upd-date is numeric
               and req-upd-date >= job-run-date
               move req-run-seq to run-sub
               if rr-present (run-sub) = 'Y'
                   and rr-operator-id (run-sub) = req-requester
                   perform deliver-request
               end-if
           end-if
           exit.
       deliver-request.
           if rr-records-produced (run-sub) = 0
               move spaces to req-dlv-dsn
               move 0 to req-dlv-records
               move today-date to req-dlv-date
               move 0 to req-dlv-expiry-date
               rewrite fizzreq-record
               display 'FIZZDLV0004I REQUEST ' req-key
                       ' PRODUCED NO RECORDS - NOTHING TO DELIVER'
               move 'FIZZDLV0004I' to log-msg-code
               move spaces to log-msg-text
               string
                   'REQUEST ' delimited by size
                   req-key delimited by size
                   ' PRODUCED NO RECORDS - NOTHING TO DELIVER'
                           delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
           else
               if delivery-step-count < delivery-step-limit
                   perform write-delivery-step
                   move delivery-dsn to req-dlv-dsn
                   move rr-records-produced (run-sub)
                           to req-dlv-records
                   move today-date to req-dlv-date
                   compute req-dlv-expiry-date =
                           function date-of-integer
                           (function integer-of-date (today-date)
                           + retention-days)
                   rewrite fizzreq-record
                   add 1 to requests-delivered
               else
                   display 'FIZZDLV0005W REQUEST ' req-key
                           ' NOT DELIVERED - DELIVERY JOB FULL'
                   move 'FIZZDLV0005W' to log-msg-code
                   move spaces to log-msg-text
                   string
                       'REQUEST ' delimited by size
                       req-key delimited by size
                       ' NOT DELIVERED - DELIVERY JOB FULL, CUT IT BY HA
      -                'ND' delimited by size
                       into log-msg-text
                   end-string
                   perform write-message-log
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if
           exit.
      * the job card goes out ahead of the first copy step.
       write-delivery-step.
           if delivery-step-count = 0
               move job-card-line to delivery-job-line
               write delivery-job-line
               move job-run-date to jcl-job-date
               move job-comment-line to delivery-job-line
               write delivery-job-line
           end-if
           add 1 to delivery-step-count.
           move spaces to delivery-dsn.
           string
               delivery-dsn-prefix delimited by size
               req-key (1:4) delimited by size
               delivery-dsn-middle delimited by size
               req-key (5:4) delimited by size
               into delivery-dsn
           end-string.
           move delivery-step-count to jcl-step-number.
           move step-exec-line to delivery-job-line.
           write delivery-job-line.
           move '//SYSOUT   DD   SYSOUT=*' to delivery-job-line.
           write delivery-job-line.
           move spaces to delivery-job-line.
           string
               '//SORTIN   DD   DSN=' delimited by size
               generation-dsn delimited by space
               ',DISP=SHR' delimited by size
               into delivery-job-line
           end-string.
           write delivery-job-line.
           move delivery-dsn to jcl-delivery-dsn.
           move step-sortout-line to delivery-job-line.
           write delivery-job-line.
           move retention-days to jcl-retention.
           move step-disp-line to delivery-job-line.
           write delivery-job-line.
           move '//             SPACE=(TRK,(5,5),RLSE),'
                   to delivery-job-line.
           write delivery-job-line.
           move '//             DCB=(RECFM=VB,LRECL=215)'
                   to delivery-job-line.
           write delivery-job-line.
           move '//SYSIN    DD   *' to delivery-job-line.
           write delivery-job-line.
           move rr-records-before (run-sub) to jcl-skip-count.
           move rr-records-produced (run-sub) to jcl-take-count.
           move step-copy-line to delivery-job-line.
           write delivery-job-line.
           move '/*' to delivery-job-line.
           write delivery-job-line.
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
               move 'FIZZDLV' to tim-program
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
