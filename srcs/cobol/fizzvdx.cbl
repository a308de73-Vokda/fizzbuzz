       IDENTIFICATION division.
       program-id. fizzvdx.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZVDX - void job (srcs/jcl/fizzvoid.jcl): carries out the
      *           void requests queued on FZVD (FIZZVOD) against the
      *           FIZZVRQ void request KSDS, for runs that were
      *           published in error. For each pending void whose
      *           run is on the audit trail it
      *             - marks the run's audit record void: AUD-RUN-
      *               STATE 'V' with the void date/time, the voiding
      *               operator and the reason, written to a fresh
      *               copy of the trail that the job's IDCAMS steps
      *               swap in, the way FIZZAARC does - the live
      *               trail is never rewritten in place;
      *             - flags the run's FIZZHST history records
      *               (HST-RUN-STATE 'V') so FZHQ answers with the
      *               text marked void instead of as good output;
      *             - sends the warehouse the run's rows again as a
      *               reversal feed (REVFEED), in the FIZZFEED layout
      *               with the trailer marked REVERSAL, which the
      *               warehouse acknowledges like any other feed and
      *               FIZZACK reconciles;
      *             - reopens the FIZZREQ request the run was
      *               ordered by (back to APPROVED, so the next job
      *               runs it again) or fails it (FAILED, return code
      *               20), as the void's disposition says, and queues
      *               an IDCAMS DELETE PURGE (DLVDEL) for the request's
      *               delivery dataset so a reissue can be delivered
      *               under the same name.
      *           A void whose run is not on the trail, or is void
      *           already, is rejected with the reason on FIZZVRQ.
      *
      *           The run is named by its audit identity - run date,
      *           run time and run sequence. Its request is the one
      *           FIZZRQU closed for that run: COMPLETE or FAILED,
      *           REQ-RUN-SEQ the run's sequence and REQ-RUN-DATE its
      *           run date - or, for a run finished by a restart
      *           resubmission on a later day, an earlier run date
      *           with the requester's id on the audit record, the
      *           match FIZZCHG makes. A run no request claims is a
      *           base-deck run and has no request to reopen.
      *
      *           The reversal rows come from the FIZZHST history,
      *           the only copy of a run's output that outlives the
      *           FBOUT GDG. A run with no history left (purged by
      *           the FIZZHLD retention, or a FIZZBIG run, which is
      *           never loaded or fed) is still voided, with a
      *           warning that any warehouse rows must be reversed
      *           by hand. The reversal feed of a day covers every
      *           void carried out that day, so a second execution
      *           on the same day sends the first one's rows again -
      *           the warehouse applies a reversal idempotently - and
      *           FIZZACK matches the acknowledgment against the
      *           day's total.
      *
      *           Every execution prints the void register (VODRPT):
      *           every void ever requested, in run order, with who
      *           asked, why, what became of it and the warehouse
      *           acknowledgment of its reversal.
      *
      *           RETURN-CODE 0 means voids were carried out and the
      *           new trail must be swapped in; 4 means nothing was
      *           voided (no swap); 8 means the fresh copy of the
      *           trail does not reconcile and 12 that a file could
      *           not be opened - in both cases nothing was changed.
      *           FIZZVRQ, FIZZHST and FIZZREQ FCT entries must be
      *           closed to CICS during the step.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select new-audit-file assign to "NEWAUD"
               organization is line sequential
               file status is newaud-status.
           select fizzvrq-file assign to "FIZZVRQ"
               organization is indexed
               access mode is dynamic
               record key is vrq-key
               file status is fizzvrq-status.
           select fizzhst-file assign to "FIZZHST"
               organization is indexed
               access mode is dynamic
               record key is hst-key
               file status is fizzhst-status.
           select fizzreq-file assign to "FIZZREQ"
               organization is indexed
               access mode is dynamic
               record key is req-key
               file status is fizzreq-status.
           select reversal-feed-file assign to "REVFEED"
               organization is line sequential
               file status is revfeed-status.
           select delivery-delete-file assign to "DLVDEL"
               organization is line sequential
               file status is dlvdel-status.
           select void-register-file assign to "VODRPT"
               organization is line sequential
               file status is vodrpt-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  audit-file.
       copy auditrec.

      * the fresh copy is a byte image of the audit record - the
      * copybook cannot be copied twice.
       fd  new-audit-file.
       01  new-audit-record           pic x(342).

       fd  fizzvrq-file.
       copy fizzvrq.

       fd  fizzhst-file.
       copy fizzhst.

       fd  fizzreq-file.
       copy fizzreq.

       fd  reversal-feed-file.
       01  feed-record                pic x(240).

       fd  delivery-delete-file.
       01  delivery-delete-line       pic x(80).

       fd  void-register-file.
       01  void-register-line         pic x(132).

       fd  message-log-file.
       copy msglog.

       working-storage section.
       01 audit-status pic xx value '00'.
       01 newaud-status pic xx value '00'.
       01 fizzvrq-status pic xx value '00'.
       01 fizzhst-status pic xx value '00'.
       01 fizzreq-status pic xx value '00'.
       01 revfeed-status pic xx value '00'.
       01 dlvdel-status pic xx value '00'.
       01 vodrpt-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP1'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 today-date pic 9(8) value 0.
       01 stamp-time pic 9(6) value 0.
      * ACCEPT FROM TIME gives HHMMSSCC - the stamps keep HHMMSS.
       01 stamp-clock pic 9(8) value 0.
       01 files-open-flag pic x value 'N'.
           88 files-open value 'Y'.
      * the pending voids, in key order, with what the audit trail
      * says about each run and what became of it.
       01 pending-void-table.
           05 pending-count pic 9(3) value 0.
           05 pending-void-entry occurs 100 times.
               10 pv-key.
                   15 pv-run-date pic 9(8).
                   15 pv-run-time pic 9(6).
                   15 pv-run-seq pic 9(3).
               10 pv-operator-id pic x(8).
               10 pv-reason pic x(40).
               10 pv-disposition pic x(1).
               10 pv-outcome pic x(1).
               10 pv-result-text pic x(40).
               10 pv-aud-found pic x(1).
               10 pv-aud-operator pic x(8).
               10 pv-aud-restart pic x(1).
               10 pv-request-key pic x(8).
       01 pv-sub pic 9(3) comp value 0.
       01 pv-found-sub pic 9(3) comp value 0.
       01 pending-overflow pic 9(5) comp value 0.
       01 voids-accepted pic 9(3) value 0.
       01 voids-rejected pic 9(3) value 0.
       01 audit-key-work.
           05 akw-run-date pic 9(8).
           05 akw-run-time pic 9(6).
           05 akw-run-seq pic 9(3).
       01 audit-records-read pic 9(9) comp value 0.
       01 audit-records-written pic 9(9) comp value 0.
       01 audit-records-marked pic 9(9) comp value 0.
      * reversal feed - the FIZZFEED layout, trailer marked.
       01 feed-header-line pic x(60) value
           'ITERATION|FIZZ|BUZZ|TEXT|RUN_DATE|OPERATOR_ID'.
       01 feed-row-count pic 9(9) comp value 0.
       01 feed-row-count-edit pic z(8)9.
       01 iteration-edit pic z(8)9.
       01 run-rows pic 9(9) comp value 0.
       01 run-flagged pic 9(9) comp value 0.
       01 rev-run-date pic 9(8) value 0.
       01 rev-run-time pic 9(6) value 0.
       01 rev-operator-id pic x(8) value spaces.
       01 history-missing-count pic 9(3) value 0.
       01 register-counts.
           05 reg-pending-count pic 9(5) comp value 0.
           05 reg-done-count pic 9(5) comp value 0.
           05 reg-rejected-count pic 9(5) comp value 0.
           05 reg-cancelled-count pic 9(5) comp value 0.
       01 count-edit pic z(4)9.
       01 register-title-line.
           05 filler pic x(31) value
               'FIZZBUZZ RUN VOID REGISTER AS '.
           05 filler pic x(3) value 'OF '.
           05 rgt-date pic 9(8).
           05 filler pic x(90) value spaces.
       01 register-heading-line.
           05 filler pic x(20) value 'RUN DATE TIME   SEQ '.
           05 filler pic x(20) value 'STATUS    D OPERATOR'.
           05 filler pic x(20) value ' REQUESTD VOIDEDON R'.
           05 filler pic x(20) value 'EQUEST       ROWS A '.
           05 filler pic x(52) value 'REASON'.
       01 register-detail-line.
           05 rgd-run-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rgd-run-time pic 9(6).
           05 filler pic x(1) value spaces.
           05 rgd-run-seq pic 9(3).
           05 filler pic x(1) value spaces.
           05 rgd-status pic x(9).
           05 filler pic x(1) value spaces.
           05 rgd-disposition pic x(1).
           05 filler pic x(1) value spaces.
           05 rgd-operator-id pic x(8).
           05 filler pic x(1) value spaces.
           05 rgd-req-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rgd-done-date pic x(8).
           05 filler pic x(1) value spaces.
           05 rgd-request-key pic x(8).
           05 filler pic x(1) value spaces.
           05 rgd-rows pic z(8)9.
           05 filler pic x(1) value spaces.
           05 rgd-ack-status pic x(1).
           05 filler pic x(1) value spaces.
           05 rgd-reason pic x(40).
           05 filler pic x(12) value spaces.
       01 register-result-line.
           05 filler pic x(28) value spaces.
           05 filler pic x(8) value 'RESULT: '.
           05 rgr-result-text pic x(40).
           05 filler pic x(56) value spaces.
       01 blank-register-line pic x(132) value spaces.
       procedure division.
       main.
           accept today-date from date yyyymmdd.
           perform open-message-log.
           perform open-void-files.
           if files-open
               perform load-pending-voids
               if pending-count = 0
                   display 'FIZZVDX0001I NO VOIDS PENDING'
                   move 'FIZZVDX0001I' to log-msg-code
                   move 'NO VOIDS PENDING' to log-msg-text
                   perform write-message-log
                   move 4 to return-code
               else
                   perform find-audit-runs
                   if voids-accepted > 0
                       perform rewrite-audit-trail
                   else
                       move 4 to return-code
                   end-if
                   if return-code = 0
                       perform link-run-requests
                   end-if
                   if return-code = 0 or return-code = 4
                       perform record-void-outcomes
                   end-if
                   if return-code = 0
                       perform write-reversal-feed
                       display 'FIZZVDX0007I RUNS VOIDED: '
                               voids-accepted
                       move 'FIZZVDX0007I' to log-msg-code
                       move spaces to log-msg-text
                       string
                           'RUNS VOIDED: ' delimited by size
                           voids-accepted delimited by size
                           into log-msg-text
                       end-string
                       perform write-message-log
                   end-if
               end-if
               perform print-void-register
               close fizzvrq-file
               close fizzhst-file
               close fizzreq-file
               close delivery-delete-file
           end-if
           close message-log-file.
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
      * every cluster is opened before anything is changed, so a
      * file still open to CICS stops the step with nothing done.
       open-void-files.
           move 'Y' to files-open-flag.
           open i-o fizzvrq-file.
           if fizzvrq-status = '35'
               open output fizzvrq-file
               close fizzvrq-file
               open i-o fizzvrq-file
           end-if
           if fizzvrq-status not = '00'
               display 'FIZZVDX0005E FIZZVRQ OPEN FAILED '
                       fizzvrq-status
                       ' - IS THE FILE STILL OPEN TO CICS?'
               move 'FIZZVDX0005E' to log-msg-code
               move 'FIZZVRQ OPEN FAILED - IS THE FILE STILL OPEN TO
      -            ' CICS?' to log-msg-text
               perform write-message-log
               move 'N' to files-open-flag
               move 12 to return-code
           else
               perform open-history-and-requests
               if not files-open
                   close fizzvrq-file
               end-if
           end-if
           exit.
       open-history-and-requests.
           open i-o fizzhst-file.
           if fizzhst-status = '35'
               open output fizzhst-file
               close fizzhst-file
               open i-o fizzhst-file
           end-if
           if fizzhst-status not = '00'
               display 'FIZZVDX0005E FIZZHST OPEN FAILED '
                       fizzhst-status
                       ' - IS THE FILE STILL OPEN TO CICS?'
               move 'FIZZVDX0005E' to log-msg-code
               move 'FIZZHST OPEN FAILED - IS THE FILE STILL OPEN TO
      -            ' CICS?' to log-msg-text
               perform write-message-log
               move 'N' to files-open-flag
               move 12 to return-code
           else
               open i-o fizzreq-file
               if fizzreq-status = '35'
                   open output fizzreq-file
                   close fizzreq-file
                   open i-o fizzreq-file
               end-if
               if fizzreq-status not = '00'
                   display 'FIZZVDX0005E FIZZREQ OPEN FAILED '
                           fizzreq-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZVDX0005E' to log-msg-code
                   move 'FIZZREQ OPEN FAILED - IS THE FILE STILL OPEN
      -                ' TO CICS?' to log-msg-text
                   perform write-message-log
                   move 'N' to files-open-flag
                   move 12 to return-code
                   close fizzhst-file
               else
                   open output delivery-delete-file
               end-if
           end-if
           exit.
      * the pending voids, in key (run) order. More than the table
      * holds wait for the next execution.
       load-pending-voids.
           move 0 to pending-count.
           move low-values to vrq-key.
           start fizzvrq-file key is not less than vrq-key
               invalid key move '23' to fizzvrq-status
           end-start.
           perform until fizzvrq-status not = '00'
               read fizzvrq-file next record
                   at end
                       move '10' to fizzvrq-status
                   not at end
                       if vrq-status = 'P'
                           perform store-pending-void
                       end-if
               end-read
           end-perform.
           move '00' to fizzvrq-status.
           if pending-overflow > 0
               display 'FIZZVDX0009W ' pending-overflow
                       ' VOIDS LEFT PENDING FOR THE NEXT EXECUTION'
               move 'FIZZVDX0009W' to log-msg-code
               move 'MORE VOIDS PENDING THAN ONE EXECUTION TAKES - RUN
      -            ' THE VOID JOB AGAIN' to log-msg-text
               perform write-message-log
           end-if
           exit.
       store-pending-void.
           if pending-count < 100
               add 1 to pending-count
               move vrq-key to pv-key (pending-count)
               move vrq-operator-id to pv-operator-id (pending-count)
               move vrq-reason to pv-reason (pending-count)
               move vrq-disposition to pv-disposition (pending-count)
               move 'X' to pv-outcome (pending-count)
               move 'RUN NOT ON THE AUDIT TRAIL'
                       to pv-result-text (pending-count)
               move 'N' to pv-aud-found (pending-count)
               move spaces to pv-aud-operator (pending-count)
               move 'N' to pv-aud-restart (pending-count)
               move spaces to pv-request-key (pending-count)
           else
               add 1 to pending-overflow
           end-if
           exit.
      * pass 1 over the audit trail - which pending voids name a
      * completed run record ('T' partial records are never the
      * run's final identity) and which of those are void already.
       find-audit-runs.
           move 0 to voids-accepted.
           move '00' to audit-status.
           open input audit-file.
           if audit-status = '00'
               perform until audit-status not = '00'
                   read audit-file
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state not = 'T'
                               perform match-pending-void
                               if pv-found-sub > 0
                                   perform note-audit-run
                               end-if
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           perform varying pv-sub from 1 by 1
                   until pv-sub > pending-count
               if pv-outcome (pv-sub) = 'D'
                   add 1 to voids-accepted
               else
                   add 1 to voids-rejected
                   perform report-rejected-void
               end-if
           end-perform
           exit.
       match-pending-void.
           move 0 to pv-found-sub.
           move aud-run-date to akw-run-date.
           move aud-run-time to akw-run-time.
           if aud-run-seq is numeric and aud-run-seq > 0
               move aud-run-seq to akw-run-seq
           else
               move 1 to akw-run-seq
           end-if
           perform varying pv-sub from 1 by 1
                   until pv-sub > pending-count
                   or pv-found-sub > 0
               if pv-key (pv-sub) = audit-key-work
                   move pv-sub to pv-found-sub
               end-if
           end-perform
           exit.
       note-audit-run.
           move 'Y' to pv-aud-found (pv-found-sub).
           move aud-operator-id to pv-aud-operator (pv-found-sub).
           move aud-restart-flag to pv-aud-restart (pv-found-sub).
           if aud-run-state = 'V'
               move 'X' to pv-outcome (pv-found-sub)
               move 'RUN IS ALREADY VOID'
                       to pv-result-text (pv-found-sub)
           else
               move 'D' to pv-outcome (pv-found-sub)
               move spaces to pv-result-text (pv-found-sub)
           end-if
           exit.
       report-rejected-void.
           display 'FIZZVDX0002W VOID REJECTED ' pv-key (pv-sub)
                   ' - ' pv-result-text (pv-sub).
           move 'FIZZVDX0002W' to log-msg-code.
           move spaces to log-msg-text.
           string
               'VOID REJECTED ' delimited by size
               pv-key (pv-sub) delimited by size
               ' - ' delimited by size
               pv-result-text (pv-sub) delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           exit.
      * pass 2 - the fresh copy of the trail, every record carried
      * over and the voided runs marked. Records read must equal
      * records written, and every accepted void must have been
      * marked, or the swap must not happen.
       rewrite-audit-trail.
           move 0 to audit-records-read.
           move 0 to audit-records-written.
           move 0 to audit-records-marked.
           accept stamp-clock from time.
           move stamp-clock (1:6) to stamp-time.
           open output new-audit-file.
           if newaud-status not = '00'
               display 'FIZZVDX0003E NEWAUD OPEN FAILED '
                       newaud-status
               move 'FIZZVDX0003E' to log-msg-code
               move 'NEWAUD OPEN FAILED - NOTHING VOIDED'
                       to log-msg-text
               perform write-message-log
               move 12 to return-code
           else
               move '00' to audit-status
               open input audit-file
               perform until audit-status not = '00'
                   read audit-file
                       at end
                           move '10' to audit-status
                       not at end
                           add 1 to audit-records-read
                           if aud-run-state not = 'T'
                               perform mark-voided-run
                           end-if
                           move audit-record to new-audit-record
                           write new-audit-record
                           if newaud-status = '00'
                               add 1 to audit-records-written
                           end-if
                   end-read
               end-perform
               close audit-file
               close new-audit-file
               if audit-records-written not = audit-records-read
                   or audit-records-marked < voids-accepted
                   display 'FIZZVDX0004E AUDIT COPY DOES NOT RECONCILE'
                           ' - READ ' audit-records-read
                           ' WRITTEN ' audit-records-written
                           ' MARKED ' audit-records-marked
                   move 'FIZZVDX0004E' to log-msg-code
                   move 'AUDIT COPY DOES NOT RECONCILE - NOTHING VOIDED'
                           to log-msg-text
                   perform write-message-log
                   move 8 to return-code
               end-if
           end-if
           exit.
       mark-voided-run.
           perform match-pending-void.
           if pv-found-sub > 0
               and pv-outcome (pv-found-sub) = 'D'
               and aud-run-state not = 'V'
               move 'V' to aud-run-state
               move today-date to aud-void-date
               move stamp-time to aud-void-time
               move pv-operator-id (pv-found-sub) to aud-void-operator
               move pv-reason (pv-found-sub) to aud-void-reason
               add 1 to audit-records-marked
           end-if
           exit.
      * one pass over the request queue - the request each voided
      * run was ordered by, reopened or failed as the void says.
       link-run-requests.
           move low-values to req-key.
           start fizzreq-file key is not less than req-key
               invalid key move '23' to fizzreq-status
           end-start.
           perform until fizzreq-status not = '00'
               read fizzreq-file next record
                   at end
                       move '10' to fizzreq-status
                   not at end
                       if (req-status = 'C' or req-status = 'F')
                           and req-run-seq is numeric
                           and req-run-seq > 0
                           perform match-run-request
                       end-if
               end-read
           end-perform.
           move '00' to fizzreq-status.
           exit.
      * the run's own date, or a restart that finished the run on a
      * later day under the requester's id - and FIZZRQU closed the
      * request no earlier than the run.
       match-run-request.
           move 0 to pv-found-sub.
           perform varying pv-sub from 1 by 1
                   until pv-sub > pending-count
                   or pv-found-sub > 0
               if pv-outcome (pv-sub) = 'D'
                   and pv-request-key (pv-sub) = spaces
                   and pv-run-seq (pv-sub) = req-run-seq
                   and req-upd-date >= pv-run-date (pv-sub)
                   and (req-run-date = pv-run-date (pv-sub)
                       or (req-run-date < pv-run-date (pv-sub)
                           and pv-aud-restart (pv-sub) = 'Y'
                           and pv-aud-operator (pv-sub)
                               = req-requester))
                   move pv-sub to pv-found-sub
               end-if
           end-perform
           if pv-found-sub > 0
               move req-key to pv-request-key (pv-found-sub)
               perform settle-run-request
           end-if
           exit.
      * reopened goes back to APPROVED with the run's results and
      * delivery cleared, so FIZZRQX puts it in the next deck;
      * failed keeps its history with return code 20 (voided).
       settle-run-request.
           if req-dlv-dsn not = spaces
               perform queue-delivery-delete
           end-if
           if pv-disposition (pv-found-sub) = 'R'
               move 'A' to req-status
               move 0 to req-run-seq
               move 0 to req-return-code
               move 0 to req-records-produced
               move 'VOIDED - REQUEST REOPENED'
                       to pv-result-text (pv-found-sub)
           else
               move 'F' to req-status
               move 20 to req-return-code
               move 'VOIDED - REQUEST FAILED'
                       to pv-result-text (pv-found-sub)
           end-if
           move spaces to req-dlv-dsn.
           move 0 to req-dlv-records.
           move 0 to req-dlv-date.
           move 0 to req-dlv-expiry-date.
           move today-date to req-upd-date.
           accept stamp-clock from time.
           move stamp-clock (1:6) to stamp-time.
           move stamp-time to req-upd-time.
           rewrite fizzreq-record.
           exit.
      * IDCAMS statements for the job's delete step. FIZZDLV gives
      * every delivery dataset a RETPD, so PURGE is needed to delete
      * it before it expires. With PURGE a LASTCC of 8 means the
      * dataset is no longer catalogued - already gone, not an error.
       queue-delivery-delete.
           move spaces to delivery-delete-line.
           string
               '  DELETE ' delimited by size
               req-dlv-dsn delimited by space
               ' PURGE' delimited by size
               into delivery-delete-line
           end-string.
           write delivery-delete-line.
           move '  IF LASTCC = 8 THEN SET MAXCC = 0'
                   to delivery-delete-line.
           write delivery-delete-line.
           exit.
      * every pending void taken this time is settled on FIZZVRQ -
      * done or rejected - before the reversal feed reads them.
       record-void-outcomes.
           accept stamp-clock from time.
           move stamp-clock (1:6) to stamp-time.
           perform varying pv-sub from 1 by 1
                   until pv-sub > pending-count
               if pv-outcome (pv-sub) = 'X' or return-code = 0
                   perform settle-void-request
               end-if
           end-perform
           exit.
       settle-void-request.
           move pv-key (pv-sub) to vrq-key.
           read fizzvrq-file
               invalid key
                   move '23' to fizzvrq-status
           end-read.
           if fizzvrq-status = '00'
               move pv-outcome (pv-sub) to vrq-status
               move today-date to vrq-done-date
               move stamp-time to vrq-done-time
               move pv-request-key (pv-sub) to vrq-request-key
               if pv-outcome (pv-sub) = 'D'
                   and pv-result-text (pv-sub) = spaces
                   move 'VOIDED - NO REQUEST (BASE DECK RUN)'
                           to pv-result-text (pv-sub)
               end-if
               move pv-result-text (pv-sub) to vrq-result-text
               move 0 to vrq-hst-flagged
               move 0 to vrq-rows-reversed
               move space to vrq-rev-ack-status
               move 0 to vrq-rev-ack-date
               move 0 to vrq-rev-rows-loaded
               rewrite fizzvrq-record
           end-if
           move '00' to fizzvrq-status.
           exit.
      * today's reversal feed - every void carried out today, with
      * its run's history records flagged on the way past.
       write-reversal-feed.
           move 0 to feed-row-count.
           open output reversal-feed-file.
           move spaces to feed-record.
           move feed-header-line to feed-record.
           write feed-record.
           move low-values to vrq-key.
           start fizzvrq-file key is not less than vrq-key
               invalid key move '23' to fizzvrq-status
           end-start.
           perform until fizzvrq-status not = '00'
               read fizzvrq-file next record
                   at end
                       move '10' to fizzvrq-status
                   not at end
                       if vrq-status = 'D'
                           and vrq-done-date = today-date
                           perform reverse-voided-run
                       end-if
               end-read
           end-perform.
           move '00' to fizzvrq-status.
           move feed-row-count to feed-row-count-edit.
           move spaces to feed-record.
           string
               'TRAILER|' delimited by size
               function trim(feed-row-count-edit) delimited by size
               '|REVERSAL' delimited by size
               into feed-record
           end-string.
           write feed-record.
           close reversal-feed-file.
           display 'FIZZVDX0008I REVERSAL ROWS WRITTEN: '
                   feed-row-count.
           move 'FIZZVDX0008I' to log-msg-code.
           move spaces to log-msg-text.
           move feed-row-count to feed-row-count-edit.
           string
               'REVERSAL ROWS WRITTEN: ' delimited by size
               function trim(feed-row-count-edit) delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           exit.
       reverse-voided-run.
           move 0 to run-rows.
           move 0 to run-flagged.
           move vrq-run-date to rev-run-date.
           move vrq-run-time to rev-run-time.
           perform find-run-operator.
           move vrq-run-date to hst-run-date.
           move vrq-run-time to hst-run-time.
           move 0 to hst-iteration.
           start fizzhst-file key is not less than hst-key
               invalid key move '23' to fizzhst-status
           end-start.
           perform until fizzhst-status not = '00'
               read fizzhst-file next record
                   at end
                       move '10' to fizzhst-status
                   not at end
                       if hst-run-date = rev-run-date
                           and hst-run-time = rev-run-time
                           perform reverse-history-record
                       else
                           move '10' to fizzhst-status
                       end-if
               end-read
           end-perform.
           move '00' to fizzhst-status.
           add run-flagged to vrq-hst-flagged.
           move run-rows to vrq-rows-reversed.
           if run-rows = 0
               and vrq-result-text (1:10) not = 'NO HISTORY'
               move 'NO HISTORY - REVERSE WAREHOUSE ROWS BY HAND'
                       to vrq-result-text
               add 1 to history-missing-count
               display 'FIZZVDX0006W NO HISTORY FOR VOIDED RUN '
                       vrq-key ' - REVERSE ANY WAREHOUSE ROWS BY HAND'
               move 'FIZZVDX0006W' to log-msg-code
               move spaces to log-msg-text
               string
                   'NO HISTORY FOR VOIDED RUN ' delimited by size
                   vrq-key delimited by size
                   ' - REVERSE BY HAND' delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
           end-if
           rewrite fizzvrq-record.
           exit.
      * the operator column of the reversal rows is the voided
      * run's own, as the original feed carried it.
       find-run-operator.
           move spaces to rev-operator-id.
           perform varying pv-sub from 1 by 1
                   until pv-sub > pending-count
               if pv-key (pv-sub) = vrq-key
                   move pv-aud-operator (pv-sub) to rev-operator-id
               end-if
           end-perform
           if rev-operator-id = spaces
               perform find-operator-on-trail
           end-if
           exit.
      * a void carried out by an earlier execution today - its run
      * is looked up on the trail again.
       find-operator-on-trail.
           move '00' to audit-status.
           open input audit-file.
           if audit-status = '00'
               perform until audit-status not = '00'
                   read audit-file
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state = 'V'
                               and aud-run-date = vrq-run-date
                               and aud-run-time = vrq-run-time
                               and aud-run-seq = vrq-run-seq
                               move aud-operator-id to rev-operator-id
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           exit.
       reverse-history-record.
           if hst-run-state not = 'V'
               move 'V' to hst-run-state
               rewrite fizzhst-record
               add 1 to run-flagged
           end-if
           move hst-iteration to iteration-edit.
           move spaces to feed-record.
           string
               function trim(iteration-edit) delimited by size
               '|' delimited by size
               hst-fizz-flag delimited by size
               '|' delimited by size
               hst-buzz-flag delimited by size
               '|' delimited by size
               function trim(hst-text) delimited by size
               '|' delimited by size
               rev-run-date delimited by size
               '|' delimited by size
               function trim(rev-operator-id) delimited by size
               into feed-record
           end-string.
           write feed-record.
           add 1 to run-rows.
           add 1 to feed-row-count.
           exit.
      * the register - every void on file, in run order.
       print-void-register.
           open output void-register-file.
           move today-date to rgt-date.
           move register-title-line to void-register-line.
           write void-register-line.
           move blank-register-line to void-register-line.
           write void-register-line.
           move register-heading-line to void-register-line.
           write void-register-line.
           move low-values to vrq-key.
           start fizzvrq-file key is not less than vrq-key
               invalid key move '23' to fizzvrq-status
           end-start.
           perform until fizzvrq-status not = '00'
               read fizzvrq-file next record
                   at end
                       move '10' to fizzvrq-status
                   not at end
                       perform print-register-entry
               end-read
           end-perform.
           move '00' to fizzvrq-status.
           move blank-register-line to void-register-line.
           write void-register-line.
           move spaces to void-register-line.
           move reg-done-count to count-edit.
           string
               'VOID ' delimited by size
               count-edit delimited by size
               into void-register-line
           end-string.
           move reg-pending-count to count-edit.
           string
               '   PENDING ' delimited by size
               count-edit delimited by size
               into void-register-line (17:)
           end-string.
           move reg-rejected-count to count-edit.
           string
               '   REJECTED ' delimited by size
               count-edit delimited by size
               into void-register-line (36:)
           end-string.
           move reg-cancelled-count to count-edit.
           string
               '   CANCELLED ' delimited by size
               count-edit delimited by size
               into void-register-line (56:)
           end-string.
           write void-register-line.
           close void-register-file.
           exit.
       print-register-entry.
           move spaces to register-detail-line.
           move vrq-run-date to rgd-run-date.
           move vrq-run-time to rgd-run-time.
           move vrq-run-seq to rgd-run-seq.
           evaluate vrq-status
               when 'P'
                   move 'PENDING' to rgd-status
                   add 1 to reg-pending-count
               when 'D'
                   move 'VOID' to rgd-status
                   add 1 to reg-done-count
               when 'X'
                   move 'REJECTED' to rgd-status
                   add 1 to reg-rejected-count
               when 'C'
                   move 'CANCELLED' to rgd-status
                   add 1 to reg-cancelled-count
               when other
                   move vrq-status to rgd-status
           end-evaluate
           move vrq-disposition to rgd-disposition.
           move vrq-operator-id to rgd-operator-id.
           move vrq-req-date to rgd-req-date.
           if vrq-status = 'P'
               move spaces to rgd-done-date
           else
               move vrq-done-date to rgd-done-date
           end-if
           move vrq-request-key to rgd-request-key.
           if vrq-status = 'D'
               move vrq-rows-reversed to rgd-rows
               move vrq-rev-ack-status to rgd-ack-status
           else
               move 0 to rgd-rows
           end-if
           move vrq-reason to rgd-reason.
           move register-detail-line to void-register-line.
           write void-register-line.
           if vrq-result-text not = spaces
               move vrq-result-text to rgr-result-text
               move register-result-line to void-register-line
               write void-register-line
           end-if
           exit.
