      *           reported incomplete. Only load status 'C'
      *           (complete) passes.
      *
      *           The warehouse does not load on its holidays or at
      *           weekends, so an acknowledgment is only due when
      *           this morning is a business day by the FIZZCAL
      *           calendar. On any other day a missing or stale
      *           acknowledgment is verdict 'N' (not due) and ends
      *           clean - the next business morning judges the feed
      *           again and rewrites the verdict. An acknowledgment
      *           that did arrive for the feed is judged as usual
      *           whatever the day. With no calendar entry for today
      *           the acknowledgment is treated as due, as it always
      *           was.
      *
      *           The reversal feeds FIZZVDX sends when runs are
      *           voided come back acknowledged in REVACK, one
      *           record per reversal feed date in the ACKFILE
      *           layout. Every void whose reversal is not yet
      *           reconciled is judged against the acknowledgment for
      *           its feed date - the rows of every void done that
      *           day - with the same verdicts, and the verdict is
      *           kept on the void's FIZZVRQ record for the void
      *           register. A reversal is due from the morning after
      *           it was sent, on business days; any verdict but 'O'
      *           or 'N' ends with RETURN-CODE 8 as for the daily
      *           feed. The FIZZVRQ FCT entry must be closed to CICS
      *           during the step.
      *
      *           Same FIZZFST FCT serialization rules as the other
      *           batch uses of CICS-owned clusters, if the status
      *           history is ever put online.
           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select fizzcal-file assign to "FIZZCAL"
               organization is indexed
               access mode is random
               record key is cal-date
               file status is fizzcal-status.
           select fizzfst-file assign to "FIZZFST"
               organization is indexed
               access mode is random
               record key is fst-feed-date
               file status is fizzfst-status.
           select revack-file assign to "REVACK"
               organization is line sequential
               file status is revack-status.
           select fizzvrq-file assign to "FIZZVRQ"
               organization is indexed
               access mode is dynamic
               record key is vrq-key
               file status is fizzvrq-status.
       data division.
       file section.
       fd  ack-file.
       fd  fizzfst-file.
       copy fizzfst.

       fd  fizzcal-file.
       copy fizzcal.

       fd  revack-file.
       01  revack-record.
           05  revack-feed-date       pic 9(8).
           05  revack-rows-received   pic 9(9).
           05  revack-rows-loaded     pic 9(9).
           05  revack-load-status     pic x(1).
           05  filler                 pic x(53).

       fd  fizzvrq-file.
       copy fizzvrq.

       working-storage section.
       01 ackfile-status pic xx value '00'.
       01 audit-status pic xx value '00'.
       01 fizzfst-status pic xx value '00'.
       01 fizzcal-status pic xx value '00'.
       01 today-date pic 9(8) value 0.
       01 ack-due-flag pic x value 'Y'.
           88 ack-due value 'Y'.
       01 ack-present-flag pic x value 'N'.
           88 ack-present value 'Y'.
      * working-storage copy of the acknowledgment, taken during
       01 ack-rows-loaded-ws pic 9(9) value 0.
       01 ack-load-status-ws pic x(1) value spaces.
       01 any-audit-record pic x value 'N'.
       01 job-stopped-flag pic x value 'N'.
           88 job-stopped value 'Y'.
       01 total-audit-records pic 9(9) comp value 0.
       01 runs-in-job pic 9(3) value 1.
       01 records-to-skip pic 9(9) comp value 0.
       01 expected-feed-date pic 9(8) value 0.
       01 verdict pic x(1) value 'M'.
       01 stamp-time pic 9(6) value 0.
       01 revack-status pic xx value '00'.
       01 fizzvrq-status pic xx value '00'.
      * the reversal acknowledgments on hand, and the reversal feed
      * dates still to reconcile with the rows each carried.
       01 revack-table.
           05 revack-count pic 9(3) value 0.
           05 revack-entry occurs 31 times.
               10 rat-feed-date pic 9(8).
               10 rat-rows-loaded pic 9(9).
               10 rat-load-status pic x(1).
       01 reversal-table.
           05 reversal-count pic 9(3) value 0.
           05 reversal-entry occurs 31 times.
               10 rvt-feed-date pic 9(8).
               10 rvt-expected-rows pic 9(9).
               10 rvt-rows-loaded pic 9(9).
               10 rvt-verdict pic x(1).
       01 rat-sub pic 9(3) comp value 0.
       01 rvt-sub pic 9(3) comp value 0.
       01 rvt-found-sub pic 9(3) comp value 0.
       01 rat-scan-sub pic 9(3) comp value 0.
       procedure division.
       main.
           perform read-acknowledgment.
           perform check-ack-due.
           perform scan-audit-trail.
           if any-audit-record = 'N'
               display 'FIZZACK0001E NO AUDIT RECORD - NOTHING TO '
                       'RECONCILE THE FEED AGAINST'
               move 12 to return-code
           else
               if job-stopped
                   display 'FIZZACK0005I JOB STOPPED BY OPERATOR - NO '
                           'FEED WAS SENT, NOTHING TO RECONCILE'
               else
                   perform sum-job-audit-records
                   perform judge-acknowledgment
                   perform write-feed-status
                   evaluate verdict
                   when 'O'
                       display 'FIZZACK0002I FEED ACKNOWLEDGED AND '
                               'RECONCILED'
                   when 'N'
                       display 'FIZZACK0006I NOT A BUSINESS DAY - NO '
                               'ACKNOWLEDGMENT WAS DUE'
                   when other
                       display 'FIZZACK0003E FEED NOT RECONCILED - '
                               'STATUS ' verdict
                       move 8 to return-code
                   end-evaluate
               end-if
           end-if
           perform reconcile-reversals.
           stop run.
      * a missing or empty acknowledgment file is itself a finding,
      * not an error to stop on - the verdict machinery reports it.
               close ack-file
           end-if
           exit.
      * the warehouse loads on business days only - today's calendar
      * entry says whether this morning's acknowledgment was due.
       check-ack-due.
           move 'Y' to ack-due-flag.
           accept today-date from date yyyymmdd.
           open input fizzcal-file.
           if fizzcal-status = '00'
               move today-date to cal-date
               read fizzcal-file
                   invalid key
                       move '23' to fizzcal-status
               end-read
               if fizzcal-status = '00'
                   move cal-business-day to ack-due-flag
               end-if
               close fizzcal-file
           end-if
           if fizzcal-status not = '00'
               display 'FIZZACK0007W NO BUSINESS CALENDAR ENTRY FOR '
                       today-date ' - ACKNOWLEDGMENT TREATED AS DUE'
           end-if
           exit.
      * pass 1 over the audit trail - record count, the final job's
      * run count and its run date (the expected feed date), as
      * FIZZFEED established them when it built the trailer.
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
                               move aud-run-date to expected-feed-date
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
                                   add aud-records-produced
                                           to expected-rows
                               end-if
                           end-if
                   end-read
               end-perform
           exit.
       judge-acknowledgment.
           evaluate true
               when not ack-due
                   and (not ack-present
                       or ack-feed-date-ws not = expected-feed-date)
                   move 'N' to verdict
               when not ack-present
                   move 'M' to verdict
               when ack-feed-date-ws is not numeric
               close fizzfst-file
           end-if
           exit.
      * the reversal feeds of voided runs - FIZZVRQ is read twice,
      * once to total the rows each unreconciled feed date carried
      * and once to put the date's verdict on each of its voids.
       reconcile-reversals.
           open i-o fizzvrq-file.
           if fizzvrq-status = '00'
               perform total-reversal-feeds
               if reversal-count > 0
                   perform read-reversal-acks
                   perform judge-reversal-feeds
                   perform record-reversal-verdicts
               end-if
               close fizzvrq-file
           else
               if fizzvrq-status not = '35'
                   display 'FIZZACK0010E FIZZVRQ OPEN FAILED '
                           fizzvrq-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 12 to return-code
               end-if
           end-if
           exit.
      * a reversal sent today is not yet due an acknowledgment.
       total-reversal-feeds.
           move 0 to reversal-count.
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
                           and vrq-rev-ack-status not = 'O'
                           and vrq-done-date < today-date
                           perform find-reversal-date
                           if rvt-found-sub > 0
                               add vrq-rows-reversed
                                   to rvt-expected-rows (rvt-found-sub)
                           end-if
                       end-if
               end-read
           end-perform.
           move '00' to fizzvrq-status.
           exit.
       find-reversal-date.
           move 0 to rvt-found-sub.
           perform varying rvt-sub from 1 by 1
                   until rvt-sub > reversal-count
                   or rvt-found-sub > 0
               if rvt-feed-date (rvt-sub) = vrq-done-date
                   move rvt-sub to rvt-found-sub
               end-if
           end-perform
           if rvt-found-sub = 0 and reversal-count < 31
               add 1 to reversal-count
               move reversal-count to rvt-found-sub
               move vrq-done-date to rvt-feed-date (rvt-found-sub)
               move 0 to rvt-expected-rows (rvt-found-sub)
               move 0 to rvt-rows-loaded (rvt-found-sub)
               move 'M' to rvt-verdict (rvt-found-sub)
           end-if
           exit.
       read-reversal-acks.
           move 0 to revack-count.
           move '00' to revack-status.
           open input revack-file.
           if revack-status = '00'
               perform until revack-status not = '00'
                   read revack-file
                       at end
                           move '10' to revack-status
                       not at end
                           if revack-count < 31
                               and revack-feed-date is numeric
                               add 1 to revack-count
                               perform store-reversal-ack
                           end-if
                   end-read
               end-perform
               close revack-file
           end-if
           exit.
       store-reversal-ack.
           move revack-feed-date to rat-feed-date (revack-count).
           if revack-rows-loaded is numeric
               move revack-rows-loaded to rat-rows-loaded (revack-count)
           else
               move 0 to rat-rows-loaded (revack-count)
           end-if
           move revack-load-status to rat-load-status (revack-count).
           exit.
      * the last acknowledgment for a date wins - the warehouse
      * acknowledges a resent reversal again.
       judge-reversal-feeds.
           perform varying rvt-sub from 1 by 1
                   until rvt-sub > reversal-count
               move 0 to rat-sub
               perform varying rat-scan-sub from 1 by 1
                       until rat-scan-sub > revack-count
                   if rat-feed-date (rat-scan-sub)
                           = rvt-feed-date (rvt-sub)
                       move rat-scan-sub to rat-sub
                   end-if
               end-perform
               evaluate true
                   when rat-sub = 0 and not ack-due
                       move 'N' to rvt-verdict (rvt-sub)
                   when rat-sub = 0
                       move 'M' to rvt-verdict (rvt-sub)
                   when rat-load-status (rat-sub) not = 'C'
                       move 'L' to rvt-verdict (rvt-sub)
                   when rat-rows-loaded (rat-sub)
                           < rvt-expected-rows (rvt-sub)
                       move 'S' to rvt-verdict (rvt-sub)
                   when other
                       move 'O' to rvt-verdict (rvt-sub)
               end-evaluate
               if rat-sub > 0
                   move rat-rows-loaded (rat-sub)
                           to rvt-rows-loaded (rvt-sub)
               end-if
               evaluate rvt-verdict (rvt-sub)
               when 'O'
                   display 'FIZZACK0009I REVERSAL FEED '
                           rvt-feed-date (rvt-sub)
                           ' ACKNOWLEDGED AND RECONCILED'
               when 'N'
                   continue
               when other
                   display 'FIZZACK0008E REVERSAL FEED '
                           rvt-feed-date (rvt-sub)
                           ' NOT RECONCILED - STATUS '
                           rvt-verdict (rvt-sub)
                   move 8 to return-code
               end-evaluate
           end-perform
           exit.
       record-reversal-verdicts.
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
                           and vrq-rev-ack-status not = 'O'
                           and vrq-done-date < today-date
                           perform record-reversal-verdict
                       end-if
               end-read
           end-perform.
           move '00' to fizzvrq-status.
           exit.
       record-reversal-verdict.
           perform find-reversal-date.
           if rvt-found-sub > 0
               move rvt-verdict (rvt-found-sub) to vrq-rev-ack-status
               move today-date to vrq-rev-ack-date
               move rvt-rows-loaded (rvt-found-sub)
                       to vrq-rev-rows-loaded
               rewrite fizzvrq-record
           end-if
           exit.
