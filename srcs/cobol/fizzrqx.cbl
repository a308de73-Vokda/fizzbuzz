      *           operations action on the base deck, not something
      *           a queued request participates in.
      *
      *           "Arrived" is judged against the FIZZCAL business
      *           calendar: on a day that is not a business day no
      *           approved request is released at all (in-flight
      *           ones still are - a restart must rebuild its deck),
      *           they wait for the next business day's job. A
      *           request released after its run date - a holiday
      *           or a day the job did not run - is re-dated to the
      *           day it actually ran, with the date it was due kept
      *           as REQ-ASKED-RUN-DATE and the slip logged, so the
      *           requester sees on FZRQ why it ran late. Without a
      *           calendar (cluster missing, or today not built) the
      *           old rule applies - run date on or before today -
      *           with a warning; the deck is still built.
      *
      *           As with the other batch uses of CICS-owned
      *           clusters, the FIZZREQ FCT entry must be closed or
      *           the region down while this job runs; only file
               access mode is dynamic
               record key is req-key
               file status is fizzreq-status.
           select fizzcal-file assign to "FIZZCAL"
               organization is indexed
               access mode is random
               record key is cal-date
               file status is fizzcal-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
           select step-timing-file assign to "STEPTIM"
               organization is line sequential
               file status is steptim-status.
       data division.
       file section.
       fd  base-card-file.
       fd  fizzreq-file.
       copy fizzreq.

       fd  fizzcal-file.
       copy fizzcal.

       fd  message-log-file.
       copy msglog.

       fd  step-timing-file.
       copy fizztim.

       working-storage section.
       01 steptim-status pic xx value '00'.
       01 step-start-date pic 9(8) value 0.
       01 step-start-time pic 9(8) value 0.
       01 step-records pic 9(9) comp value 0.
       01 basecard-status pic xx value '00'.
       01 ctlcard-status pic xx value '00'.
       01 fizzreq-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 fizzcal-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP0C'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 stamp-time pic 9(6) value 0.
       01 queue-open-flag pic x value 'N'.
           88 queue-open value 'Y'.
       01 business-day-flag pic x value 'Y'.
           88 business-day value 'Y'.
       01 next-business-date pic 9(8) value 0.
       01 requests-held pic 9(3) value 0.
       01 slipped-run-date pic 9(8) value 0.
      * requests selected for this deck, gathered in one pass over
      * the queue: the in-flight SUBMITTED ones (re-emitted first,
      * in recorded run-sequence order) and the due APPROVED ones
       01 rq-pick-seq pic 9(4) comp value 0.
       procedure division.
       main.
           perform start-step-timing.
           accept today-date from date yyyymmdd.
           perform open-message-log.
           perform read-today-calendar.
           open output control-card-file.
           if ctlcard-status not = '00'
               display 'FIZZRQX0001E CTLCARD OPEN FAILED '
                   close fizzreq-file
               end-if
               close control-card-file
               if requests-held > 0
                   display 'FIZZRQX0006I NOT A BUSINESS DAY - '
                           requests-held ' APPROVED REQUESTS HELD FOR '
                           next-business-date
                   move 'FIZZRQX0006I' to log-msg-code
                   move 'NOT A BUSINESS DAY - APPROVED REQUESTS HELD'
                           to log-msg-text
                   perform write-message-log
               end-if
               display 'FIZZRQX0002I DECK BUILT - BASE CARDS PLUS '
                       requests-reemitted ' IN-FLIGHT AND '
                       requests-picked ' NEW REQUEST CARDS'
               perform write-message-log
           end-if
           close message-log-file.
           move deck-run-seq to step-records.
           perform write-step-timing.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
               end-if
           end-perform
           exit.
      * today's entry in the business calendar. Anything short of
      * a readable entry leaves today treated as a business day -
      * the release rule the job had before the calendar.
       read-today-calendar.
           move 'Y' to business-day-flag.
           move 0 to next-business-date.
           open input fizzcal-file.
           if fizzcal-status = '00'
               move today-date to cal-date
               read fizzcal-file
                   invalid key
                       move '23' to fizzcal-status
               end-read
               if fizzcal-status = '00'
                   move cal-business-day to business-day-flag
                   move cal-next-business-date to next-business-date
               end-if
               close fizzcal-file
           end-if
           if fizzcal-status not = '00'
               display 'FIZZRQX0008W NO BUSINESS CALENDAR ENTRY FOR '
                       today-date ' - RELEASING BY RUN DATE ALONE'
               move 'FIZZRQX0008W' to log-msg-code
               move 'NO BUSINESS CALENDAR ENTRY FOR TODAY - RELEASING BY
      -            ' RUN DATE ALONE' to log-msg-text
               perform write-message-log
           end-if
           exit.
       copy-base-cards.
           open input base-card-file.
           if basecard-status = '00'
                           at end
                               move '10' to fizzreq-status
                           not at end
                               if req-status = 'A'
                                   and req-run-date is numeric
                                   and req-run-date <= today-date
                                   and not business-day
                                   add 1 to requests-held
                               end-if
                               if req-status = 'S'
                                   or (req-status = 'A'
                                       and req-run-date is numeric
                                       and req-run-date <= today-date
                                       and business-day)
                                   perform store-request-entry
                               end-if
                       end-read
           write cc-control-card.
           exit.
      * marks the request SUBMITTED at the run sequence its card
      * got - a keyed read positions the rewrite. An approved
      * request going out after its run date is re-dated to today,
      * keeping the date it was due unless FZRQ already recorded
      * the date first asked for.
       rewrite-request-record.
           move rq-rkey (rq-sub) to req-key.
           read fizzreq-file
                   move '23' to fizzreq-status
           end-read
           if fizzreq-status = '00'
               if req-status = 'A' and req-run-date < today-date
                   perform record-run-date-slip
               end-if
               move 'S' to req-status
               move deck-run-seq to req-run-seq
               accept req-upd-date from date yyyymmdd
           end-if
           move '00' to fizzreq-status.
           exit.
       record-run-date-slip.
           move req-run-date to slipped-run-date.
           if req-asked-run-date is not numeric
               or req-asked-run-date = 0
               move req-run-date to req-asked-run-date
           end-if
           move today-date to req-run-date.
           display 'FIZZRQX0007I REQUEST ' req-key ' DUE '
                   slipped-run-date ' RELEASED ' today-date.
           move 'FIZZRQX0007I' to log-msg-code.
           move spaces to log-msg-text.
           string
               'REQUEST ' delimited by size
               req-key delimited by size
               ' DUE ' delimited by size
               slipped-run-date delimited by size
               ' RELEASED ' delimited by size
               today-date delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
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
               move 'FIZZRQX' to tim-program
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
