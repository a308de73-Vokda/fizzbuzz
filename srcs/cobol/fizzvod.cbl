       IDENTIFICATION division.
       program-id. fizzvod.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZVOD - run void request transaction (FZVD), the controlled
      *           way to withdraw a run that was published in error
      *           (a bad rule approved, the wrong deck run). The run
      *           is named by its audit identity - run date, run
      *           time and run sequence - and the void is queued on
      *           the FIZZVRQ KSDS (see the copybook for the status
      *           lifecycle) for the FIZZVDX void job, which marks
      *           the audit record void, flags the run's FIZZHST
      *           history, sends the warehouse a reversal feed and
      *           reopens or fails the FIZZREQ request the run was
      *           ordered by. Nothing is withdrawn online: the audit
      *           trail is a sequential dataset only the batch can
      *           rewrite, and FIZZVDX checks the run really exists
      *           before it touches anything.
      *
      *           V queues a void - the reason and the operator id
      *           are required, and the disposition says what becomes
      *           of the run's request (R reopens it for the next
      *           job, F fails it). C cancels a void that is still
      *           pending. I shows where a void stands, including
      *           the warehouse's acknowledgment of its reversal
      *           feed once FIZZACK has reconciled it. A rejected or
      *           cancelled void may be queued again under the same
      *           key; a pending or completed one may not.
      *
      *           FZVD should be restricted to operations by
      *           security, like FZUP - a void is as consequential
      *           as a rule change. PF3 or CLEAR ends the
      *           transaction.
      *----------------------------------------------------------------
       environment division.
       data division.
       working-storage section.
       copy fizzvrq.
       copy fizzvodm.
       copy dfhaid.
       01 resp pic s9(8) comp.
       01 goodbye-message pic x(30) value
           'FIZZVOD RUN VOIDS ENDED'.
       01 goodbye-length pic s9(4) comp value 30.
       01 void-valid-flag pic x value 'Y'.
           88 void-valid value 'Y'.
       01 void-key-work.
           05 vkw-run-date pic 9(8).
           05 vkw-run-time pic 9(6).
           05 vkw-run-seq pic 9(3).
       01 operator-entered pic x(8) value spaces.
       01 abs-time pic s9(15) comp-3.
       01 stamp-date-x pic x(8).
       01 stamp-time-x pic x(8).
       01 requested-display.
           05 rqd-operator pic x(8).
           05 filler pic x(4) value ' AT '.
           05 rqd-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rqd-time pic 9(6).
           05 filler pic x(1) value spaces.
           05 rqd-termid pic x(4).
       01 done-stamp-display.
           05 dsd-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 dsd-time pic 9(6).
       01 ack-display.
           05 akd-verdict pic x(12).
           05 filler pic x(4) value ' ON '.
           05 akd-date pic 9(8).
       01 next-commarea pic x(1) value 'R'.
       linkage section.
       01 dfhcommarea pic x(1).
       procedure division.
       main-logic.
           if eibcalen = 0
               move low-values to fizzvodo
               move 'ENTER ACTION (V=VOID C=CANCEL I=INQUIRE) AND THE
      -            ' RUN DATE, TIME AND SEQUENCE' to msgline2
               perform send-void-map
           end-if
           if eibaid = dfhpf3 or eibaid = dfhclear
               perform exit-transaction
           end-if
           exec cics receive map('FIZZVOD') mapset('FIZZVOD')
                     into(fizzvodi)
                     resp(resp)
           end-exec.
           if resp not = dfhresp(normal)
               move low-values to fizzvodo
               move 'NO INPUT RECEIVED - ENTER ACTION (V=VOID C=CANCEL
      -            ' I=INQUIRE)' to msgline2
               perform send-void-map
           end-if
           perform edit-void.
           if void-valid
               evaluate action
                   when 'V'
                       perform queue-void
                   when 'C'
                       perform cancel-void
                   when 'I'
                       perform inquire-void
               end-evaluate
           end-if
           perform send-void-map.

       send-void-map.
           exec cics send map('FIZZVOD') mapset('FIZZVOD')
                     from(fizzvodo) erase
           end-exec.
           exec cics return transid('FZVD')
                     commarea(next-commarea)
           end-exec.
           exit.

       exit-transaction.
           exec cics send text from(goodbye-message)
                     length(goodbye-length) erase freekb
           end-exec.
           exec cics return end-exec.
           exit.

      * every action names the run; V also needs the reason, the
      * disposition and the operator, C the operator.
       edit-void.
           move 'Y' to void-valid-flag.
           if action not = 'V' and action not = 'C'
               and action not = 'I'
               move 'ACTION MUST BE V (VOID), C (CANCEL) OR I (INQUIRE)'
                       to msgline2
               move 'N' to void-valid-flag
           end-if
           if void-valid
               inspect rdtval replacing all ' ' by '0'
               inspect rdtval replacing all low-value by '0'
               if rdtval is not numeric or rdtval = '00000000'
                   move 'RUN DATE MUST BE YYYYMMDD' to msgline2
                   move 'N' to void-valid-flag
               else
                   move rdtval to vkw-run-date
               end-if
           end-if
           if void-valid
               inspect rtmval replacing all ' ' by '0'
               inspect rtmval replacing all low-value by '0'
               if rtmval is not numeric
                   move 'RUN TIME MUST BE 6 DIGITS AS PRINTED ON THE FIZ
      -            'ZRPT PAGES/VOID REGISTER' to msgline2
                   move 'N' to void-valid-flag
               else
                   move rtmval to vkw-run-time
               end-if
           end-if
           if void-valid
               inspect seqval replacing all ' ' by '0'
               inspect seqval replacing all low-value by '0'
               if seqval is not numeric or seqval = '000'
                   move 'RUN SEQUENCE MUST BE 001-999' to msgline2
                   move 'N' to void-valid-flag
               else
                   move seqval to vkw-run-seq
               end-if
           end-if
           if oprval = low-values
               move spaces to oprval
           end-if
           move oprval to operator-entered.
           if void-valid and action not = 'I'
               and operator-entered = spaces
               move 'OPERATOR ID MUST NOT BE BLANK' to msgline2
               move 'N' to void-valid-flag
           end-if
           if void-valid and action = 'V'
               perform edit-void-details
           end-if
           exit.

       edit-void-details.
           if rsnval = low-values
               move spaces to rsnval
           end-if
           if dspval = low-value
               move space to dspval
           end-if
           if rsnval = spaces
               move 'A VOID NEEDS A REASON' to msgline2
               move 'N' to void-valid-flag
           end-if
           if void-valid and dspval not = 'R' and dspval not = 'F'
               move 'DISPOSITION MUST BE R (REOPEN THE REQUEST) OR F
      -            ' (FAIL IT)' to msgline2
               move 'N' to void-valid-flag
           end-if
           exit.

      * a key already on file may be reused only when its last void
      * was rejected or cancelled - the new request replaces it.
       queue-void.
           move void-key-work to vrq-key.
           exec cics read file('FIZZVRQ') update
                     into(fizzvrq-record)
                     ridfld(vrq-key)
                     resp(resp)
           end-exec.
           evaluate true
               when resp = dfhresp(notfnd)
                   perform build-void-record
                   exec cics write file('FIZZVRQ')
                             from(fizzvrq-record)
                             ridfld(vrq-key)
                             resp(resp)
                   end-exec
                   perform report-queued-void
               when resp not = dfhresp(normal)
                   move 'VOID NOT QUEUED - FIZZVRQ NOT AVAILABLE'
                           to msgline2
               when vrq-status = 'P'
                   move 'A VOID OF THIS RUN IS ALREADY PENDING'
                           to msgline2
                   exec cics unlock file('FIZZVRQ') end-exec
                   perform show-void-fields
               when vrq-status = 'D'
                   move 'THIS RUN IS ALREADY VOID' to msgline2
                   exec cics unlock file('FIZZVRQ') end-exec
                   perform show-void-fields
               when other
                   perform build-void-record
                   exec cics rewrite file('FIZZVRQ')
                             from(fizzvrq-record)
                             resp(resp)
                   end-exec
                   perform report-queued-void
           end-evaluate
           exit.

       report-queued-void.
           if resp = dfhresp(normal)
               move 'VOID QUEUED - THE NEXT FIZZVDX VOID JOB CARRIES IT
      -            ' OUT' to msgline2
               perform show-void-fields
           else
               move 'VOID NOT QUEUED - FIZZVRQ NOT AVAILABLE'
                       to msgline2
           end-if
           exit.

       build-void-record.
           move spaces to fizzvrq-record.
           move void-key-work to vrq-key.
           move 'P' to vrq-status.
           move dspval to vrq-disposition.
           move rsnval to vrq-reason.
           move operator-entered to vrq-operator-id.
           move eibtrmid to vrq-termid.
           perform take-timestamp.
           move stamp-date-x to vrq-req-date.
           move stamp-time-x (1:6) to vrq-req-time.
           move 0 to vrq-done-date.
           move 0 to vrq-done-time.
           move 0 to vrq-hst-flagged.
           move 0 to vrq-rows-reversed.
           move 0 to vrq-rev-ack-date.
           move 0 to vrq-rev-rows-loaded.
           exit.

      * only a void the batch has not picked up can be cancelled.
       cancel-void.
           move void-key-work to vrq-key.
           exec cics read file('FIZZVRQ') update
                     into(fizzvrq-record)
                     ridfld(vrq-key)
                     resp(resp)
           end-exec.
           evaluate true
               when resp = dfhresp(notfnd)
                   move 'NO VOID REQUESTED FOR THIS RUN' to msgline2
               when resp not = dfhresp(normal)
                   move 'CANCEL FAILED - FIZZVRQ NOT AVAILABLE'
                           to msgline2
               when vrq-status not = 'P'
                   move 'ONLY A PENDING VOID CAN BE CANCELLED'
                           to msgline2
                   exec cics unlock file('FIZZVRQ') end-exec
                   perform show-void-fields
               when other
                   move 'C' to vrq-status
                   perform take-timestamp
                   move stamp-date-x to vrq-done-date
                   move stamp-time-x (1:6) to vrq-done-time
                   move spaces to vrq-result-text
                   string
                       'CANCELLED BY ' delimited by size
                       operator-entered delimited by size
                       into vrq-result-text
                   end-string
                   exec cics rewrite file('FIZZVRQ')
                             from(fizzvrq-record)
                             resp(resp)
                   end-exec
                   if resp = dfhresp(normal)
                       move 'VOID CANCELLED' to msgline2
                       perform show-void-fields
                   else
                       move 'CANCEL FAILED - FIZZVRQ NOT AVAILABLE'
                               to msgline2
                   end-if
           end-evaluate
           exit.

       inquire-void.
           move void-key-work to vrq-key.
           exec cics read file('FIZZVRQ')
                     into(fizzvrq-record)
                     ridfld(vrq-key)
                     resp(resp)
           end-exec.
           evaluate true
               when resp = dfhresp(notfnd)
                   move 'NO VOID REQUESTED FOR THIS RUN' to msgline2
               when resp not = dfhresp(normal)
                   move 'INQUIRY FAILED - FIZZVRQ NOT AVAILABLE'
                           to msgline2
               when other
                   perform show-void-fields
                   move spaces to msgline2
           end-evaluate
           exit.

       show-void-fields.
           move vrq-run-date to rdtval2.
           move vrq-run-time to rtmval2.
           move vrq-run-seq to seqval2.
           move vrq-disposition to dspval2.
           move vrq-reason to rsnval2.
           move vrq-operator-id to oprval2.
           evaluate vrq-status
               when 'P' move 'PENDING' to staval2
               when 'D' move 'VOID' to staval2
               when 'X' move 'REJECTED' to staval2
               when 'C' move 'CANCELLED' to staval2
               when other move vrq-status to staval2
           end-evaluate
           move vrq-operator-id to rqd-operator.
           move vrq-req-date to rqd-date.
           move vrq-req-time to rqd-time.
           move vrq-termid to rqd-termid.
           move requested-display to rqbval2.
           move spaces to vdtval2.
           move spaces to reqval2.
           move spaces to hstval2.
           move spaces to revval2.
           move spaces to ackval2.
           if vrq-status = 'D'
               move vrq-done-date to dsd-date
               move vrq-done-time to dsd-time
               move done-stamp-display to vdtval2
               if vrq-request-key = spaces
                   move 'NONE' to reqval2
               else
                   move vrq-request-key to reqval2
               end-if
               move vrq-hst-flagged to hstval2
               move vrq-rows-reversed to revval2
               perform show-reversal-ack
           end-if
           move vrq-result-text to resval2.
           exit.

       show-reversal-ack.
           evaluate vrq-rev-ack-status
               when 'O' move 'OK' to akd-verdict
               when 'S' move 'SHORT' to akd-verdict
               when 'L' move 'LATE' to akd-verdict
               when 'M' move 'MISSING' to akd-verdict
               when 'N' move 'NOT DUE' to akd-verdict
               when other move spaces to akd-verdict
           end-evaluate
           if akd-verdict = spaces
               move 'AWAITING WAREHOUSE' to ackval2
           else
               move vrq-rev-ack-date to akd-date
               move ack-display to ackval2
           end-if
           exit.

      * EIBDATE/EIBTIME are packed julian forms - FORMATTIME gives
      * the YYYYMMDD/HHMMSS the queue records carry.
       take-timestamp.
           exec cics asktime abstime(abs-time) end-exec.
           exec cics formattime abstime(abs-time)
                     yyyymmdd(stamp-date-x)
                     time(stamp-time-x)
           end-exec.
           exit.
