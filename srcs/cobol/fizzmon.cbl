      *           CHKPT dataset. ENTER refreshes the picture on
      *           demand; a timestamp that stops moving under state
      *           RUNNING is the "stuck" signal that justifies a
      *           restart call. PF3 or CLEAR exits. FIZZSTA is only
      *           read - the cluster is defined SHAREOPTIONS(2 3) so
      *           this inquiry can read while the batch job holds
      *           the file for update.
      *
      *           ACTION S asks the running job to stop cleanly at
      *           its next interval checkpoint instead of being
      *           cancelled; ACTION W withdraws the request before
      *           it is honoured. Both need an OPERATOR ID and are
      *           written to the FIZZSTP stop-request record the
      *           batch reads at every checkpoint, never to FIZZSTA.
      *           A request is only accepted while a job is started
      *           or running, and is shown as outstanding only
      *           against the job it was made for (STA-JOB-START-
      *           DATE/TIME) - a request the job already honoured
      *           does not carry over to the restart resubmission.
      *           A stopped job shows state STOPPED until the
      *           restart resubmission picks the deck up again.
      *----------------------------------------------------------------
       environment division.
       data division.
       working-storage section.
       copy fizzsta.
       copy fizzstp.
       copy fizzmonm.
       copy fizzacc.
       copy dfhaid.
       01 resp pic s9(8) comp.
       01 goodbye-message pic x(30) value
           'FIZZMON RUN MONITOR ENDED'.
       01 goodbye-length pic s9(4) comp value 30.
       01 status-key pic x(4) value '0001'.
       01 stop-key pic x(4) value '0001'.
       01 status-found-flag pic x value 'N'.
           88 status-found value 'Y'.
       01 operator-entered pic x(8) value spaces.
       01 monitor-message pic x(79) value spaces.
       01 abs-time pic s9(15) comp-3.
       01 stamp-date-x pic x(8).
       01 stamp-time-x pic x(8).
       01 stop-display.
           05 filler pic x(13) value 'REQUESTED BY '.
           05 spd-operator pic x(8).
           05 filler pic x(4) value ' AT '.
           05 spd-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 spd-time pic 9(6).
       01 percent-complete pic 9(3) value 0.
       01 iteration-display.
           05 itd-iteration pic z(8)9.
       linkage section.
       01 dfhcommarea pic x(1).
       procedure division.
      * every attention key but PF3/CLEAR rereads the status record
      * and repaints, which is the refresh-on-demand the operators
      * asked for - after carrying out a stop action when one was
      * keyed.
       main-logic.
           if eibcalen not = 0
               and (eibaid = dfhpf3 or eibaid = dfhclear)
               perform exit-transaction
           end-if
           move spaces to monitor-message.
           if eibcalen not = 0
               perform receive-monitor-input
           end-if
           move low-values to fizzmono.
           perform read-run-status.
           perform read-stop-request.
           if status-found
               perform start-access-record
               move sta-job-start-date to acc-run-date
               move sta-job-start-time to acc-run-time
               move sta-run-seq to acc-run-seq
               perform write-access-record
           end-if
           if monitor-message not = spaces
               move monitor-message to msgline2
           end-if
           exec cics send map('FIZZMON') mapset('FIZZMON')
                     from(fizzmono) erase
           end-exec.
           exit.

       read-run-status.
           move 'N' to status-found-flag.
           exec cics read file('FIZZSTA')
                     into(fizzsta-record)
                     ridfld(status-key)
                     resp(resp)
           end-exec.
           if resp = dfhresp(normal)
               move 'Y' to status-found-flag
               perform show-run-status
               move 'ENTER REFRESHES - S STOPS AT NEXT CHECKPOINT, W
      -            ' WITHDRAWS - PF3 ENDS' to msgline2
           else
               move 'NO RUN STATUS YET - THE BATCH JOB HAS NOT
      -            ' WRITTEN ONE' to msgline2
               when 'R' move 'RUNNING' to stval2
               when 'C' move 'COMPLETED' to stval2
               when 'F' move 'FAILED' to stval2
               when 'T' move 'STOPPED' to stval2
               when other move sta-state to stval2
           end-evaluate
           move sta-run-seq to rsval2.
           move sta-ckpt-time to ckd-time.
           move checkpoint-display to ckval2.
           exit.

      * a screen with nothing keyed (MAPFAIL) is a plain refresh.
       receive-monitor-input.
           exec cics receive map('FIZZMON') mapset('FIZZMON')
                     into(fizzmoni)
                     resp(resp)
           end-exec.
           if resp = dfhresp(normal)
               if action = low-value
                   move space to action
               end-if
               if oprval = low-values
                   move spaces to oprval
               end-if
               move oprval to operator-entered
               evaluate true
                   when action = space
                       continue
                   when action not = 'S' and action not = 'W'
                       move 'ACTION MUST BE S (STOP AT NEXT
      -                    ' CHECKPOINT), W (WITHDRAW) OR BLANK'
                               to monitor-message
                   when operator-entered = spaces
                       move 'OPERATOR ID MUST NOT BE BLANK'
                               to monitor-message
                   when action = 'S'
                       perform request-stop
                   when other
                       perform withdraw-stop
               end-evaluate
           end-if
           exit.

      * only a job that is started or running can be asked to stop -
      * the request is stamped now, which is after that job's start,
      * so the batch honours it at its next checkpoint.
       request-stop.
           perform read-run-status.
           if not status-found
               or (sta-state not = 'S' and sta-state not = 'R')
               move 'NO JOB STARTED OR RUNNING - NOTHING TO STOP'
                       to monitor-message
           else
               exec cics read file('FIZZSTP') update
                         into(fizzstp-record)
                         ridfld(stop-key)
                         resp(resp)
               end-exec
               if resp = dfhresp(normal)
                   perform build-stop-record
                   move 'Y' to stp-request-flag
                   exec cics rewrite file('FIZZSTP')
                             from(fizzstp-record)
                             resp(resp)
                   end-exec
               else
                   perform build-stop-record
                   move 'Y' to stp-request-flag
                   exec cics write file('FIZZSTP')
                             from(fizzstp-record)
                             ridfld(stp-key)
                             resp(resp)
                   end-exec
               end-if
               if resp = dfhresp(normal)
                   move 'STOP REQUESTED - THE JOB ENDS AT ITS NEXT
      -                ' CHECKPOINT' to monitor-message
               else
                   move 'STOP NOT REQUESTED - FIZZSTP NOT AVAILABLE'
                           to monitor-message
               end-if
           end-if
           exit.

       withdraw-stop.
           exec cics read file('FIZZSTP') update
                     into(fizzstp-record)
                     ridfld(stop-key)
                     resp(resp)
           end-exec.
           if resp not = dfhresp(normal)
               or stp-request-flag not = 'Y'
               move 'NO STOP REQUEST OUTSTANDING' to monitor-message
           else
               perform build-stop-record
               move 'N' to stp-request-flag
               exec cics rewrite file('FIZZSTP')
                         from(fizzstp-record)
                         resp(resp)
               end-exec
               if resp = dfhresp(normal)
                   move 'STOP REQUEST WITHDRAWN' to monitor-message
               else
                   move 'STOP REQUEST NOT WITHDRAWN - FIZZSTP NOT
      -                ' AVAILABLE' to monitor-message
               end-if
           end-if
           exit.

       build-stop-record.
           move spaces to fizzstp-record.
           move stop-key to stp-key.
           move operator-entered to stp-operator-id.
           perform take-timestamp.
           move stamp-date-x to stp-req-date.
           move stamp-time-x (1:6) to stp-req-time.
           move eibtrmid to stp-termid.
           exit.

      * an outstanding request is one made for the job FIZZSTA
      * describes; an older one was honoured or ignored long ago.
       read-stop-request.
           move 'NONE' to spval2.
           exec cics read file('FIZZSTP')
                     into(fizzstp-record)
                     ridfld(stop-key)
                     resp(resp)
           end-exec.
           if resp = dfhresp(normal)
               and status-found
               and stp-request-flag = 'Y'
               and stp-req-stamp >= sta-job-start-stamp
               move stp-operator-id to spd-operator
               move stp-req-date to spd-date
               move stp-req-time to spd-time
               move stop-display to spval2
           end-if
           exit.

      * EIBDATE/EIBTIME are packed julian forms - FORMATTIME gives
      * the YYYYMMDD/HHMMSS the stop record carries.
       take-timestamp.
           exec cics asktime abstime(abs-time) end-exec.
           exec cics formattime abstime(abs-time)
                     yyyymmdd(stamp-date-x)
                     time(stamp-time-x)
           end-exec.
           exit.

      * one FIZZACC record per screen of records shown, for the
      * weekly access report. Two terminals in the same second are
      * kept apart by the terminal id in the key, one terminal
      * twice by the tie-break sequence. A log that cannot be
      * written does not hold the inquiry up.
       write-access-record.
           perform take-timestamp.
           move stamp-date-x to acc-date.
           move stamp-time-x (1:6) to acc-time.
           move eibtrmid to acc-termid.
           move 0 to acc-seq.
           move eibtrnid to acc-tranid.
           exec cics assign userid(acc-userid)
                     resp(resp)
           end-exec.
           exec cics write file('FIZZACC')
                     from(fizzacc-record)
                     ridfld(acc-key)
                     resp(resp)
           end-exec.
           perform until resp not = dfhresp(duprec)
                   or acc-seq >= 9999
               add 1 to acc-seq
               exec cics write file('FIZZACC')
                         from(fizzacc-record)
                         ridfld(acc-key)
                         resp(resp)
               end-exec
           end-perform
           exit.

       start-access-record.
           move spaces to fizzacc-record.
           move 0 to acc-run-date.
           move 0 to acc-run-time.
           move 0 to acc-run-seq.
           move 0 to acc-iteration.
           exit.
