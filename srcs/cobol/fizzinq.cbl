       copy fizzrul.
       copy fizzaud.
       copy fizzmap.
       copy fizzacc.
       01 resp pic s9(8) comp.
       01 abs-time pic s9(15) comp-3.
       01 stamp-date-x pic x(8).
       01 stamp-time-x pic x(8).
       01 rule-idx pic 9 value 0.
       01 rule-line.
           05 rl-type pic x(1).
           perform read-current-parms.
           perform read-last-run.
           perform read-rules.
           perform log-inquiry-access.
           exec cics send map('FIZZINQ') mapset('FIZZMAP')
                     from(fizzinqo) erase
           end-exec.
           exec cics return end-exec.

      * the parameters and rules are the same for everybody; the
      * last run shown is the key logged.
       log-inquiry-access.
           perform start-access-record.
           if audit-available
               move aue-run-date to acc-run-date
               move aue-run-time to acc-run-time
               move aue-run-seq to acc-run-seq
           end-if
           perform write-access-record.
           exit.

       read-current-parms.
           exec cics read file('FIZZPRM')
                     into(fizzprm-record)
               move 'LAST RUN RESULTS NOT AVAILABLE' to msgline2
           end-if
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

      * EIBDATE/EIBTIME are packed julian forms - FORMATTIME gives
      * the YYYYMMDD/HHMMSS the access records carry.
       take-timestamp.
           exec cics asktime abstime(abs-time) end-exec.
           exec cics formattime abstime(abs-time)
                     yyyymmdd(stamp-date-x)
                     time(stamp-time-x)
           end-exec.
           exit.
