      *           carried in the commarea between pseudo-
      *           conversational legs. PF3 or CLEAR exits.
      *           Read-only, like FIZZINQ.
      *
      *           A record of a run voided since (FIZZVDX flags its
      *           history HST-RUN-STATE 'V') is shown with its text
      *           withheld and the run marked void, so the withdrawn
      *           output is never read off the screen as good.
      *----------------------------------------------------------------
       environment division.
       data division.
       working-storage section.
       copy fizzhst.
       copy fizzhnqm.
       copy fizzacc.
       copy dfhaid.
       01 resp pic s9(8) comp.
       01 abs-time pic s9(15) comp-3.
       01 stamp-date-x pic x(8).
       01 stamp-time-x pic x(8).
       01 goodbye-message pic x(30) value
           'FIZZHNQ HISTORY INQUIRY ENDED'.
       01 goodbye-length pic s9(4) comp value 30.
           end-evaluate
           if record-found
               perform show-history-record
               perform log-history-access
               move hst-key to ca-current-key
               move 'Y' to ca-active-flag
           else
           end-if
           exit.

      * every record put on the screen is logged, PF7/PF8 steps
      * included - each is a different iteration's output.
       log-history-access.
           perform start-access-record.
           move hst-run-date to acc-run-date.
           move hst-run-time to acc-run-time.
           move hst-iteration to acc-iteration.
           perform write-access-record.
           exit.

       show-history-record.
           move hst-run-date to rsd-date.
           move hst-run-time to rsd-time.
           move hst-run-time to timval2.
           move hst-iteration to itrval2.
           move spaces to msgline2.
           if hst-run-state = 'V'
               move spaces to txt12
               move spaces to txt22
               move spaces to txt32
               move 'RUN VOIDED - OUTPUT WITHDRAWN, SEE THE VOID REGISTE
      -            'R' to msgline2
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
