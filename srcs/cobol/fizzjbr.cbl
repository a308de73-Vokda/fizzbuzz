       working-storage section.
       copy fizzjrn.
       copy fizzjbrm.
       copy fizzacc.
       copy dfhaid.
       01 resp pic s9(8) comp.
       01 abs-time pic s9(15) comp-3.
       01 stamp-date-x pic x(8).
       01 stamp-time-x pic x(8).
       01 goodbye-message pic x(30) value
           'FIZZJBR JOURNAL BROWSE ENDED'.
       01 goodbye-length pic s9(4) comp value 30.
       01 browse-key pic x(18) value low-values.
       01 first-shown-key pic x(18) value spaces.
       01 lines-shown pic 9(2) value 0.
       01 continue-browse-flag pic x value 'N'.
           88 continue-browse value 'Y'.
                   end-exec
                   if resp = dfhresp(normal)
                       add 1 to lines-shown
                       if lines-shown = 1
                           move jrn-key to first-shown-key
                       end-if
                       perform format-journal-line
                       move browse-key to ca-resume-key
                   end-if
                   move 'Y' to ca-active-flag
                   move 'PF8 FOR MORE - ENTER WITH A DATE RESTARTS'
                           to msgline2
                   perform start-access-record
                   move first-shown-key to acc-jrn-key
                   perform write-access-record
               end-if
           end-if
           exit.
               when 10 move journal-line to jline102
           end-evaluate
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
