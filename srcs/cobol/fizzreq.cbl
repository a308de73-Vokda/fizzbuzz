      *           restrict them by operating procedure (FZRQ itself
      *           stays open so requesters can enter and inquire).
      *
      *           The run date must be a business day by the
      *           FIZZCAL calendar. A weekend or holiday is rolled
      *           forward to the next business day and the date
      *           asked for is kept (REQ-ASKED-RUN-DATE, shown as
      *           ROLLED FROM); a date outside the calendar, or a
      *           calendar that cannot be read, refuses the entry -
      *           a date nobody can vouch for would only slip again
      *           in the batch.
      *
      *           Once a COMPLETE run's records have been cut into
      *           a delivery dataset of its own by the FIZZDLV step,
      *           I shows that dataset's name, record count, the
      *           day it was made and the day its retention ends -
      *           all the requester needs to pick the results up.
      *
      *           PF3 or CLEAR ends the transaction, the standard
      *           pseudo-conversational exit.
      *----------------------------------------------------------------
       working-storage section.
       copy fizzreq.
       copy fizzreqm.
       copy fizzcal.
       copy fizzacc.
       copy dfhaid.
       01 resp pic s9(8) comp.
       01 goodbye-message pic x(30) value
       01 new-req-num pic 9(8) value 0.
       01 req-num-work pic 9(8) value 0.
       01 iterations-work pic 9(9) value 0.
       01 run-date-work pic 9(8) value 0.
       01 asked-date-work pic 9(8) value 0.
       01 max-allowed-iterations pic 9(9) value 1000000.
       01 abs-time pic s9(15) comp-3.
       01 stamp-date-x pic x(8).
                   move 'N' to request-valid-flag
               end-if
           end-if
           if request-valid
               perform check-business-date
           end-if
           exit.

      * a non-business run date rolls to the next business day the
      * calendar names; the date asked for is kept for the record.
       check-business-date.
           move rdtval to cal-date.
           move rdtval to run-date-work.
           move 0 to asked-date-work.
           exec cics read file('FIZZCAL')
                     into(fizzcal-record)
                     ridfld(cal-date)
                     resp(resp)
           end-exec.
           evaluate true
               when resp = dfhresp(notfnd)
                   move 'RUN DATE IS NOT IN THE BUSINESS CALENDAR'
                           to msgline2
                   move 'N' to request-valid-flag
               when resp not = dfhresp(normal)
                   move 'REQUEST NOT ENTERED - BUSINESS CALENDAR NOT AVA
      -                'ILABLE' to msgline2
                   move 'N' to request-valid-flag
               when cal-business-day = 'Y'
                   continue
               when cal-next-business-date = 0
                   move 'RUN DATE IS NOT A BUSINESS DAY AND THE CALENDAR
      -                ' HAS NO LATER ONE' to msgline2
                   move 'N' to request-valid-flag
               when other
                   move rdtval to asked-date-work
                   move cal-next-business-date to run-date-work
           end-evaluate
           exit.

       enter-new-request.
           move new-req-num to req-key.
           move rqrval to req-requester.
           move iterations-work to req-iterations.
           move run-date-work to req-run-date.
           move asked-date-work to req-asked-run-date.
           move 'P' to req-status.
           move 0 to req-run-seq.
           move 0 to req-return-code.
           move 0 to req-records-produced.
           move 0 to req-dlv-records.
           move 0 to req-dlv-date.
           move 0 to req-dlv-expiry-date.
           perform take-timestamp.
           move stamp-date-x to req-upd-date.
           move stamp-time-x (1:6) to req-upd-time.
           end-exec.
           if resp = dfhresp(normal)
               move spaces to msgline2
               if asked-date-work = 0
                   string
                       'REQUEST ' delimited by size
                       req-key delimited by size
                       ' ENTERED - PENDING OPERATIONS APPROVAL'
                           delimited by size
                       into msgline2
                   end-string
               else
                   string
                       'REQUEST ' delimited by size
                       req-key delimited by size
                       ' ENTERED FOR NEXT BUSINESS DAY '
                           delimited by size
                       req-run-date delimited by size
                       ' - PENDING OPERATIONS APPROVAL'
                           delimited by size
                       into msgline2
                   end-string
               end-if
               perform show-request-fields
           else
               move 'REQUEST NOT ENTERED - FIZZREQ NOT AVAILABLE'
               when other
                   perform show-request-fields
                   move spaces to msgline2
                   perform start-access-record
                   move req-key to acc-req-key
                   move req-requester to acc-owner
                   move req-run-date to acc-run-date
                   move req-run-seq to acc-run-seq
                   perform write-access-record
           end-evaluate
           exit.

           move req-requester to rqrval2.
           move req-iterations to itrval2.
           move req-run-date to rdtval2.
           if req-asked-run-date is numeric
               and req-asked-run-date > 0
               move req-asked-run-date to rldval2
           else
               move spaces to rldval2
           end-if
           evaluate req-status
               when 'P' move 'PENDING' to staval2
               when 'A' move 'APPROVED' to staval2
           move req-upd-date to usd-date.
           move req-upd-time to usd-time.
           move update-stamp-display to updval2.
           move spaces to dsnval2.
           move spaces to drcval2.
           move spaces to ddtval2.
           move spaces to dexval2.
           if req-dlv-date is numeric and req-dlv-date > 0
               move req-dlv-date to ddtval2
               if req-dlv-dsn = spaces
                   move 'NO RECORDS TO DELIVER' to dsnval2
                   move req-dlv-records to drcval2
               else
                   move req-dlv-dsn to dsnval2
                   move req-dlv-records to drcval2
                   move req-dlv-expiry-date to dexval2
               end-if
           end-if
           exit.

      * EIBDATE/EIBTIME are packed julian forms - FORMATTIME gives
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
