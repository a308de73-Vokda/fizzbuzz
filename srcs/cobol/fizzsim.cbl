      *           same Fizz/Buzz defaults when a deck loads no rules.
      *           A bad control card is reported and its run skipped,
      *           and the deck carries on, as the batch program does.
      *
      *           The optional SIMDATE card (YYYYMMDD in columns 1-8)
      *           judges the effective-date windows as of that date
      *           instead of today, so a past run is reproduced from
      *           the deck FIZZRPL rebuilds for it, with the rules
      *           that were in effect on the run's own date.
      *----------------------------------------------------------------
       environment division.
       input-output section.
           select sim-report-file assign to "SIMRPT"
               organization is line sequential
               file status is simrpt-status.
           select sim-date-file assign to "SIMDATE"
               organization is line sequential
               file status is simdate-status.
       data division.
       file section.
       fd  control-card-file.
       fd  proposed-rules-file.
       01  proposed-rules-card        pic x(80).

       fd  sim-date-file.
       01  sim-date-card.
           05  sdc-run-date           pic x(8).
           05  filler                 pic x(72).

       fd  sim-report-file.
       01  sim-report-line            pic x(132).

       01 rules-status pic xx value '00'.
       01 proprul-status pic xx value '00'.
       01 simrpt-status pic xx value '00'.
       01 simdate-status pic xx value '00'.
       01 rules-run-date pic 9(8) value 0.
       01 eff-date-x pic x(8).
       01 eff-date-n redefines eff-date-x pic 9(8).
       procedure division.
       main.
           accept rules-run-date from date yyyymmdd.
           perform read-simulation-date.
           open output sim-report-file.
           move spaces to sim-report-line.
           move 'FIZZBUZZ RULE CHANGE SIMULATION REPORT'
           close sim-report-file.
           move worst-return-code to return-code.
           stop run.
      * an absent, dummy or non-numeric card leaves today's date.
       read-simulation-date.
           open input sim-date-file.
           if simdate-status = '00'
               read sim-date-file
                   at end
                       continue
                   not at end
                       if sdc-run-date is numeric
                           move sdc-run-date to rules-run-date
                       end-if
               end-read
               close sim-date-file
           end-if
           exit.
      * every card in the deck simulates a complete run of its own,
      * as the batch program executes one - an unreadable or empty
      * deck still gets the historical one default run.
