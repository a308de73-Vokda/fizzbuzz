      *           how far back an answer can go: FIZZHLD keeps a
      *           configurable number of runs (its HSTCARD control
      *           card) and purges the oldest beyond that.
      *
      *           HST-RUN-STATE is 'V' on every record of a run the
      *           FIZZVDX void job withdrew (blank otherwise); the
      *           records stay so the question "what did it print"
      *           still has an answer, but FZHQ shows them as void.
      *----------------------------------------------------------------
       01  fizzhst-record.
           05  hst-key.
           05  hst-fizz-flag           pic x(1).
           05  hst-buzz-flag           pic x(1).
           05  hst-text                pic x(200).
           05  hst-run-state           pic x(1).
           05  filler                  pic x(4).
