      *----------------------------------------------------------------
      * FIZZTIM - step timing record, PROD.FIZZBUZZ.STEPTIM (80 bytes,
      *           DISP=MOD). Every program in the fizzbuzz.jcl and
      *           fizzbig.jcl streams appends one record as it ends:
      *           its step, when it started and ended (ACCEPT FROM
      *           DATE/TIME - HHMMSSCC), the records it processed
      *           and its return code. A FIZZBUZZ partition slice
      *           of a split run is step STEPP.
      *
      *           TIM-BASIS says what TIM-RECORDS counts: I - one
      *           record per iteration of the deck (FBOUT records
      *           written, read, loaded, compared, fed or printed),
      *           so the step's elapsed time grows with the deck's
      *           iterations; C - cards, requests or rules, so the
      *           step takes about the same time every night. The
      *           FIZZFCS batch-window forecast learns its
      *           iterations-per-second rates from the I records and
      *           its fixed step times from the C records.
      *----------------------------------------------------------------
       01  step-timing-record.
           05  tim-step-name          pic x(8).
           05  tim-program            pic x(8).
           05  tim-start-date         pic 9(8).
           05  tim-start-time         pic 9(8).
           05  tim-end-date           pic 9(8).
           05  tim-end-time           pic 9(8).
           05  tim-records            pic 9(9).
           05  tim-basis              pic x(1).
               88  tim-per-iteration  value 'I'.
               88  tim-per-card       value 'C'.
           05  tim-return-code        pic 9(4).
           05  filler                 pic x(18).
