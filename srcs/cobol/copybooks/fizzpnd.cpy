      *           pending change per rule sequence at a time - a
      *           second request for the same sequence is refused
      *           until the first is approved or rejected.
      *
      *           PND-RCK-GRADE is the verdict of the last FIZZRCK
      *           cross-rule analysis of the proposed deck (the
      *           FIZZSIM job), posted on every pending change: C
      *           clean, W warnings, E errors - approval is refused
      *           until the deck is fixed and analysed again - and
      *           blank when the change was queued since. The
      *           findings themselves are on that run's RCKRPT.
      *----------------------------------------------------------------
       01  fizzpnd-record.
           05  pnd-key                 pic x(4).
           05  pnd-low                 pic 9(9).
           05  pnd-high                pic 9(9).
           05  pnd-set-id              pic x(8).
           05  pnd-rck-grade           pic x(1).
           05  pnd-rck-date            pic 9(8).
           05  pnd-rck-time            pic 9(6).
           05  filler                  pic x(2).
