      *----------------------------------------------------------------
      * FIZZSTP - operator stop request for the running FIZZBUZZ
      *           job, a single-record VSAM KSDS on a constant key.
      *           Set and withdrawn from the FZMN monitor (FIZZMON);
      *           read by the batch program at every interval
      *           checkpoint, which ends the deck cleanly at that
      *           checkpoint when a request is outstanding.
      *
      *           This is a cluster of its own rather than a field
      *           on FIZZSTA because the batch job holds FIZZSTA for
      *           update for the whole step, and the region could
      *           not write to it. Here the roles are reversed - the
      *           region is the only writer and the batch only
      *           reads - and the cluster is defined SHAREOPTIONS
      *           (4 3) so each batch read refreshes its buffer and
      *           sees a request the region made a moment ago.
      *
      *           STP-REQUEST-FLAG 'Y' asks for a stop, 'N' means
      *           withdrawn. The batch never clears the record: a
      *           request only applies to a job that started at or
      *           before STP-REQ-DATE/TIME, so one left over from a
      *           job that already stopped is ignored by the restart
      *           resubmission and every later job.
      *----------------------------------------------------------------
       01  fizzstp-record.
           05  stp-key                 pic x(4).
           05  stp-request-flag        pic x(1).
           05  stp-operator-id         pic x(8).
           05  stp-req-stamp.
               10  stp-req-date        pic 9(8).
               10  stp-req-time        pic 9(6).
           05  stp-termid              pic x(4).
           05  filler                  pic x(29).
