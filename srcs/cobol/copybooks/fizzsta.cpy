      *
      *           STA-STATE: 'S' started (run accepted, loop not yet
      *           entered), 'R' running (refreshed each checkpoint),
      *           'C' completed, 'F' failed (control card rejected),
      *           'T' stopped at a checkpoint on an operator request
      *           (see FIZZSTP) - the deck is waiting on a restart
      *           resubmission.
      *           STA-ITERATION is the last completed iteration of
      *           STA-REQUESTED; STA-RECORDS-WRITTEN counts across
      *           the whole deck, and STA-RUN-SEQ says which card's
      *           run the record describes. STA-CKPT-DATE/TIME is
      *           when the record was last rewritten - a stale
      *           timestamp under state R is the "stuck" signal.
      *           STA-JOB-START-DATE/TIME is when the batch job that
      *           wrote the record started - a FIZZSTP stop request
      *           older than that belongs to an earlier job.
      *
      *           The cluster is defined SHAREOPTIONS(2 3) so the
      *           read-only online inquiry can look while the batch
           05  sta-records-written     pic 9(9).
           05  sta-ckpt-date           pic 9(8).
           05  sta-ckpt-time           pic 9(6).
           05  sta-job-start-stamp.
               10  sta-job-start-date  pic 9(8).
               10  sta-job-start-time  pic 9(6).
           05  filler                  pic x(17).
