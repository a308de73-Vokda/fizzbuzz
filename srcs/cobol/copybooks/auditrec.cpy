      *            it - records written before the field existed
      *            read as blanks, which every reader treats as
      *            "no set".
      *
      *            AUD-RUN-STATE says how the run ended: blank for a
      *            run that reached the end of its card (whatever
      *            its return code), 'T' for the partial record of a
      *            run an operator stopped at a checkpoint through
      *            the FZMN monitor. A stopped record is superseded
      *            by the restart resubmission's record for the same
      *            run, whose counts are seeded from the checkpoint,
      *            so every reader that groups the final job's
      *            records by AUD-RUN-SEQ leaves 'T' records out of
      *            the grouping - and when the very last record is a
      *            'T' the job is waiting on a restart and nothing is
      *            published.
      *
      *            A run withdrawn after publication is marked 'V'
      *            (void) by the FIZZVDX void job, which rewrites the
      *            trail with AUD-VOID-DATE/TIME, AUD-VOID-OPERATOR
      *            and AUD-VOID-REASON filled in from the FZVD void
      *            request; they are blank on every other record. A
      *            voided record keeps its place and its counts - it
      *            still closes its job's AUD-RUN-SEQ group - but the
      *            reports and reconciliations that describe good
      *            output (FIZZRPT, FIZZVER, FIZZCMP) leave it out.
      *----------------------------------------------------------------
       01  audit-record.
           05  aud-run-date           pic 9(8).
                   occurs 20 times.
           05  aud-run-seq            pic 9(3).
           05  aud-rule-set           pic x(8).
           05  aud-run-state          pic x(1).
           05  aud-void-date          pic 9(8).
           05  aud-void-time          pic 9(6).
           05  aud-void-operator      pic x(8).
           05  aud-void-reason        pic x(40).
