      *           REQ-RETURN-CODE and REQ-RECORDS-PRODUCED carry the
      *           run's audit results once complete or failed;
      *           REQ-UPD-DATE/TIME timestamp the last status change.
      *           A run voided after publication (FZVD and the FIZZVDX
      *           void job) either puts its request back to A, with
      *           the run's results and delivery cleared, so the next
      *           job runs it again, or fails it with REQ-RETURN-CODE
      *           20 - the code no run ever ends with - meaning the
      *           run was voided.
      *
      *           REQ-RUN-DATE is always a business day by the FIZZCAL
      *           calendar once a request is in the deck: FZRQ rolls
      *           a non-business date forward at entry, and FIZZRQX
      *           re-dates a request it releases after its date (a
      *           day the job did not run, or a holiday added to the
      *           calendar later). Either way REQ-ASKED-RUN-DATE
      *           keeps the date as originally asked for; it is zero
      *           or blank when the request ran on the date asked.
      *
      *           REQ-DLV-DSN, REQ-DLV-RECORDS and REQ-DLV-DATE are
      *           set by the FIZZDLV delivery step once a COMPLETE
      *           run's records have been cut out of the FBOUT
      *           generation into a dataset of the request's own
      *           (PROD.FIZZBUZZ.DLV.Rnnnn.Nnnnn); REQ-DLV-EXPIRY-DATE
      *           is when that dataset's retention runs out. A zero
      *           or blank REQ-DLV-DATE means not delivered yet; a
      *           delivery date with a blank dataset name means the
      *           run produced nothing to deliver. The record grew
      *           from 80 to 160 bytes for these fields - see
      *           srcs/jcl/fbreqcnv.jcl.
      *----------------------------------------------------------------
       01  fizzreq-record.
           05  req-key                 pic x(8).
           05  req-records-produced    pic 9(9).
           05  req-upd-date            pic 9(8).
           05  req-upd-time            pic 9(6).
           05  req-asked-run-date      pic 9(8).
           05  req-dlv-dsn             pic x(44).
           05  req-dlv-records         pic 9(9).
           05  req-dlv-date            pic 9(8).
           05  req-dlv-expiry-date     pic 9(8).
           05  filler                  pic x(21).
