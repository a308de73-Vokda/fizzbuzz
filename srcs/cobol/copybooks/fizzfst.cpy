      *                         expected feed date, or the warehouse
      *                         reported a failed/incomplete load
      *             M missing - no acknowledgment file at all
      *             N not due - the morning is not a business day
      *                         by FIZZCAL and no acknowledgment for
      *                         the feed has arrived; the warehouse
      *                         does not load on its holidays, so the
      *                         next business morning judges the feed
      *                         again and rewrites this verdict
      *           Anything but O or N ends the FIZZACK step non-zero
      *           so the scheduler pages before the business day.
      *----------------------------------------------------------------
       01  fizzfst-record.
           05  fst-feed-date           pic x(8).
