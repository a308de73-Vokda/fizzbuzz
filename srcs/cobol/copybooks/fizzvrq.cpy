      *----------------------------------------------------------------
      * FIZZVRQ - void request queue KSDS, one record per published
      *           run somebody asked to withdraw, keyed by the run's
      *           audit identity: run date and time plus run
      *           sequence. Entered on the FZVD transaction
      *           (FIZZVOD) with a reason and the operator id,
      *           carried out by the FIZZVDX void job, and kept
      *           for good - the file is the void register FIZZVDX
      *           prints after every execution.
      *
      *           VRQ-STATUS lifecycle:
      *             P pending   - entered on FZVD, waiting for the
      *                           next FIZZVDX run
      *             D done      - the run is void: audit record
      *                           marked, history flagged, reversal
      *                           feed sent, linked request reopened
      *                           or failed
      *             X rejected  - FIZZVDX could not void it;
      *                           VRQ-RESULT-TEXT says why
      *             C cancelled - withdrawn on FZVD before FIZZVDX
      *                           picked it up
      *           VRQ-DISPOSITION says what becomes of the FIZZREQ
      *           request the run was ordered by: R reopens it
      *           (approved again, so the next job runs it afresh),
      *           F fails it (the requester orders again if wanted).
      *           A base-deck run has no request; VRQ-REQUEST-KEY
      *           stays blank.
      *
      *           The reversal feed for a void goes to the warehouse
      *           on VRQ-DONE-DATE, one feed per FIZZVDX day;
      *           FIZZACK reconciles the warehouse's acknowledgment
      *           of it into VRQ-REV-ACK-STATUS with the same verdict
      *           codes as FIZZFST (blank = not yet reconciled).
      *----------------------------------------------------------------
       01  fizzvrq-record.
           05  vrq-key.
               10  vrq-run-date        pic 9(8).
               10  vrq-run-time        pic 9(6).
               10  vrq-run-seq         pic 9(3).
           05  vrq-status              pic x(1).
           05  vrq-disposition         pic x(1).
           05  vrq-reason              pic x(40).
           05  vrq-operator-id         pic x(8).
           05  vrq-termid              pic x(4).
           05  vrq-req-date            pic 9(8).
           05  vrq-req-time            pic 9(6).
           05  vrq-done-date           pic 9(8).
           05  vrq-done-time           pic 9(6).
           05  vrq-request-key         pic x(8).
           05  vrq-hst-flagged         pic 9(9).
           05  vrq-rows-reversed       pic 9(9).
           05  vrq-result-text         pic x(40).
           05  vrq-rev-ack-status      pic x(1).
           05  vrq-rev-ack-date        pic 9(8).
           05  vrq-rev-rows-loaded     pic 9(9).
           05  filler                  pic x(17).
