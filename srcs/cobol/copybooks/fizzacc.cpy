      *----------------------------------------------------------------
      * FIZZACC - inquiry access log KSDS, one record per screen of
      *           business records shown by a read-only transaction,
      *           keyed by the date and time it was shown, the
      *           terminal and a tie-break sequence. Written by FZIN
      *           (FIZZINQ), FZHQ (FIZZHNQ), FZJB (FIZZJBR), FZMN
      *           (FIZZMON) and the I (inquire) action of FZRQ
      *           (FIZZREQ), so audit can be told who looked at the
      *           output history and the request queue. Reported
      *           weekly and purged past its retention by the
      *           FIZZACR/FIZZACP steps of srcs/jcl/fizzaccr.jcl.
      *
      *           ACC-USERID is the signed-on CICS user, ACC-TRANID
      *           the transaction used. The key of what was shown
      *           goes in the fields that fit it, the rest left zero
      *           or blank:
      *             FZIN  ACC-RUN-DATE/TIME/SEQ of the last run shown
      *             FZHQ  ACC-RUN-DATE/TIME and ACC-ITERATION of the
      *                   history record shown
      *             FZJB  ACC-JRN-KEY of the first decision on the
      *                   page
      *             FZMN  ACC-RUN-DATE/TIME (job start) and
      *                   ACC-RUN-SEQ of the run being monitored
      *             FZRQ  ACC-REQ-KEY of the request shown
      *           ACC-OWNER is the department the record belongs to
      *           when the screen knows it - the requester of an
      *           FZRQ request. The weekly report works the owner of
      *           an FZHQ run out from the audit trail and the queue.
      *----------------------------------------------------------------
       01  fizzacc-record.
           05  acc-key.
               10  acc-date            pic 9(8).
               10  acc-time            pic 9(6).
               10  acc-termid          pic x(4).
               10  acc-seq             pic 9(4).
           05  acc-userid              pic x(8).
           05  acc-tranid              pic x(4).
           05  acc-run-date            pic 9(8).
           05  acc-run-time            pic 9(6).
           05  acc-run-seq             pic 9(3).
           05  acc-iteration           pic 9(9).
           05  acc-req-key             pic x(8).
           05  acc-jrn-key             pic x(18).
           05  acc-owner               pic x(8).
           05  filler                  pic x(26).
