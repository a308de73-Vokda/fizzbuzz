       IDENTIFICATION division.
       program-id. fizzacp.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZACP - inquiry access log archive and purge. Every FZIN,
      *           FZHQ, FZJB, FZMN and FZRQ inquiry adds a record to
      *           the FIZZACC KSDS, so like the audit trail (see
      *           FIZZAAR) it needs a retention period. Records
      *           older than the retention are copied to the
      *           archive dataset and then deleted from the log in
      *           place; run as STEP2 of srcs/jcl/fizzaccr.jcl, after
      *           the weekly FIZZACR report has read the week.
      *
      *           ARCCARD sets the retention in months on ACC-DATE
      *           (e.g. 012); a missing or bad card keeps the
      *           shipped 12-month default rather than silently
      *           purging everything. The cut is by calendar month,
      *           as FIZZAAR's is.
      *
      *           A record is only deleted once its archive copy is
      *           written: a failed archive write ends the purge
      *           with RETURN-CODE 12, leaving the rest of the log
      *           in place. Reconciliation: records read must equal
      *           records purged plus records kept, else
      *           RETURN-CODE 8. ARCHOUT is opened EXTEND so a
      *           yearly archive dataset accumulates across runs.
      *           The FIZZACC FCT entry must be closed to CICS.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select archive-card-file assign to "ARCCARD"
               organization is line sequential
               file status is arccard-status.
           select fizzacc-file assign to "FIZZACC"
               organization is indexed
               access mode is sequential
               record key is acc-key
               file status is fizzacc-status.
           select archive-file assign to "ARCHOUT"
               organization is line sequential
               file status is archout-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  archive-card-file.
       01  archive-card.
           05  ac-retention-months    pic 9(3).
           05  filler                 pic x(77).

       fd  fizzacc-file.
       copy fizzacc.

      * the archive record is a byte image of the access record.
       fd  archive-file.
       01  archive-access-record      pic x(120).

       fd  message-log-file.
       copy msglog.

       working-storage section.
       01 arccard-status pic xx value '00'.
       01 fizzacc-status pic xx value '00'.
       01 archout-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP2'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 retention-months pic 9(3) value 12.
       01 current-date-split.
           05 cur-year pic 9(4).
           05 cur-month pic 9(2).
           05 filler pic x(2).
       01 access-date-split.
           05 acc-year pic 9(4).
           05 acc-month pic 9(2).
           05 filler pic x(2).
       01 cutoff-total-months pic s9(9) comp value 0.
       01 record-total-months pic s9(9) comp value 0.
       01 records-read pic 9(9) comp value 0.
       01 records-purged pic 9(9) comp value 0.
       01 records-kept pic 9(9) comp value 0.
       01 reconcile-total pic 9(9) comp value 0.
       01 count-edit pic z(8)9.
       01 purge-stop-flag pic x value 'N'.
           88 purge-stopped value 'Y'.
       procedure division.
       main.
           perform open-message-log.
           perform read-archive-card.
           perform compute-cutoff.
           perform open-purge-files.
           if return-code = 0
               perform purge-access-log
               close archive-file
               close fizzacc-file
               if not purge-stopped
                   perform reconcile-counts
               end-if
           end-if
           close message-log-file.
           stop run.
      * every coded console message is mirrored to the common
      * message log (see MSGLOG) so automation can key off the
      * codes instead of scraping job output.
       open-message-log.
           open extend message-log-file.
           if msglog-status = '35'
               open output message-log-file
           end-if
           exit.
       write-message-log.
           move spaces to message-log-record.
           accept mlg-date from date yyyymmdd.
           accept mlg-time from time.
           move log-step-name to mlg-job-step.
           move 0 to mlg-run-seq.
           move log-msg-code to mlg-msg-code.
           perform derive-severity.
           move log-msg-text to mlg-text.
           write message-log-record.
           exit.
      * severity is the code's suffix letter (E, W or I) - the
      * last non-blank character of the code.
       derive-severity.
           move 'I' to mlg-severity.
           perform varying log-scan-sub from 15 by -1
                   until log-scan-sub < 1
               if log-msg-code (log-scan-sub:1) not = space
                   move log-msg-code (log-scan-sub:1)
                           to mlg-severity
                   move 0 to log-scan-sub
               end-if
           end-perform
           exit.
      * a missing, empty or bad card keeps the shipped default
      * rather than silently purging everything.
       read-archive-card.
           open input archive-card-file.
           if arccard-status = '00'
               read archive-card-file
                   at end
                       continue
                   not at end
                       if ac-retention-months is numeric
                           and ac-retention-months > 0
                           move ac-retention-months
                                   to retention-months
                       end-if
               end-read
               close archive-card-file
           end-if
           exit.
       compute-cutoff.
           accept current-date-split from date yyyymmdd.
           compute cutoff-total-months =
                   cur-year * 12 + cur-month - retention-months.
           exit.
      * the archive must be writable before any record is deleted.
       open-purge-files.
           open extend archive-file.
           if archout-status = '35'
               open output archive-file
           end-if
           if archout-status not = '00'
               display 'FIZZACP0001E ARCHOUT OPEN FAILED '
                       archout-status
               move 'FIZZACP0001E' to log-msg-code
               move 'ARCHOUT OPEN FAILED - NOTHING PURGED'
                       to log-msg-text
               perform write-message-log
               move 12 to return-code
           else
               open i-o fizzacc-file
               if fizzacc-status not = '00'
                   display 'FIZZACP0002E FIZZACC OPEN FAILED '
                           fizzacc-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZACP0002E' to log-msg-code
                   move 'FIZZACC OPEN FAILED - IS THE FILE STILL OPEN TO
      -                ' CICS?' to log-msg-text
                   perform write-message-log
                   close archive-file
                   move 12 to return-code
               end-if
           end-if
           exit.
       purge-access-log.
           perform until fizzacc-status not = '00' or purge-stopped
               read fizzacc-file
                   at end
                       move '10' to fizzacc-status
                   not at end
                       add 1 to records-read
                       perform route-access-record
               end-read
           end-perform
           exit.
      * an unparsable date keeps the record, as FIZZAAR does.
       route-access-record.
           if acc-date is numeric
               move acc-date to access-date-split
               compute record-total-months =
                       acc-year * 12 + acc-month
           else
               move cutoff-total-months to record-total-months
           end-if
           if record-total-months < cutoff-total-months
               move fizzacc-record to archive-access-record
               write archive-access-record
               if archout-status not = '00'
                   perform stop-purge
               else
                   delete fizzacc-file record
                   if fizzacc-status not = '00'
                       perform stop-purge
                   else
                       add 1 to records-purged
                   end-if
               end-if
           else
               add 1 to records-kept
           end-if
           exit.
      * the record in hand is still on the log (or archived twice
      * at worst) - the next run picks the purge up where it
      * stopped.
       stop-purge.
           move 'Y' to purge-stop-flag.
           move records-purged to count-edit.
           display 'FIZZACP0003E PURGE STOPPED - ARCHOUT '
                   archout-status ' FIZZACC ' fizzacc-status
                   ' AFTER ' count-edit ' PURGED'.
           move 'FIZZACP0003E' to log-msg-code.
           move spaces to log-msg-text.
           string 'PURGE STOPPED ON A WRITE OR DELETE FAILURE AFTER '
                   delimited by size
               count-edit delimited by size
               ' PURGED' delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           move 12 to return-code.
           exit.
       reconcile-counts.
           compute reconcile-total = records-purged + records-kept.
           display 'FIZZACP0004I RECORDS READ  : ' records-read.
           display 'FIZZACP0005I RECORDS PURGED: ' records-purged.
           display 'FIZZACP0006I RECORDS KEPT  : ' records-kept.
           if reconcile-total = records-read
               display 'FIZZACP0007I RECONCILED - PURGED + KEPT = READ'
               move records-purged to count-edit
               move 'FIZZACP0007I' to log-msg-code
               move spaces to log-msg-text
               string 'RECONCILED - ACCESS RECORDS PURGED: '
                       delimited by size
                   count-edit delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
           else
               display 'FIZZACP0008E RECONCILIATION FAILED - PURGED + '
                       'KEPT = ' reconcile-total
                       ' BUT READ = ' records-read
               move 'FIZZACP0008E' to log-msg-code
               move 'RECONCILIATION FAILED - PURGED + KEPT NOT = READ'
                       to log-msg-text
               perform write-message-log
               move 8 to return-code
           end-if
           exit.
