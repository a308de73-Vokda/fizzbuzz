       IDENTIFICATION division.
       program-id. fizzacr.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZACR - weekly access report over the FIZZACC inquiry
      *           access log the FZIN, FZHQ, FZJB, FZMN and FZRQ
      *           transactions write, for audit: who looked at the
      *           output history and the request queue, and whether
      *           anyone looked at another department's results. Run
      *           as STEP1 of srcs/jcl/fizzaccr.jcl, before the
      *           FIZZACP purge.
      *
      *           The period is the seven days before today; an
      *           ACCCARD with a FROM and TO date (YYYYMMDD in
      *           columns 1-8 and 10-17) reports any other span.
      *
      *           USRCARD names each user's department (user id in
      *           columns 1-8, department in 10-17, the code the
      *           requester quotes on FZRQ). A department of * marks
      *           a user who may see every department's results -
      *           operations and audit themselves.
      *
      *           Request results are an FZRQ inquiry (the request's
      *           owner is logged with it) and an FZHQ history
      *           record (the run's owner is the request that run
      *           was ordered by: the audit trail gives the run's
      *           sequence, the queue the request with that run date
      *           and sequence). A base-deck run belongs to nobody.
      *           A view of a result owned by another department, or
      *           by anyone when the user has no USRCARD, is flagged.
      *
      *           Report: access by user and transaction, access by
      *           transaction, then every flagged view. RETURN-CODE
      *           0 - nothing flagged; 4 - views flagged, or a table
      *           overflowed and the report is incomplete; 12 - the
      *           log could not be read. The FIZZACC and FIZZREQ FCT
      *           entries must be closed to CICS during the step.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select access-card-file assign to "ACCCARD"
               organization is line sequential
               file status is acccard-status.
           select user-card-file assign to "USRCARD"
               organization is line sequential
               file status is usrcard-status.
           select fizzacc-file assign to "FIZZACC"
               organization is indexed
               access mode is sequential
               record key is acc-key
               file status is fizzacc-status.
           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select fizzreq-file assign to "FIZZREQ"
               organization is indexed
               access mode is sequential
               record key is req-key
               file status is fizzreq-status.
           select report-file assign to "ACCRPT"
               organization is line sequential
               file status is accrpt-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  access-card-file.
       01  access-card.
           05  acd-from-date          pic x(8).
           05  filler                 pic x(1).
           05  acd-to-date            pic x(8).
           05  filler                 pic x(63).

       fd  user-card-file.
       01  user-card.
           05  usc-userid             pic x(8).
           05  filler                 pic x(1).
           05  usc-department         pic x(8).
           05  filler                 pic x(63).

       fd  fizzacc-file.
       copy fizzacc.

       fd  audit-file.
       copy auditrec.

       fd  fizzreq-file.
       copy fizzreq.

       fd  report-file.
       01  report-line                pic x(132).

       fd  message-log-file.
       copy msglog.

       working-storage section.
       01 acccard-status pic xx value '00'.
       01 usrcard-status pic xx value '00'.
       01 fizzacc-status pic xx value '00'.
       01 audit-status pic xx value '00'.
       01 fizzreq-status pic xx value '00'.
       01 accrpt-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP1'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 worst-return-code pic 9(2) value 0.
       01 today-date pic 9(8) value 0.
       01 period-from pic 9(8) value 0.
       01 period-to pic 9(8) value 0.
       01 day-number pic 9(8) comp value 0.
      * the USRCARD deck.
       01 user-table.
           05 user-count pic 9(3) comp value 0.
           05 user-entry occurs 500 times.
               10 us-userid pic x(8).
               10 us-department pic x(8).
       01 us-sub pic 9(3) comp value 0.
      * the history runs viewed in the period and the department
      * each belongs to, worked out before the counting pass.
       01 run-table.
           05 run-count pic 9(3) comp value 0.
           05 run-entry occurs 500 times.
               10 rn-run-date pic 9(8).
               10 rn-run-time pic 9(6).
               10 rn-run-seq pic 9(3).
               10 rn-owner pic x(8).
       01 rn-sub pic 9(3) comp value 0.
       01 rn-found-sub pic 9(3) comp value 0.
      * one entry per user and transaction, kept in user then
      * transaction order as entries are added.
       01 usage-table.
           05 usage-count pic 9(3) comp value 0.
           05 usage-entry occurs 500 times.
               10 ug-userid pic x(8).
               10 ug-tranid pic x(4).
               10 ug-views pic 9(7) comp.
               10 ug-flagged pic 9(7) comp.
               10 ug-first-date pic 9(8).
               10 ug-first-time pic 9(6).
               10 ug-last-date pic 9(8).
               10 ug-last-time pic 9(6).
       01 ug-sub pic 9(3) comp value 0.
       01 ug-found-sub pic 9(3) comp value 0.
       01 ug-move-sub pic 9(3) comp value 0.
       01 transaction-table.
           05 transaction-count pic 9(3) comp value 0.
           05 transaction-entry occurs 20 times.
               10 tx-tranid pic x(4).
               10 tx-views pic 9(7) comp.
               10 tx-users pic 9(5) comp.
               10 tx-flagged pic 9(7) comp.
       01 tx-sub pic 9(3) comp value 0.
       01 tx-found-sub pic 9(3) comp value 0.
       01 full-flag pic x value 'N'.
           88 table-full value 'Y'.
       01 viewer-department pic x(8).
       01 owner-department pic x(8).
       01 flag-reason pic x(30).
       01 view-flagged-flag pic x value 'N'.
           88 view-flagged value 'Y'.
       01 accesses-read pic 9(9) comp value 0.
       01 accesses-in-period pic 9(9) comp value 0.
       01 flagged-count pic 9(7) comp value 0.
       01 count-edit pic z(8)9.
       01 report-title-line.
           05 filler pic x(33) value
               'FIZZBUZZ INQUIRY ACCESS REPORT - '.
           05 rtl-from pic 9(8).
           05 filler pic x(9) value ' THROUGH '.
           05 rtl-to pic 9(8).
           05 filler pic x(74) value spaces.
       01 report-usage-line.
           05 filler pic x(2) value spaces.
           05 rul-userid pic x(8).
           05 filler pic x(2) value spaces.
           05 rul-department pic x(8).
           05 filler pic x(2) value spaces.
           05 rul-tranid pic x(4).
           05 filler pic x(2) value spaces.
           05 rul-views pic z(6)9.
           05 filler pic x(2) value spaces.
           05 rul-first-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rul-first-time pic 9(6).
           05 filler pic x(2) value spaces.
           05 rul-last-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rul-last-time pic 9(6).
           05 filler pic x(2) value spaces.
           05 rul-flagged pic z(6)9.
           05 filler pic x(2) value spaces.
           05 rul-note pic x(20).
           05 filler pic x(30) value spaces.
       01 report-transaction-line.
           05 filler pic x(2) value spaces.
           05 rxl-tranid pic x(4).
           05 filler pic x(2) value spaces.
           05 rxl-views pic z(8)9.
           05 filler pic x(2) value spaces.
           05 rxl-users pic z(6)9.
           05 filler pic x(2) value spaces.
           05 rxl-flagged pic z(6)9.
           05 filler pic x(91) value spaces.
       01 report-flag-line.
           05 filler pic x(2) value spaces.
           05 rfl-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 rfl-time pic 9(6).
           05 filler pic x(2) value spaces.
           05 rfl-termid pic x(4).
           05 filler pic x(2) value spaces.
           05 rfl-userid pic x(8).
           05 filler pic x(2) value spaces.
           05 rfl-department pic x(8).
           05 filler pic x(2) value spaces.
           05 rfl-tranid pic x(4).
           05 filler pic x(2) value spaces.
           05 rfl-key pic x(26).
           05 filler pic x(2) value spaces.
           05 rfl-owner pic x(8).
           05 filler pic x(2) value spaces.
           05 rfl-reason pic x(30).
           05 filler pic x(9) value spaces.
       01 history-key-display.
           05 hkd-run-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 hkd-run-time pic 9(6).
           05 filler pic x(1) value spaces.
           05 hkd-iteration pic 9(9).
       01 request-key-display.
           05 filler pic x(8) value 'REQUEST '.
           05 rkd-req-key pic x(8).
       01 blank-report-line pic x(132) value spaces.
       procedure division.
       main.
           perform open-message-log.
           accept today-date from date yyyymmdd.
           perform read-access-card.
           perform load-user-cards.
           open output report-file.
           move period-from to rtl-from.
           move period-to to rtl-to.
           move report-title-line to report-line.
           write report-line.
           move blank-report-line to report-line.
           write report-line.
           perform collect-history-runs.
           if worst-return-code < 12
               perform find-run-sequences
               perform find-run-owners
               move 'FLAGGED VIEWS OF ANOTHER DEPARTMENT''S RESULTS'
                       to report-line
               write report-line
               move '  DATE     TIME    TERM  USER      DEPT      TRAN  
      -            'KEY VIEWED                  OWNER     REASON'
                       to report-line
               write report-line
               perform count-accesses
               if flagged-count = 0
                   move '  NONE' to report-line
                   write report-line
               end-if
               perform print-usage
               perform print-transactions
               perform print-access-totals
           end-if
           close report-file.
           move worst-return-code to return-code.
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
       raise-warning.
           if worst-return-code < 4
               move 4 to worst-return-code
           end-if
           exit.
      * no card (or a bad one) is last week: the seven days before
      * today.
       read-access-card.
           compute day-number = function integer-of-date (today-date).
           compute period-to =
               function date-of-integer (day-number - 1).
           compute period-from =
               function date-of-integer (day-number - 7).
           open input access-card-file.
           if acccard-status = '00'
               read access-card-file
                   at end
                       move spaces to access-card
               end-read
               if acd-from-date is numeric and acd-to-date is numeric
                   and acd-from-date <= acd-to-date
                   move acd-from-date to period-from
                   move acd-to-date to period-to
               else
                   if access-card not = spaces
                       display 'FIZZACR0001W ACCCARD DATES NOT VALID '
                               '- LAST WEEK REPORTED'
                       move 'FIZZACR0001W' to log-msg-code
                       move 'ACCCARD DATES NOT VALID - LAST WEEK REPORTE
      -                    'D' to log-msg-text
                       perform write-message-log
                       perform raise-warning
                   end-if
               end-if
               close access-card-file
           end-if
           exit.
       load-user-cards.
           open input user-card-file.
           if usrcard-status = '00'
               perform until usrcard-status not = '00'
                   read user-card-file
                       at end
                           move '10' to usrcard-status
                       not at end
                           if usc-userid not = spaces
                               perform store-user-card
                           end-if
                   end-read
               end-perform
               close user-card-file
           end-if
           if user-count = 0
               display 'FIZZACR0002W NO USRCARD DEPARTMENTS - EVERY '
                       'VIEW OF A RESULT IS FLAGGED'
               move 'FIZZACR0002W' to log-msg-code
               move 'NO USRCARD DEPARTMENTS - EVERY VIEW OF A RESULT IS
      -            ' FLAGGED' to log-msg-text
               perform write-message-log
               perform raise-warning
           end-if
           exit.
       store-user-card.
           if user-count < 500
               add 1 to user-count
               move usc-userid to us-userid (user-count)
               move usc-department to us-department (user-count)
           else
               move 'Y' to full-flag
           end-if
           exit.
      * first pass: the history runs viewed in the period, so the
      * audit trail and the queue are each read once to find their
      * owners.
       collect-history-runs.
           open input fizzacc-file.
           evaluate fizzacc-status
               when '00'
                   perform until fizzacc-status not = '00'
                       read fizzacc-file
                           at end
                               move '10' to fizzacc-status
                           not at end
                               if acc-date >= period-from
                                   and acc-date <= period-to
                                   and acc-tranid = 'FZHQ'
                                   perform note-history-run
                               end-if
                       end-read
                   end-perform
                   close fizzacc-file
               when '35'
                   display 'FIZZACR0003W FIZZACC NOT DEFINED - NO '
                           'ACCESSES TO REPORT'
                   move 'FIZZACR0003W' to log-msg-code
                   move 'FIZZACC NOT DEFINED - NO ACCESSES TO REPORT'
                           to log-msg-text
                   perform write-message-log
                   perform raise-warning
               when other
                   display 'FIZZACR0004E FIZZACC OPEN FAILED '
                           fizzacc-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZACR0004E' to log-msg-code
                   move 'FIZZACC OPEN FAILED - IS THE FILE STILL OPEN TO
      -                ' CICS?' to log-msg-text
                   perform write-message-log
                   move 'FIZZACC OPEN FAILED - NOTHING REPORTED'
                           to report-line
                   write report-line
                   move 12 to worst-return-code
           end-evaluate
           exit.
       note-history-run.
           perform find-history-run.
           if rn-found-sub = 0
               if run-count < 500
                   add 1 to run-count
                   move acc-run-date to rn-run-date (run-count)
                   move acc-run-time to rn-run-time (run-count)
                   move 0 to rn-run-seq (run-count)
                   move spaces to rn-owner (run-count)
               else
                   move 'Y' to full-flag
               end-if
           end-if
           exit.
       find-history-run.
           move 0 to rn-found-sub.
           perform varying rn-sub from 1 by 1
                   until rn-sub > run-count or rn-found-sub > 0
               if rn-run-date (rn-sub) = acc-run-date
                   and rn-run-time (rn-sub) = acc-run-time
                   move rn-sub to rn-found-sub
               end-if
           end-perform
           exit.
      * the history key is the run's audit date and time - its
      * audit record says which run of the job it was.
       find-run-sequences.
           if run-count > 0
               open input audit-file
               if audit-status = '00'
                   perform until audit-status not = '00'
                       read audit-file
                           at end
                               move '10' to audit-status
                           not at end
                               perform match-audit-run
                       end-read
                   end-perform
                   close audit-file
               end-if
           end-if
           exit.
       match-audit-run.
           perform varying rn-sub from 1 by 1 until rn-sub > run-count
               if rn-run-date (rn-sub) = aud-run-date
                   and rn-run-time (rn-sub) = aud-run-time
                   move aud-run-seq to rn-run-seq (rn-sub)
               end-if
           end-perform
           exit.
      * the request run on that date as that sequence owns the run;
      * no such request is a base-deck run, owned by nobody.
       find-run-owners.
           if run-count > 0
               open input fizzreq-file
               if fizzreq-status = '00'
                   perform until fizzreq-status not = '00'
                       read fizzreq-file
                           at end
                               move '10' to fizzreq-status
                           not at end
                               perform match-request-run
                       end-read
                   end-perform
                   close fizzreq-file
               else
                   display 'FIZZACR0005W FIZZREQ OPEN FAILED '
                           fizzreq-status
                           ' - HISTORY VIEWS NOT CHECKED'
                   move 'FIZZACR0005W' to log-msg-code
                   move 'FIZZREQ OPEN FAILED - HISTORY VIEWS UNCHECKED'
                           to log-msg-text
                   perform write-message-log
                   perform raise-warning
               end-if
           end-if
           exit.
       match-request-run.
           if req-run-seq is numeric and req-run-seq > 0
               and req-run-date is numeric
               perform varying rn-sub from 1 by 1
                       until rn-sub > run-count
                   if rn-run-date (rn-sub) = req-run-date
                       and rn-run-seq (rn-sub) = req-run-seq
                       move req-requester to rn-owner (rn-sub)
                   end-if
               end-perform
           end-if
           exit.
      * second pass: every access of the period counted against its
      * user and transaction, flagged views printed as they come.
       count-accesses.
           open input fizzacc-file.
           if fizzacc-status = '00'
               perform until fizzacc-status not = '00'
                   read fizzacc-file
                       at end
                           move '10' to fizzacc-status
                       not at end
                           add 1 to accesses-read
                           if acc-date >= period-from
                               and acc-date <= period-to
                               add 1 to accesses-in-period
                               perform judge-access
                               perform count-usage
                               perform count-transaction
                           end-if
                   end-read
               end-perform
               close fizzacc-file
           end-if
           exit.
       judge-access.
           move 'N' to view-flagged-flag.
           move '?' to viewer-department.
           perform varying us-sub from 1 by 1
                   until us-sub > user-count
               if us-userid (us-sub) = acc-userid
                   move us-department (us-sub) to viewer-department
               end-if
           end-perform
           move spaces to owner-department.
           evaluate acc-tranid
               when 'FZRQ'
                   move acc-owner to owner-department
               when 'FZHQ'
                   perform find-history-run
                   if rn-found-sub > 0
                       move rn-owner (rn-found-sub) to owner-department
                   end-if
           end-evaluate
           if owner-department not = spaces
               and owner-department not = viewer-department
               and viewer-department not = '*'
               move 'Y' to view-flagged-flag
               if viewer-department = '?'
                   move 'USER HAS NO USRCARD DEPARTMENT'
                           to flag-reason
               else
                   move 'ANOTHER DEPARTMENT''S RESULTS'
                           to flag-reason
               end-if
               perform print-flagged-view
           end-if
           exit.
       print-flagged-view.
           add 1 to flagged-count.
           move acc-date to rfl-date.
           move acc-time to rfl-time.
           move acc-termid to rfl-termid.
           move acc-userid to rfl-userid.
           move viewer-department to rfl-department.
           move acc-tranid to rfl-tranid.
           if acc-tranid = 'FZRQ'
               move acc-req-key to rkd-req-key
               move request-key-display to rfl-key
           else
               move acc-run-date to hkd-run-date
               move acc-run-time to hkd-run-time
               move acc-iteration to hkd-iteration
               move history-key-display to rfl-key
           end-if
           move owner-department to rfl-owner.
           move flag-reason to rfl-reason.
           move report-flag-line to report-line.
           write report-line.
           exit.
      * the usage table stays in user then transaction order: a new
      * pair is slotted in ahead of the first entry that sorts after
      * it.
       count-usage.
           move 0 to ug-found-sub.
           perform varying ug-sub from 1 by 1
                   until ug-sub > usage-count or ug-found-sub > 0
               if ug-userid (ug-sub) = acc-userid
                   and ug-tranid (ug-sub) = acc-tranid
                   move ug-sub to ug-found-sub
               end-if
           end-perform
           if ug-found-sub = 0
               if usage-count < 500
                   perform add-usage-entry
               else
                   move 'Y' to full-flag
               end-if
           end-if
           if ug-found-sub > 0
               add 1 to ug-views (ug-found-sub)
               if view-flagged
                   add 1 to ug-flagged (ug-found-sub)
               end-if
               move acc-date to ug-last-date (ug-found-sub)
               move acc-time to ug-last-time (ug-found-sub)
           end-if
           exit.
       add-usage-entry.
           move 1 to ug-found-sub.
           perform varying ug-sub from 1 by 1
                   until ug-sub > usage-count
               if ug-userid (ug-sub) < acc-userid
                   or (ug-userid (ug-sub) = acc-userid
                   and ug-tranid (ug-sub) < acc-tranid)
                   compute ug-found-sub = ug-sub + 1
               end-if
           end-perform
           add 1 to usage-count.
           perform varying ug-move-sub from usage-count by -1
                   until ug-move-sub <= ug-found-sub
               move usage-entry (ug-move-sub - 1)
                       to usage-entry (ug-move-sub)
           end-perform
           move acc-userid to ug-userid (ug-found-sub).
           move acc-tranid to ug-tranid (ug-found-sub).
           move 0 to ug-views (ug-found-sub).
           move 0 to ug-flagged (ug-found-sub).
           move acc-date to ug-first-date (ug-found-sub).
           move acc-time to ug-first-time (ug-found-sub).
           exit.
       count-transaction.
           move 0 to tx-found-sub.
           perform varying tx-sub from 1 by 1
                   until tx-sub > transaction-count
               if tx-tranid (tx-sub) = acc-tranid
                   move tx-sub to tx-found-sub
               end-if
           end-perform
           if tx-found-sub = 0
               if transaction-count < 20
                   add 1 to transaction-count
                   move transaction-count to tx-found-sub
                   move acc-tranid to tx-tranid (tx-found-sub)
                   move 0 to tx-views (tx-found-sub)
                   move 0 to tx-users (tx-found-sub)
                   move 0 to tx-flagged (tx-found-sub)
               else
                   move 'Y' to full-flag
               end-if
           end-if
           if tx-found-sub > 0
               add 1 to tx-views (tx-found-sub)
               if view-flagged
                   add 1 to tx-flagged (tx-found-sub)
               end-if
           end-if
           exit.
       print-usage.
           move blank-report-line to report-line.
           write report-line.
           move 'ACCESS BY USER AND TRANSACTION' to report-line.
           write report-line.
           move '  USER      DEPT      TRAN    VIEWS  FIRST VIEW       L
      -        'AST VIEW        FLAGGED' to report-line.
           write report-line.
           if usage-count = 0
               move '  NONE' to report-line
               write report-line
           end-if
           perform varying ug-sub from 1 by 1 until ug-sub > usage-count
               move ug-userid (ug-sub) to rul-userid
               move '?' to rul-department
               perform varying us-sub from 1 by 1
                       until us-sub > user-count
                   if us-userid (us-sub) = ug-userid (ug-sub)
                       move us-department (us-sub) to rul-department
                   end-if
               end-perform
               move ug-tranid (ug-sub) to rul-tranid
               move ug-views (ug-sub) to rul-views
               move ug-first-date (ug-sub) to rul-first-date
               move ug-first-time (ug-sub) to rul-first-time
               move ug-last-date (ug-sub) to rul-last-date
               move ug-last-time (ug-sub) to rul-last-time
               move ug-flagged (ug-sub) to rul-flagged
               if ug-flagged (ug-sub) > 0
                   move '*** FLAGGED ***' to rul-note
               else
                   move spaces to rul-note
               end-if
               move report-usage-line to report-line
               write report-line
           end-perform
           exit.
      * distinct users per transaction come off the usage table -
      * one entry there per user and transaction.
       print-transactions.
           move blank-report-line to report-line.
           write report-line.
           move 'ACCESS BY TRANSACTION' to report-line.
           write report-line.
           move '  TRAN      VIEWS    USERS  FLAGGED' to report-line.
           write report-line.
           if transaction-count = 0
               move '  NONE' to report-line
               write report-line
           end-if
           perform varying tx-sub from 1 by 1
                   until tx-sub > transaction-count
               perform varying ug-sub from 1 by 1
                       until ug-sub > usage-count
                   if ug-tranid (ug-sub) = tx-tranid (tx-sub)
                       add 1 to tx-users (tx-sub)
                   end-if
               end-perform
               move tx-tranid (tx-sub) to rxl-tranid
               move tx-views (tx-sub) to rxl-views
               move tx-users (tx-sub) to rxl-users
               move tx-flagged (tx-sub) to rxl-flagged
               move report-transaction-line to report-line
               write report-line
           end-perform
           exit.
       print-access-totals.
           move blank-report-line to report-line.
           write report-line.
           move accesses-in-period to count-edit.
           move spaces to report-line.
           string 'ACCESSES IN THE PERIOD: ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move flagged-count to count-edit.
           move spaces to report-line.
           string 'FLAGGED VIEWS:          ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           if table-full
               move 'MORE USERS, RUNS OR TRANSACTIONS THAN THE TABLES HO
      -            'LD - REPORT INCOMPLETE' to report-line
               write report-line
               display 'FIZZACR0006W TABLE FULL - REPORT INCOMPLETE'
               move 'FIZZACR0006W' to log-msg-code
               move 'TABLE FULL - REPORT INCOMPLETE' to log-msg-text
               perform write-message-log
               perform raise-warning
           end-if
           if flagged-count > 0
               display 'FIZZACR0007W VIEWS OF ANOTHER DEPARTMENT''S '
                       'RESULTS FLAGGED: ' count-edit
               move 'FIZZACR0007W' to log-msg-code
               move spaces to log-msg-text
               string 'VIEWS OF ANOTHER DEPARTMENT''S RESULTS FLAGGED: '
                       delimited by size
                   count-edit delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
               perform raise-warning
           end-if
           move accesses-in-period to count-edit.
           display 'FIZZACR0008I ACCESSES REPORTED: ' count-edit.
           move 'FIZZACR0008I' to log-msg-code.
           move spaces to log-msg-text.
           string 'ACCESSES REPORTED: ' delimited by size
               count-edit delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           exit.
