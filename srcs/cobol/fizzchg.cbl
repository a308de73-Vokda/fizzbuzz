       IDENTIFICATION division.
       program-id. fizzchg.
       author. daniel.
      *----------------------------------------------------------------
      * FIZZCHG - month-end departmental chargeback statement and the
      *           general-ledger journal-entry extract, from the FZRQ
      *           run-request queue (FIZZREQ) and the audit trail.
      *           Run from srcs/jcl/fizzchg.jcl early in the month for
      *           the month just closed.
      *
      *           A request belongs to the period by its REQ-RUN-DATE
      *           (COMPLETE and FAILED) or by the day operations
      *           declined it, REQ-UPD-DATE (REJECTED); pending,
      *           approved and submitted requests are not billable
      *           yet. Each COMPLETE or FAILED request is matched to
      *           its run's audit record by run date and REQ-RUN-SEQ,
      *           the run sequence FIZZRQX gave its card - or, for a
      *           run finished by a restart resubmission on a later
      *           day, by run sequence and AUD-OPERATOR-ID (the
      *           requester id FIZZRQX puts on the card). The audit
      *           record's AUD-RECORDS-PRODUCED is what the charge is
      *           based on; a request whose run left no audit record
      *           in the trail is charged from its queue record and
      *           flagged. Every audit record of the period that no
      *           request claims is a base-deck run - operations'
      *           own work - and is listed as overhead, not charged.
      *           A run voided since (FIZZVDX, AUD-RUN-STATE 'V') is
      *           neither: its request was reopened and is charged
      *           when the reissue completes, so an unclaimed voided
      *           run is listed in a section of its own, not charged
      *           and not counted as overhead.
      *
      *           REQ-REQUESTER is the department charged. COMPLETE
      *           runs are charged at the department's rate card
      *           entry: a fee per run plus a rate per thousand
      *           records produced. FAILED and REJECTED requests are
      *           listed separately on the statement at no charge.
      *
      *           CHGCARD cards, by type in column 1:
      *             P  cols 3-8   the period (YYYYMM); no P card
      *                charges the month before today
      *             R  cols 3-10  department (DEFAULT for every
      *                           department without its own card)
      *                cols 12-18 fee per run, 9(5)V99
      *                cols 20-26 rate per 1000 records, 9(3)V9(4)
      *                cols 28-39 the department's GL expense account
      *             C  cols 3-14  the GL account credited with the
      *                           recovery (required)
      *             *  comment
      *
      *           GLEXTRACT is the fixed 80-byte journal for the GL
      *           interface: an H header, one D debit per department
      *           charged (cost centre = the department), one C
      *           credit of the total to the recovery account, and a
      *           T trailer with the entry count and the debit and
      *           credit totals. Those control totals are printed on
      *           the last page of the statement so finance can tie
      *           the interface back to the report.
      *
      *           Ends with RETURN-CODE 4 on any warning (card
      *           skipped, department without a rate, request
      *           without an audit record) and 12 when nothing can
      *           be charged (no C card, FIZZREQ not readable) - the
      *           extract is then left empty so the GL interface
      *           posts nothing. Close the FIZZREQ FCT entry while
      *           this job runs, like every batch use of the queue.
      *----------------------------------------------------------------
       environment division.
       input-output section.
       file-control.
           select charge-card-file assign to "CHGCARD"
               organization is line sequential
               file status is chgcard-status.
           select fizzreq-file assign to "FIZZREQ"
               organization is indexed
               access mode is sequential
               record key is req-key
               file status is fizzreq-status.
           select audit-file assign to "AUDIT"
               organization is line sequential
               file status is audit-status.
           select report-file assign to "RPTFILE"
               organization is line sequential
               file status is rptfile-status.
           select gl-extract-file assign to "GLEXTRACT"
               organization is line sequential
               file status is glextract-status.
           select message-log-file assign to "MSGLOG"
               organization is line sequential
               file status is msglog-status.
       data division.
       file section.
       fd  charge-card-file.
       01  charge-card.
           05  ch-card-type           pic x(1).
           05  filler                 pic x(1).
           05  ch-department          pic x(8).
           05  filler                 pic x(1).
           05  ch-run-fee             pic x(7).
           05  filler                 pic x(1).
           05  ch-thousand-rate       pic x(7).
           05  filler                 pic x(1).
           05  ch-gl-account          pic x(12).
           05  filler                 pic x(41).
       01  charge-period-card.
           05  filler                 pic x(2).
           05  ch-period              pic x(6).
           05  filler                 pic x(72).
       01  charge-credit-card.
           05  filler                 pic x(2).
           05  ch-credit-account      pic x(12).
           05  filler                 pic x(66).

       fd  fizzreq-file.
       copy fizzreq.

       fd  audit-file.
       copy auditrec.

       fd  report-file.
       01  report-line                pic x(132).

       fd  gl-extract-file.
       01  gl-header-record.
           05  glh-record-type        pic x(1).
           05  glh-interface-id       pic x(8).
           05  glh-period             pic 9(6).
           05  glh-created-date       pic 9(8).
           05  glh-journal-name       pic x(30).
           05  filler                 pic x(27).
       01  gl-entry-record.
           05  gle-record-type        pic x(1).
           05  gle-gl-account         pic x(12).
           05  gle-cost-centre        pic x(8).
           05  gle-debit-credit       pic x(1).
           05  gle-amount             pic 9(11)v99.
           05  gle-period             pic 9(6).
           05  gle-description        pic x(30).
           05  gle-runs-charged       pic 9(5).
           05  filler                 pic x(4).
       01  gl-trailer-record.
           05  glt-record-type        pic x(1).
           05  glt-entry-count        pic 9(7).
           05  glt-debit-total        pic 9(13)v99.
           05  glt-credit-total       pic 9(13)v99.
           05  glt-runs-charged       pic 9(7).
           05  glt-records-charged    pic 9(15).
           05  filler                 pic x(20).

       fd  message-log-file.
       copy msglog.

       working-storage section.
       01 chgcard-status pic xx value '00'.
       01 fizzreq-status pic xx value '00'.
       01 audit-status pic xx value '00'.
       01 rptfile-status pic xx value '00'.
       01 glextract-status pic xx value '00'.
       01 msglog-status pic xx value '00'.
       01 log-step-name pic x(8) value 'STEP1'.
       01 log-msg-code pic x(15) value spaces.
       01 log-msg-text pic x(79) value spaces.
       01 log-scan-sub pic s9(4) comp value 0.
       01 today-date pic 9(8) value 0.
       01 today-split redefines today-date.
           05 today-year pic 9(4).
           05 today-month pic 9(2).
           05 today-day pic 9(2).
       01 charge-period pic 9(6) value 0.
       01 charge-period-split redefines charge-period.
           05 period-year pic 9(4).
           05 period-month pic 9(2).
       01 date-month pic 9(6) value 0.
       01 credit-account pic x(12) value spaces.
       01 default-rate-sub pic 9(3) comp value 0.
      * the R cards.
       01 rate-table.
           05 rate-count pic 9(3) comp value 0.
           05 rate-entry occurs 200 times.
               10 rt-department pic x(8).
               10 rt-run-fee pic 9(5)v99.
               10 rt-thousand-rate pic 9(3)v9(4).
               10 rt-gl-account pic x(12).
       01 rate-sub pic 9(3) comp value 0.
      * the audit records of the period - a later record for the same
      * run date and sequence (a restart finishing the run) replaces
      * the earlier one.
       01 audit-table.
           05 audit-count pic 9(5) comp value 0.
           05 audit-entry occurs 5000 times.
               10 at-run-date pic 9(8).
               10 at-run-seq pic 9(3).
               10 at-operator-id pic x(8).
               10 at-records-produced pic 9(9).
               10 at-restart-flag pic x(1).
               10 at-return-code pic 9(2).
               10 at-claimed pic x(1).
               10 at-run-state pic x(1).
       01 audit-sub pic 9(5) comp value 0.
       01 audit-found-sub pic 9(5) comp value 0.
       01 audit-full-flag pic x value 'N'.
      * one entry per department charged or listed.
       01 department-table.
           05 department-count pic 9(3) comp value 0.
           05 department-entry occurs 200 times.
               10 dp-department pic x(8).
               10 dp-rate-sub pic 9(3) comp.
               10 dp-runs-charged pic 9(5) comp.
               10 dp-records-charged pic 9(12) comp.
               10 dp-charge-total pic 9(11)v99.
               10 dp-failed-count pic 9(5) comp.
               10 dp-rejected-count pic 9(5) comp.
       01 dept-sub pic 9(3) comp value 0.
       01 dept-found-sub pic 9(3) comp value 0.
      * one entry per billable request of the period.
       01 request-table.
           05 request-count pic 9(5) comp value 0.
           05 request-entry occurs 5000 times.
               10 rq-dept-sub pic 9(3) comp.
               10 rq-key pic x(8).
               10 rq-run-date pic 9(8).
               10 rq-run-seq pic 9(3).
               10 rq-status pic x(1).
               10 rq-iterations pic 9(9).
               10 rq-records pic 9(9).
               10 rq-restart-flag pic x(1).
               10 rq-audit-flag pic x(1).
               10 rq-charge pic 9(9)v99.
       01 rq-sub pic 9(5) comp value 0.
       01 request-full-flag pic x value 'N'.
       01 charge-amount pic 9(9)v99 value 0.
       01 control-totals.
           05 tot-runs-charged pic 9(7) comp value 0.
           05 tot-records-charged pic 9(15) comp value 0.
           05 tot-charge pic 9(13)v99 value 0.
           05 tot-failed-count pic 9(7) comp value 0.
           05 tot-rejected-count pic 9(7) comp value 0.
           05 tot-overhead-runs pic 9(7) comp value 0.
           05 tot-overhead-records pic 9(15) comp value 0.
           05 tot-voided-runs pic 9(7) comp value 0.
           05 tot-voided-records pic 9(15) comp value 0.
           05 tot-no-audit-count pic 9(7) comp value 0.
           05 tot-gl-entries pic 9(7) comp value 0.
           05 tot-gl-debits pic 9(13)v99 value 0.
           05 tot-gl-credits pic 9(13)v99 value 0.
       01 count-edit pic z(8)9.
       01 records-edit pic z(14)9.
       01 amount-edit pic z(12)9.99.
       01 report-title-line.
           05 filler pic x(44) value
               'FIZZBUZZ DEPARTMENTAL CHARGEBACK STATEMENT -'.
           05 filler pic x(8) value ' PERIOD '.
           05 rpt-title-period pic 9(6).
           05 filler pic x(74) value spaces.
       01 report-department-line.
           05 filler pic x(11) value 'DEPARTMENT '.
           05 rpt-department pic x(8).
           05 filler pic x(15) value '  FEE PER RUN '.
           05 rpt-run-fee pic zz,zz9.99.
           05 filler pic x(18) value '  PER 1000 RECORDS'.
           05 rpt-thousand-rate pic zz9.9999.
           05 filler pic x(13) value '  GL ACCOUNT '.
           05 rpt-gl-account pic x(12).
           05 filler pic x(38) value spaces.
       01 report-column-line.
           05 filler pic x(11) value '  REQUEST'.
           05 filler pic x(10) value 'RUN DATE'.
           05 filler pic x(5) value 'SEQ'.
           05 filler pic x(12) value 'STATUS'.
           05 filler pic x(10) value 'ITERATIONS'.
           05 filler pic x(12) value '     RECORDS'.
           05 filler pic x(15) value '         CHARGE'.
           05 filler pic x(57) value '  NOTE'.
       01 report-request-line.
           05 filler pic x(2) value spaces.
           05 rpt-request pic x(8).
           05 filler pic x(1) value spaces.
           05 rpt-run-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 rpt-run-seq pic 9(3).
           05 filler pic x(2) value spaces.
           05 rpt-status pic x(10).
           05 filler pic x(2) value spaces.
           05 rpt-iterations pic z(8)9.
           05 rpt-records pic z(11)9.
           05 rpt-charge pic z(11)9.99.
           05 filler pic x(2) value spaces.
           05 rpt-note pic x(56).
       01 report-subtotal-line.
           05 filler pic x(2) value spaces.
           05 rpt-sub-label pic x(30).
           05 filler pic x(6) value ' RUNS '.
           05 rpt-sub-runs pic z(6)9.
           05 filler pic x(9) value ' RECORDS '.
           05 rpt-sub-records pic z(11)9.
           05 filler pic x(8) value ' CHARGE '.
           05 rpt-sub-charge pic z(11)9.99.
           05 filler pic x(43) value spaces.
       01 report-overhead-line.
           05 filler pic x(2) value spaces.
           05 rpt-ovh-run-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 rpt-ovh-run-seq pic 9(3).
           05 filler pic x(2) value spaces.
           05 rpt-ovh-operator pic x(8).
           05 filler pic x(2) value spaces.
           05 rpt-ovh-records pic z(11)9.
           05 filler pic x(5) value '  RC '.
           05 rpt-ovh-return-code pic 9(2).
           05 filler pic x(2) value spaces.
           05 rpt-ovh-note pic x(10).
           05 filler pic x(74) value spaces.
       01 blank-report-line pic x(132) value spaces.
       procedure division.
       main.
           accept today-date from date yyyymmdd.
           perform open-message-log.
           perform load-charge-cards.
           if credit-account = spaces
               display 'FIZZCHG0001E NO C CARD - NO RECOVERY ACCOUNT, '
                       'NOTHING CHARGED'
               move 'FIZZCHG0001E' to log-msg-code
               move 'NO C CARD - NO RECOVERY ACCOUNT, NOTHING CHARGED'
                       to log-msg-text
               perform write-message-log
               move 12 to return-code
           else
               perform load-period-audit
               perform load-period-requests
           end-if
           open output gl-extract-file.
           if return-code < 12
               open output report-file
               perform print-statements
               perform print-overhead
               perform print-voided-runs
               perform write-gl-extract
               perform print-control-totals
               close report-file
               move tot-charge to amount-edit
               display 'FIZZCHG0006I PERIOD ' charge-period
                       ' CHARGED ' function trim(amount-edit)
               move 'FIZZCHG0006I' to log-msg-code
               move spaces to log-msg-text
               string
                   'PERIOD ' delimited by size
                   charge-period delimited by size
                   ' CHARGED ' delimited by size
                   function trim(amount-edit) delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
           end-if
           close gl-extract-file.
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
      * the period defaults to the month before today - the job runs
      * in the first days of the month for the month just closed.
       load-charge-cards.
           if today-month = 1
               compute period-year = today-year - 1
               move 12 to period-month
           else
               move today-year to period-year
               compute period-month = today-month - 1
           end-if
           move 0 to rate-count.
           move 0 to default-rate-sub.
           open input charge-card-file.
           if chgcard-status = '00'
               perform until chgcard-status not = '00'
                   read charge-card-file
                       at end
                           move '10' to chgcard-status
                       not at end
                           perform store-charge-card
                   end-read
               end-perform
               close charge-card-file
           end-if
           exit.
       store-charge-card.
           evaluate ch-card-type
               when 'P'
                   if ch-period is numeric
                       and ch-period (5:2) >= '01'
                       and ch-period (5:2) <= '12'
                       move ch-period to charge-period
                   else
                       perform reject-charge-card
                   end-if
               when 'R'
                   if ch-department not = spaces
                       and ch-run-fee is numeric
                       and ch-thousand-rate is numeric
                       and rate-count < 200
                       add 1 to rate-count
                       move ch-department to rt-department (rate-count)
                       move ch-run-fee to rt-run-fee (rate-count)
                       move ch-thousand-rate
                               to rt-thousand-rate (rate-count)
                       move ch-gl-account to rt-gl-account (rate-count)
                       if ch-department = 'DEFAULT'
                           move rate-count to default-rate-sub
                       end-if
                   else
                       perform reject-charge-card
                   end-if
               when 'C'
                   if ch-credit-account not = spaces
                       move ch-credit-account to credit-account
                   else
                       perform reject-charge-card
                   end-if
               when '*'
                   continue
               when other
                   perform reject-charge-card
           end-evaluate
           exit.
       reject-charge-card.
           display 'FIZZCHG0002W CHARGE CARD SKIPPED: '
                   charge-card (1:39).
           move 'FIZZCHG0002W' to log-msg-code.
           move spaces to log-msg-text.
           string
               'CHARGE CARD SKIPPED: ' delimited by size
               charge-card (1:39) delimited by size
               into log-msg-text
           end-string.
           perform write-message-log.
           perform raise-warning.
           exit.
       raise-warning.
           if return-code < 4
               move 4 to return-code
           end-if
           exit.
      * the period's runs from the audit trail. A partial record of a
      * run the operator stopped is not a run of its own - the
      * restart's record covers it.
       load-period-audit.
           move 0 to audit-count.
           open input audit-file.
           if audit-status = '00'
               perform until audit-status not = '00'
                   read audit-file
                       at end
                           move '10' to audit-status
                       not at end
                           divide aud-run-date by 100 giving date-month
                           if date-month = charge-period
                               and aud-run-state not = 'T'
                               perform store-audit-record
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           exit.
       store-audit-record.
           move 0 to audit-found-sub.
           perform varying audit-sub from 1 by 1
                   until audit-sub > audit-count
               if at-run-date (audit-sub) = aud-run-date
                   and at-run-seq (audit-sub) = aud-run-seq
                   move audit-sub to audit-found-sub
               end-if
           end-perform
           if audit-found-sub = 0
               if audit-count < 5000
                   add 1 to audit-count
                   move audit-count to audit-found-sub
               else
                   if audit-full-flag = 'N'
                       move 'Y' to audit-full-flag
                       display 'FIZZCHG0007W MORE THAN 5000 RUNS IN '
                               'THE PERIOD - OVERHEAD INCOMPLETE'
                       move 'FIZZCHG0007W' to log-msg-code
                       move 'MORE THAN 5000 RUNS IN THE PERIOD - OVERHEA
      -                    'D INCOMPLETE' to log-msg-text
                       perform write-message-log
                       perform raise-warning
                   end-if
               end-if
           end-if
           if audit-found-sub > 0
               move aud-run-date to at-run-date (audit-found-sub)
               move aud-run-seq to at-run-seq (audit-found-sub)
               move aud-operator-id to at-operator-id (audit-found-sub)
               move aud-records-produced
                       to at-records-produced (audit-found-sub)
               move aud-restart-flag
                       to at-restart-flag (audit-found-sub)
               if aud-return-code is numeric
                   move aud-return-code
                           to at-return-code (audit-found-sub)
               else
                   move 16 to at-return-code (audit-found-sub)
               end-if
               move 'N' to at-claimed (audit-found-sub)
               move aud-run-state to at-run-state (audit-found-sub)
           end-if
           exit.
       load-period-requests.
           move 0 to request-count.
           move 0 to department-count.
           open input fizzreq-file.
           evaluate fizzreq-status
               when '00'
                   perform until fizzreq-status not = '00'
                       read fizzreq-file next record
                           at end
                               move '10' to fizzreq-status
                           not at end
                               perform select-request
                       end-read
                   end-perform
                   close fizzreq-file
               when '35'
                   display 'FIZZCHG0008I NO REQUEST QUEUE - ALL RUNS '
                           'ARE OVERHEAD'
                   move 'FIZZCHG0008I' to log-msg-code
                   move 'NO REQUEST QUEUE - ALL RUNS ARE OVERHEAD'
                           to log-msg-text
                   perform write-message-log
               when other
                   display 'FIZZCHG0005E FIZZREQ OPEN FAILED '
                           fizzreq-status
                           ' - IS THE FILE STILL OPEN TO CICS?'
                   move 'FIZZCHG0005E' to log-msg-code
                   move 'FIZZREQ OPEN FAILED - IS THE FILE STILL OPEN
      -                ' TO CICS?' to log-msg-text
                   perform write-message-log
                   move 12 to return-code
           end-evaluate
           exit.
      * COMPLETE and FAILED requests fall in the month they ran,
      * REJECTED ones in the month they were declined.
       select-request.
           move 0 to date-month.
           evaluate req-status
               when 'C'
               when 'F'
                   if req-run-date is numeric
                       divide req-run-date by 100 giving date-month
                   end-if
               when 'R'
                   if req-upd-date is numeric
                       divide req-upd-date by 100 giving date-month
                   end-if
           end-evaluate
           if date-month = charge-period
               if request-count < 5000
                   perform store-request
               else
                   if request-full-flag = 'N'
                       move 'Y' to request-full-flag
                       display 'FIZZCHG0007W MORE THAN 5000 REQUESTS '
                               'IN THE PERIOD - STATEMENT INCOMPLETE'
                       move 'FIZZCHG0007W' to log-msg-code
                       move 'MORE THAN 5000 REQUESTS IN THE PERIOD - STA
      -                    'TEMENT INCOMPLETE' to log-msg-text
                       perform write-message-log
                       perform raise-warning
                   end-if
               end-if
           end-if
           exit.
       store-request.
           perform find-department.
           if dept-found-sub > 0
               add 1 to request-count
               move dept-found-sub to rq-dept-sub (request-count)
               move req-key to rq-key (request-count)
               move req-status to rq-status (request-count)
               move req-iterations to rq-iterations (request-count)
               move 'N' to rq-restart-flag (request-count)
               move 'Y' to rq-audit-flag (request-count)
               move 0 to rq-charge (request-count)
               if req-status = 'R'
                   move req-run-date to rq-run-date (request-count)
                   move 0 to rq-run-seq (request-count)
                   move 0 to rq-records (request-count)
                   add 1 to dp-rejected-count (dept-found-sub)
                   add 1 to tot-rejected-count
               else
                   move req-run-date to rq-run-date (request-count)
                   move req-run-seq to rq-run-seq (request-count)
                   perform claim-audit-record
                   if req-status = 'C'
                       perform charge-request
                   else
                       add 1 to dp-failed-count (dept-found-sub)
                       add 1 to tot-failed-count
                   end-if
               end-if
           end-if
           exit.
      * departments in order of first appearance; each is tied to its
      * own rate card, or DEFAULT's.
       find-department.
           move 0 to dept-found-sub.
           perform varying dept-sub from 1 by 1
                   until dept-sub > department-count
               if dp-department (dept-sub) = req-requester
                   move dept-sub to dept-found-sub
               end-if
           end-perform
           if dept-found-sub = 0 and department-count < 200
               add 1 to department-count
               move department-count to dept-found-sub
               move req-requester to dp-department (dept-found-sub)
               move default-rate-sub to dp-rate-sub (dept-found-sub)
               perform varying rate-sub from 1 by 1
                       until rate-sub > rate-count
                   if rt-department (rate-sub) = req-requester
                       move rate-sub to dp-rate-sub (dept-found-sub)
                   end-if
               end-perform
               move 0 to dp-runs-charged (dept-found-sub)
               move 0 to dp-records-charged (dept-found-sub)
               move 0 to dp-charge-total (dept-found-sub)
               move 0 to dp-failed-count (dept-found-sub)
               move 0 to dp-rejected-count (dept-found-sub)
               if dp-rate-sub (dept-found-sub) = 0
                   display 'FIZZCHG0003W DEPARTMENT ' req-requester
                           ' HAS NO RATE CARD - CHARGED NOTHING'
                   move 'FIZZCHG0003W' to log-msg-code
                   move spaces to log-msg-text
                   string
                       'DEPARTMENT ' delimited by size
                       req-requester delimited by size
                       ' HAS NO RATE CARD - CHARGED NOTHING'
                               delimited by size
                       into log-msg-text
                   end-string
                   perform write-message-log
                   perform raise-warning
               end-if
           end-if
           exit.
      * the run's own audit record, else a later one of the period
      * with the same sequence and the requester's id on it - the
      * restart resubmission that finished the run.
       claim-audit-record.
           move 0 to audit-found-sub.
           perform varying audit-sub from 1 by 1
                   until audit-sub > audit-count
                   or audit-found-sub > 0
               if at-run-date (audit-sub) = req-run-date
                   and at-run-seq (audit-sub) = req-run-seq
                   and at-claimed (audit-sub) = 'N'
                   move audit-sub to audit-found-sub
               end-if
           end-perform
           perform varying audit-sub from 1 by 1
                   until audit-sub > audit-count
                   or audit-found-sub > 0
               if at-run-date (audit-sub) > req-run-date
                   and at-run-seq (audit-sub) = req-run-seq
                   and at-operator-id (audit-sub) = req-requester
                   and at-restart-flag (audit-sub) = 'Y'
                   and at-claimed (audit-sub) = 'N'
                   move audit-sub to audit-found-sub
               end-if
           end-perform
           if audit-found-sub > 0
               move 'Y' to at-claimed (audit-found-sub)
               move at-records-produced (audit-found-sub)
                       to rq-records (request-count)
               move at-restart-flag (audit-found-sub)
                       to rq-restart-flag (request-count)
           else
               move 'N' to rq-audit-flag (request-count)
               move req-records-produced to rq-records (request-count)
               add 1 to tot-no-audit-count
               display 'FIZZCHG0004W REQUEST ' req-key
                       ' HAS NO AUDIT RECORD - QUEUE COUNT USED'
               move 'FIZZCHG0004W' to log-msg-code
               move spaces to log-msg-text
               string
                   'REQUEST ' delimited by size
                   req-key delimited by size
                   ' HAS NO AUDIT RECORD - QUEUE COUNT USED'
                           delimited by size
                   into log-msg-text
               end-string
               perform write-message-log
               perform raise-warning
           end-if
           exit.
       charge-request.
           move 0 to charge-amount.
           move dp-rate-sub (dept-found-sub) to rate-sub.
           if rate-sub > 0
               compute charge-amount rounded =
                       rt-run-fee (rate-sub)
                       + rq-records (request-count)
                       * rt-thousand-rate (rate-sub) / 1000
           end-if
           move charge-amount to rq-charge (request-count).
           add 1 to dp-runs-charged (dept-found-sub).
           add rq-records (request-count)
                   to dp-records-charged (dept-found-sub).
           add charge-amount to dp-charge-total (dept-found-sub).
           add 1 to tot-runs-charged.
           add rq-records (request-count) to tot-records-charged.
           add charge-amount to tot-charge.
           exit.
      * one statement per department: the charged runs, then the
      * failed and rejected requests at no charge.
       print-statements.
           move charge-period to rpt-title-period.
           move report-title-line to report-line.
           write report-line.
           if department-count = 0
               move blank-report-line to report-line
               write report-line
               move 'NO DEPARTMENTAL REQUESTS IN THE PERIOD'
                       to report-line
               write report-line
           end-if
           perform print-department-statement
                   varying dept-sub from 1 by 1
                   until dept-sub > department-count.
           exit.
       print-department-statement.
           move blank-report-line to report-line.
           write report-line.
           move dp-department (dept-sub) to rpt-department.
           move dp-rate-sub (dept-sub) to rate-sub.
           if rate-sub > 0
               move rt-run-fee (rate-sub) to rpt-run-fee
               move rt-thousand-rate (rate-sub) to rpt-thousand-rate
               move rt-gl-account (rate-sub) to rpt-gl-account
           else
               move 0 to rpt-run-fee
               move 0 to rpt-thousand-rate
               move 'NO RATE CARD' to rpt-gl-account
           end-if
           move report-department-line to report-line.
           write report-line.
           move report-column-line to report-line.
           write report-line.
           perform varying rq-sub from 1 by 1
                   until rq-sub > request-count
               if rq-dept-sub (rq-sub) = dept-sub
                   and rq-status (rq-sub) = 'C'
                   perform print-request-line
               end-if
           end-perform
           move 'CHARGED' to rpt-sub-label.
           move dp-runs-charged (dept-sub) to rpt-sub-runs.
           move dp-records-charged (dept-sub) to rpt-sub-records.
           move dp-charge-total (dept-sub) to rpt-sub-charge.
           move report-subtotal-line to report-line.
           write report-line.
           if dp-failed-count (dept-sub) > 0
               or dp-rejected-count (dept-sub) > 0
               move blank-report-line to report-line
               write report-line
               move '  FAILED AND REJECTED - NO CHARGE' to report-line
               write report-line
               perform varying rq-sub from 1 by 1
                       until rq-sub > request-count
                   if rq-dept-sub (rq-sub) = dept-sub
                       and rq-status (rq-sub) not = 'C'
                       perform print-request-line
                   end-if
               end-perform
               move 'NO CHARGE' to rpt-sub-label
               compute rpt-sub-runs = dp-failed-count (dept-sub)
                       + dp-rejected-count (dept-sub)
               move 0 to rpt-sub-records
               move 0 to rpt-sub-charge
               move report-subtotal-line to report-line
               write report-line
           end-if
           exit.
       print-request-line.
           move rq-key (rq-sub) to rpt-request.
           move rq-run-date (rq-sub) to rpt-run-date.
           move rq-run-seq (rq-sub) to rpt-run-seq.
           evaluate rq-status (rq-sub)
               when 'C'
                   move 'COMPLETE' to rpt-status
               when 'F'
                   move 'FAILED' to rpt-status
               when other
                   move 'REJECTED' to rpt-status
           end-evaluate
           move rq-iterations (rq-sub) to rpt-iterations.
           move rq-records (rq-sub) to rpt-records.
           move rq-charge (rq-sub) to rpt-charge.
           move spaces to rpt-note.
           if rq-audit-flag (rq-sub) = 'N'
               move 'NO AUDIT RECORD - COUNT FROM QUEUE' to rpt-note
           else
               if rq-restart-flag (rq-sub) = 'Y'
                   move 'FINISHED BY A RESTART' to rpt-note
               end-if
           end-if
           move report-request-line to report-line.
           write report-line.
           exit.
      * base-deck runs - every run of the period no request claimed,
      * bar the voided ones.
       print-overhead.
           move blank-report-line to report-line.
           write report-line.
           move 'OPERATIONS OVERHEAD - BASE-DECK RUNS, NOT CHARGED'
                   to report-line.
           write report-line.
           perform varying audit-sub from 1 by 1
                   until audit-sub > audit-count
               if at-claimed (audit-sub) = 'N'
                   and at-run-state (audit-sub) not = 'V'
                   move at-run-date (audit-sub) to rpt-ovh-run-date
                   move at-run-seq (audit-sub) to rpt-ovh-run-seq
                   move at-operator-id (audit-sub) to rpt-ovh-operator
                   move at-records-produced (audit-sub)
                           to rpt-ovh-records
                   move at-return-code (audit-sub)
                           to rpt-ovh-return-code
                   if at-restart-flag (audit-sub) = 'Y'
                       move 'RESTART' to rpt-ovh-note
                   else
                       move spaces to rpt-ovh-note
                   end-if
                   move report-overhead-line to report-line
                   write report-line
                   add 1 to tot-overhead-runs
                   add at-records-produced (audit-sub)
                           to tot-overhead-records
               end-if
           end-perform
           move 'OVERHEAD' to rpt-sub-label.
           move tot-overhead-runs to rpt-sub-runs.
           move tot-overhead-records to rpt-sub-records.
           move 0 to rpt-sub-charge.
           move report-subtotal-line to report-line.
           write report-line.
           exit.
      * voided runs no request claimed - the reissue is charged, the
      * voided run is not, and it is no base-deck work either.
       print-voided-runs.
           move blank-report-line to report-line.
           write report-line.
           move 'VOIDED RUNS - NOT CHARGED, NOT OVERHEAD'
                   to report-line.
           write report-line.
           perform varying audit-sub from 1 by 1
                   until audit-sub > audit-count
               if at-claimed (audit-sub) = 'N'
                   and at-run-state (audit-sub) = 'V'
                   move at-run-date (audit-sub) to rpt-ovh-run-date
                   move at-run-seq (audit-sub) to rpt-ovh-run-seq
                   move at-operator-id (audit-sub) to rpt-ovh-operator
                   move at-records-produced (audit-sub)
                           to rpt-ovh-records
                   move at-return-code (audit-sub)
                           to rpt-ovh-return-code
                   move 'VOIDED' to rpt-ovh-note
                   move report-overhead-line to report-line
                   write report-line
                   add 1 to tot-voided-runs
                   add at-records-produced (audit-sub)
                           to tot-voided-records
               end-if
           end-perform
           move 'VOIDED' to rpt-sub-label.
           move tot-voided-runs to rpt-sub-runs.
           move tot-voided-records to rpt-sub-records.
           move 0 to rpt-sub-charge.
           move report-subtotal-line to report-line.
           write report-line.
           exit.
      * a debit per department charged, the matching credit to the
      * recovery account, and the trailer's control totals.
       write-gl-extract.
           move spaces to gl-header-record.
           move 'H' to glh-record-type.
           move 'FIZZCHG' to glh-interface-id.
           move charge-period to glh-period.
           move today-date to glh-created-date.
           move 'FIZZBUZZ RUN CHARGEBACK' to glh-journal-name.
           write gl-header-record.
           perform varying dept-sub from 1 by 1
                   until dept-sub > department-count
               if dp-charge-total (dept-sub) > 0
                   move spaces to gl-entry-record
                   move 'D' to gle-record-type
                   move dp-rate-sub (dept-sub) to rate-sub
                   move rt-gl-account (rate-sub) to gle-gl-account
                   move dp-department (dept-sub) to gle-cost-centre
                   move 'D' to gle-debit-credit
                   move dp-charge-total (dept-sub) to gle-amount
                   move charge-period to gle-period
                   move 'FIZZBUZZ RUNS CHARGED' to gle-description
                   move dp-runs-charged (dept-sub) to gle-runs-charged
                   write gl-entry-record
                   add 1 to tot-gl-entries
                   add dp-charge-total (dept-sub) to tot-gl-debits
               end-if
           end-perform
           if tot-gl-debits > 0
               move spaces to gl-entry-record
               move 'C' to gle-record-type
               move credit-account to gle-gl-account
               move 'OPS' to gle-cost-centre
               move 'C' to gle-debit-credit
               move tot-gl-debits to gle-amount
               move charge-period to gle-period
               move 'FIZZBUZZ RUN RECOVERY' to gle-description
               move tot-runs-charged to gle-runs-charged
               write gl-entry-record
               add 1 to tot-gl-entries
               add tot-gl-debits to tot-gl-credits
           end-if
           move spaces to gl-trailer-record.
           move 'T' to glt-record-type.
           move tot-gl-entries to glt-entry-count.
           move tot-gl-debits to glt-debit-total.
           move tot-gl-credits to glt-credit-total.
           move tot-runs-charged to glt-runs-charged.
           move tot-records-charged to glt-records-charged.
           write gl-trailer-record.
           exit.
      * the figures the GL trailer carries, for finance to tie to.
       print-control-totals.
           move blank-report-line to report-line.
           write report-line.
           move 'CONTROL TOTALS' to report-line.
           write report-line.
           move tot-runs-charged to count-edit.
           move spaces to report-line.
           string
               '  RUNS CHARGED            ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-records-charged to records-edit.
           move spaces to report-line.
           string
               '  RECORDS CHARGED   ' delimited by size
               records-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-charge to amount-edit.
           move spaces to report-line.
           string
               '  TOTAL CHARGE      ' delimited by size
               amount-edit delimited by size
               into report-line
           end-string.
           write report-line.
           compute count-edit = tot-failed-count + tot-rejected-count.
           move spaces to report-line.
           string
               '  NO-CHARGE REQUESTS      ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-overhead-runs to count-edit.
           move spaces to report-line.
           string
               '  OVERHEAD RUNS           ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-voided-runs to count-edit.
           move spaces to report-line.
           string
               '  VOIDED RUNS             ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-gl-entries to count-edit.
           move spaces to report-line.
           string
               '  GL EXTRACT ENTRIES      ' delimited by size
               count-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-gl-debits to amount-edit.
           move spaces to report-line.
           string
               '  GL DEBIT TOTAL    ' delimited by size
               amount-edit delimited by size
               into report-line
           end-string.
           write report-line.
           move tot-gl-credits to amount-edit.
           move spaces to report-line.
           string
               '  GL CREDIT TOTAL   ' delimited by size
               amount-edit delimited by size
               into report-line
           end-string.
           write report-line.
           if tot-no-audit-count > 0
               move tot-no-audit-count to count-edit
               move spaces to report-line
               string
                   '  CHARGED WITHOUT AUDIT   ' delimited by size
                   count-edit delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           exit.
