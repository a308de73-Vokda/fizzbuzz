      * cannot be copied twice, so they are read as byte images
      * and moved into the audit record for processing.
       fd  archive-file.
       01  archive-audit-record       pic x(342).

       fd  report-file.
       01  report-line                pic x(132).
      * the archive years come first - they hold the older months,
      * so the month-after-month flow stays chronological. Any
      * open failure (dummy, absent, uncataloged) just means no
      * archive was requested. A partial record left by a job the
      * operator stopped is not a run of its own - the restart's
      * record covers the whole run - so it is passed over, as is
      * a run voided since (FIZZVDX) - it did not count.
       read-audit-history.
           open input archive-file.
           if archive-status = '00'
                           move '10' to archive-status
                       not at end
                           move archive-audit-record to audit-record
                           if aud-run-state not = 'T'
                               and aud-run-state not = 'V'
                               perform process-audit-record
                           end-if
                   end-read
               end-perform
               close archive-file
                       at end
                           move '10' to audit-status
                       not at end
                           if aud-run-state not = 'T'
                               and aud-run-state not = 'V'
                               perform process-audit-record
                           end-if
                   end-read
               end-perform
               close audit-file
