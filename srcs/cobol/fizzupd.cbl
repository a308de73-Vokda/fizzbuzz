      * both approve and leave a 21st rule the batch load silently
      * drops. A blocked add stays pending - approve it again once
      * a rule has been deleted, or reject it.
      * the FIZZRCK analysis of the proposed deck (FIZZSIM job)
      * posts its grade on every pending change: errors there would
      * stop the nightly run, so they stop the approval here. Reject
      * the offending change (or queue a fix) and run the analysis
      * again.
       apply-pending-change.
           if pnd-action = 'A'
               perform count-existing-rules
           end-if
           evaluate true
               when pnd-rck-grade = 'E'
                   move 'RULE ANALYSIS FOUND ERRORS IN THE PROPOSED DECK
      -                ' - SEE THE FIZZSIM RCKRPT' to msgline2
               when pnd-action = 'A' and existing-rule-count >= 20
                   move 'RULE LIMIT OF 20 REACHED - ADD LEFT PENDING,
      -                ' DELETE A RULE FIRST' to msgline2
               when other
                   perform apply-approved-change
           end-evaluate
           exit.

       apply-approved-change.
      * recoverable) and leaves the pending record for a retry.
               if journal-written
                   perform delete-pending-record
                   evaluate pnd-rck-grade
                       when 'C'
                           move 'CHANGE APPROVED AND APPLIED - JOURNALED
      -                        ', RULE ANALYSIS CLEAN' to msgline2
                       when 'W'
                           move 'CHANGE APPROVED AND APPLIED - JOURNALED
      -                        ', RULE ANALYSIS WARNINGS ON RCKRPT'
                                   to msgline2
                       when other
                           move 'CHANGE APPROVED AND APPLIED - JOURNALED
      -                        ', NOT RULE-ANALYSED' to msgline2
                   end-evaluate
               else
                   exec cics syncpoint rollback end-exec
                   move 'APPROVAL BACKED OUT - FIZZJRN NOT AVAILABLE,
