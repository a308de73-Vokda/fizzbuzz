      * the archive and fresh-copy records are byte images of the
      * audit record - the copybook cannot be copied three times.
       fd  archive-file.
       01  archive-audit-record       pic x(342).

       fd  new-audit-file.
       01  new-audit-record           pic x(342).

       working-storage section.
       01 arccard-status pic xx value '00'.
