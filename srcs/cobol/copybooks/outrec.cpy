      *          at RULE-LABEL's full 10-byte width (20 x 10 = 200),
      *          so a business rule addition can never silently
      *          truncate the printed/written text.
      *
      *          On FBOUT, the FIZZBIG partition files and the
      *          delivery datasets the record is variable length
      *          (RECFM=VB, LRECL=215): each record is written only
      *          up to the last non-blank byte of OUT-TEXT, 12 to
      *          211 bytes, so the padding is neither stored nor
      *          read again. Every FD over it says RECORD VARYING
      *          ... DEPENDING ON FBOUT-LENGTH, and a reader blanks
      *          the rest of the record area after each read.
      *----------------------------------------------------------------
       01  fizzbuzz-output-record.
           05  out-iteration          pic 9(9).
