      *----------------------------------------------------------------
      * FIZZCAL - business-day calendar KSDS, one record per date,
      *           keyed by the date. Built a year at a time by the
      *           FIZZCLD job (srcs/jcl/fizzcld.jcl) from the
      *           maintained PROD.FIZZBUZZ.CALCARD deck - weekends
      *           are worked out by the build, so the deck only
      *           carries the shop holidays and any weekend day the
      *           shop works. Read by the FZRQ entry screen (roll a
      *           request off a non-business date), FIZZRQX (what
      *           is due today), FIZZDIG (digest everything since
      *           the prior business day) and FIZZACK (was an
      *           acknowledgment due at all).
      *
      *           CAL-DAY-OF-WEEK runs 1 (Monday) to 7 (Sunday).
      *           CAL-MONTH-END is Y on the last business day of the
      *           month. CAL-PREV/NEXT-BUSINESS-DATE are the nearest
      *           business days either side, so no reader has to do
      *           its own date arithmetic; zero means the build
      *           found none within a fortnight (build the adjacent
      *           year as well). CAL-DESCRIPTION names the holiday
      *           or the worked weekend day from its card.
      *----------------------------------------------------------------
       01  fizzcal-record.
           05  cal-date                pic 9(8).
           05  cal-day-of-week         pic 9(1).
           05  cal-business-day        pic x(1).
           05  cal-holiday             pic x(1).
           05  cal-month-end           pic x(1).
           05  cal-prev-business-date  pic 9(8).
           05  cal-next-business-date  pic 9(8).
           05  cal-description         pic x(20).
           05  cal-build-date          pic 9(8).
           05  filler                  pic x(24).
