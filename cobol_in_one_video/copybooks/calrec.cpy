      * CALREC - the BUSCAL.DAT record, one row per calendar date: is
      * the date a business day, a holiday, or a weekend, and is it
      * the last business day of its period. Maintained through
      * CALMAINT, read by NIGHTCYCLE to decide which legs run on a
      * given night. Shared so the screen and the driver agree on the
      * shape.
       01  buscal-record.
           05 cal-date             pic 9(8).
      * B runs the daily legs, H and W do not. A month generated on
      * CALMAINT comes out B on weekdays and W on Saturdays and
      * Sundays; holidays are keyed over the top.
           05 cal-day-type         pic x.
               88 cal-business     value 'B'.
               88 cal-holiday      value 'H'.
               88 cal-weekend      value 'W'.
               88 cal-type-valid   value 'B' 'H' 'W'.
      * 'Y' on the last business day of the month - the night the
      * period-end legs are appended to the cycle. Never keyed:
      * CALMAINT recomputes it for the month whenever a day changes.
           05 cal-period-end       pic x.
               88 cal-is-period-end value 'Y'.
           05 cal-description      pic x(30).
