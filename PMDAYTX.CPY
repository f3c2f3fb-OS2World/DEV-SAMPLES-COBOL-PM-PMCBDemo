      * every daily transaction it posts into the monthly buckets
      * of demofile.ism, stamped with the moment of posting, and
      * PMDAYRPT reads the file back to break a month's bucket
      * down into the days that made it up. day-units is the
      * units sold on the day, zero when the branch sent none.
      *---------------------------------------------------------*
       01  DayDetailRecord.
           03  day-code               pic x(6).
               05  day-day            pic 99.
           03  day-amount             pic 9(7)v99 comp-3.
           03  day-posted-stamp       pic x(14).
           03  day-units              pic 9(7) comp-3.
           03                         pic x(3).
