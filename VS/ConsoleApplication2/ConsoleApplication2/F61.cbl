      * store, one row per month/day, a re-dropped line replacing
      * the previous one - same import shape as F52's meteo load.
      * F1's night check reads this table to flag plans departing
      * or arriving in aeronautical night. The drop's times are
      * UTC, the reference flight times are stored in.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
