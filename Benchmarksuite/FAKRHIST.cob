      * ----        -------  -----------
      * 2026-08-22  1.0      First release
      * 2026-08-22  1.1      Report line widened to full event record
      * 2026-10-15  1.2      FAKJOB job IDs accepted as a selection
      *================================================================*

       IDENTIFICATION DIVISION.
      ****
      ****     (blank)              every event on file
      ****     R20260822093000      just that run ID
      ****     J20260822093000      just that FAKJOB job ID
      ****     20260801             events dated that day
      ****     20260801 20260831    events in that date range
      ****
      /
       SUB-1100-PARSE-FILTER.
      *----------------------
      **** A leading R picks one run ID (J one job ID); one or two
      **** YYYYMMDD values pick a date range; blank means
      **** everything.

           MOVE SPACES             TO W-FILTER-1
                                      W-FILTER-2
               SET  W-FILTER-ALL   TO TRUE

             WHEN W-FILTER-1(1:1) = 'R'
             WHEN W-FILTER-1(1:1) = 'J'
               SET  W-FILTER-RUN-ID
                                   TO TRUE
               MOVE W-FILTER-1(1:15)
