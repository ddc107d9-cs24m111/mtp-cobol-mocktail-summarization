      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  1.0      First release
      * 2026-10-15  1.1      FAKJOB job-stream events left off
      *================================================================*

       IDENTIFICATION DIVISION.

           ADD  1                  TO W-RUNHIST-RECS

      **** FAKJOB's events carry a job ID, not a run ID - a job is
      **** not a run, and the runs its steps made are on the
      **** report under their own IDs.
           IF      RH-RUN-ID(1:1) = 'J'
               GO TO SUB-2100-EXIT
           END-IF

           MOVE RH-RUN-ID          TO W-LOOKUP-RUN-ID

           PERFORM SUB-9300-FIND-RUN THRU SUB-9300-EXIT
