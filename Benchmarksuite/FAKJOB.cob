      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FAKJOB.

      **** Job-stream driver - runs a whole test-data build (the
      **** FAKERTST EDIT pre-scan, one FAKERTST per partition,
      **** FAKMERGE, FAKVALID, FAKMASK and FAKMCERT when wanted,
      **** FAKOPRPT) as one job instead of a chain of hand-started
      **** runs. The steps, their command lines and what each
      **** depends on come from a job-definition control file, one
      **** card per step, run in card order:
      ****
      ****     cols  1-8   step name (unique within the job)
      ****     cols  9-16  program to run
      ****     cols 17-20  condition - OK (or blank): run only if
      ****                 the step depended on ended OK; ANY: run
      ****                 whatever became of it
      ****     cols 21-28  step depended on - blank means every
      ****                 step before this one
      ****     cols 29-88  the program's command line
      ****
      **** A card with '*' in column 1 is a comment. Each step is
      **** run as its own program through the operating system,
      **** under the name on its card, and a step is OK when it
      **** comes back with return code 0 - for the certification
      **** programs (FAKMERGE, FAKVALID, FAKLCERT, FAKMCERT) only
      **** if its report also carries no FAIL verdict. A step that
      **** is not OK stops every step that depends on it; steps
      **** that do not depend on it still run.
      ****
      **** Every job has a job ID ('J' plus the start timestamp,
      **** the way FAKERTST stamps its run IDs) and each step's
      **** start, end and return code go to the run history under
      **** it (JOBSTART/JOBRESUM, STEPSTRT, STEPEND, STEPSKIP,
      **** JOBEND events), so FAKRHIST shows a job next to the
      **** runs its steps made.
      ****
      **** The restart point is kept in a checkpoint file the way
      **** FAKERTST keeps its own: a job that did not finish OK
      **** leaves the first step that failed there, and the next
      **** run of this program resumes the same job ID at that
      **** step rather than at step one (a FAKERTST step resumed
      **** this way picks up at its own checkpoint in turn). "NEW"
      **** on the command line throws a pending restart away and
      **** starts a new job from step one.
      ****
      **** The job summary report lists every step with its
      **** start, end, return code and outcome; a job that did not
      **** finish OK ends with return code 8.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT JOBDEF               ASSIGN
                                       'Data\FAKJOB Jobdef.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-JOBDEF-STATUS.

      **** FILE STATUS is checked because a first-ever job has no
      **** checkpoint file to find.
           SELECT JOBCKPT              ASSIGN
                                       'Data\FAKJOB Checkpoint.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-JOBCKPT-STATUS.

      **** The same append-only history FAKERTST writes - opened
      **** for each event and closed straight after, because the
      **** FAKERTST steps append to it in between.
           SELECT OPTIONAL RUNHIST     ASSIGN
                                       'Data\FAKERTST Runhist.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-RUNHIST-STATUS.

      **** The report of a certification step, named per step.
           SELECT VERDRPT              ASSIGN TO DYNAMIC W-VERDRPT-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-VERDRPT-STATUS.

           SELECT JOBRPT               ASSIGN
                                       'Data\FAKJOB Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  JOBDEF.

       01  JOBDEF-REC.
           05  JD-STEP-NAME        PIC X(08).
           05  JD-PROGRAM          PIC X(08).
           05  JD-COND             PIC X(04).
           05  JD-DEPENDS          PIC X(08).
           05  JD-PARMS            PIC X(60).

       FD  JOBCKPT.

      **** JK-STEP-NO > 0 marks a job waiting to be resumed at step
      **** JK-STEP-NAME; a zeroed record means nothing is pending.
       01  JOBCKPT-REC.
           05  JK-JOB-ID           PIC X(15).
           05  FILLER              PIC X(01).
           05  JK-STEP-NO          PIC 9(03).
           05  FILLER              PIC X(01).
           05  JK-STEP-NAME        PIC X(08).

       FD  RUNHIST.

      **** FAKERTST's RUNHIST-REC, with a job's fields in the deck
      **** name and count positions - the run ID, event, date and
      **** time sit where every reader of the file expects them.
       01  RUNHIST-REC.
           05  RH-JOB-ID           PIC X(15).
           05  FILLER              PIC X(01).
           05  RH-EVENT            PIC X(08).
           05  FILLER              PIC X(01).
           05  RH-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  RH-TIME             PIC X(06).
           05  FILLER              PIC X(01).
           05  RH-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  RH-PROGRAM          PIC X(08).
           05  FILLER              PIC X(05).
           05  FILLER              PIC X(01).
           05  RH-STEP-NO          PIC 9(09).
           05  FILLER              PIC X(01).
           05  RH-RETURN-CODE      PIC 9(09).
           05  FILLER              PIC X(01).
           05  RH-STEP-CNT         PIC 9(09).
           05  FILLER              PIC X(01).
           05  RH-STATUS           PIC X(20).

       FD  VERDRPT.

       01  VERDRPT-REC             PIC X(200).

       FD  JOBRPT.

       01  JOBRPT-REC.
           05  JR-LINE             PIC X(120).

      **** Layout used for the one-line-per-step summary.
       01  JOBRPT-STEP-REC REDEFINES JOBRPT-REC.
           05  JRS-SEQ             PIC X(03).
           05  FILLER              PIC X(01).
           05  JRS-STEP-NAME       PIC X(08).
           05  FILLER              PIC X(01).
           05  JRS-PROGRAM         PIC X(08).
           05  FILLER              PIC X(01).
           05  JRS-PARMS           PIC X(30).
           05  FILLER              PIC X(01).
           05  JRS-START           PIC X(15).
           05  FILLER              PIC X(01).
           05  JRS-END             PIC X(15).
           05  FILLER              PIC X(01).
           05  JRS-RC              PIC X(04).
           05  FILLER              PIC X(01).
           05  JRS-STATUS          PIC X(30).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-JOBDEF-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-JOBDEF-ERRORS         PIC 9(09)  COMP VALUE 0.
       01  W-JOBRPT-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-SEQ              PIC ZZ9.
       01  W-DISP-RC               PIC ZZZ9.

       01  W-JOBDEF-STATUS         PIC X(02)       VALUE '00'.
           88  W-JOBDEF-FOUND                      VALUE '00'.

       01  W-JOBCKPT-STATUS        PIC X(02)       VALUE '00'.
           88  W-JOBCKPT-FOUND                     VALUE '00'.

       01  W-RUNHIST-STATUS        PIC X(02)       VALUE '00'.
           88  W-RUNHIST-GOOD                      VALUE '00' '05'.

       01  W-VERDRPT-STATUS        PIC X(02)       VALUE '00'.
           88  W-VERDRPT-FOUND                     VALUE '00'.

       01  W-ERROR-MSG             PIC X(19)       VALUE
           '**** FAKJOB error: '.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-JOB-RESUMED                       VALUE 'Y'.
           88  W-JOB-NOT-RESUMED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DEPENDENCY-MET                    VALUE 'Y'.
           88  W-DEPENDENCY-NOT-MET                VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-VERDICT-FAIL                      VALUE 'Y'.
           88  W-VERDICT-NOT-FAIL                  VALUE 'N'.

       01  W-CMDLINE               PIC X(80)       VALUE SPACES.
       01  W-CMD-1                 PIC X(20)       VALUE SPACES.

      **** The job definition, loaded whole before any step runs
      **** so a bad card holds the job before anything is touched.
       01  W-STEP-MAX              PIC S9(4)  COMP VALUE 99.
       01  W-STEP-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-STEP-TABLE.
           05  W-STEP                              OCCURS 99
                                                   INDEXED ST-DX.
               10  W-ST-NAME       PIC X(08).
               10  W-ST-PROGRAM    PIC X(08).
               10  W-ST-COND       PIC X(04).
               10  W-ST-DEPENDS    PIC X(08).
               10  W-ST-DEP-NO     PIC S9(4)  COMP.
               10  W-ST-PARMS      PIC X(60).
               10  W-ST-START-DATE PIC X(08).
               10  W-ST-START-TIME PIC X(06).
               10  W-ST-END-DATE   PIC X(08).
               10  W-ST-END-TIME   PIC X(06).
               10  W-ST-RC         PIC 9(09)  COMP.
               10  W-ST-OUTCOME    PIC X(01).
                   88  W-ST-PENDING                VALUE ' '.
                   88  W-ST-OK                     VALUE 'O'.
                   88  W-ST-FAILED-RC              VALUE 'F'.
                   88  W-ST-FAILED-VERDICT         VALUE 'V'.
                   88  W-ST-SKIPPED                VALUE 'S'.
                   88  W-ST-EARLIER                VALUE 'E'.
                   88  W-ST-GOOD                   VALUE 'O' 'E'.

       01  W-STEP-SUB              PIC S9(4)  COMP.
       01  W-FIND-NAME             PIC X(08).
       01  W-FIND-LIMIT            PIC S9(4)  COMP.
       01  W-FOUND-STEP            PIC S9(4)  COMP.

      **** The step to resume at on this run (from the checkpoint)
      **** and the step the next run must resume at (the first one
      **** that was not OK this run).
       01  W-RESUME-STEP           PIC S9(4)  COMP VALUE 1.
       01  W-RESTART-STEP          PIC S9(4)  COMP VALUE 0.

       01  W-STEPS-RUN             PIC 9(09)  COMP VALUE 0.
       01  W-STEPS-OK              PIC 9(09)  COMP VALUE 0.
       01  W-STEPS-FAILED          PIC 9(09)  COMP VALUE 0.
       01  W-STEPS-SKIPPED         PIC 9(09)  COMP VALUE 0.
       01  W-STEPS-EARLIER         PIC 9(09)  COMP VALUE 0.
       01  W-NOT-GOOD-CNT          PIC 9(09)  COMP VALUE 0.

       01  W-JOB-ID                PIC X(15)       VALUE SPACES.
       01  W-JOB-DATE              PIC 9(08).
       01  W-JOB-DATE-X REDEFINES W-JOB-DATE
                                   PIC X(08).
       01  W-JOB-TIME              PIC 9(08).
       01  W-JOB-TIME-X REDEFINES W-JOB-TIME
                                   PIC X(08).
       01  W-JOB-EVENT             PIC X(08).
       01  W-JOB-STATUS            PIC X(20).

      **** One step's command line, as the operating system runs
      **** it.
       01  W-COMMAND               PIC X(80).
       01  W-COMMAND-POINTER       PIC S9(4)  COMP.
       01  W-PARMS-LEN             PIC S9(4)  COMP.
       01  W-LEN-SUB               PIC S9(4)  COMP.
       01  W-STEP-RC               PIC 9(09)  COMP.

       01  W-VERDRPT-NAME          PIC X(40).
       01  W-TALLY                 PIC 9(09)  COMP.

       01  W-OUTCOME-LONG          PIC X(30).
       01  W-OUTCOME-SHORT         PIC X(20).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RUN-NOT-STOPPED
               PERFORM SUB-2000-RUN-STEP THRU SUB-2000-EXIT
                   VARYING W-STEP-SUB FROM 1 BY 1
                     UNTIL W-STEP-SUB > W-STEP-CNT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKJOB compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           UNSTRING W-CMDLINE
                            DELIMITED ALL ' '
                                 INTO W-CMD-1

           OPEN OUTPUT JOBRPT

           IF      W-CMD-1 NOT = SPACES
           AND     W-CMD-1 NOT = 'NEW'
               DISPLAY W-ERROR-MSG
                   'command line must be blank or NEW - got: '
                   W-CMD-1
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-JOBDEF THRU SUB-1100-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-READ-CHECKPOINT THRU SUB-1200-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-JOB-RESUMED
               MOVE 'JOBRESUM'     TO W-JOB-EVENT
               MOVE 'RESUMED'      TO W-JOB-STATUS
           ELSE
               MOVE 'JOBSTART'     TO W-JOB-EVENT
               MOVE 'STARTED'      TO W-JOB-STATUS
           END-IF

           MOVE SPACES             TO RUNHIST-REC
           MOVE W-RESUME-STEP      TO RH-STEP-NO
           MOVE 0                  TO RH-RETURN-CODE
           PERFORM SUB-9100-WRITE-JOB-EVENT THRU SUB-9100-EXIT

           DISPLAY 'FAKJOB job ID: ' W-JOB-ID

           MOVE SPACES             TO JOBRPT-REC
           STRING 'FAKJOB job-stream summary - job '
                   W-JOB-ID
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO JOBRPT-REC

           IF      W-JOB-RESUMED
               STRING 'RESUMED AT STEP '
                       W-ST-NAME(W-RESUME-STEP)
                            DELIMITED SIZE
                                 INTO JOBRPT-REC
           ELSE
               MOVE 'STARTED AT STEP ONE'
                                   TO JOBRPT-REC
           END-IF

           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-JOBDEF.
      *---------------------
      **** Every card is checked and every error listed before the
      **** job is held - the way FAKERTST EDIT holds a deck.

           OPEN INPUT JOBDEF

           IF      NOT W-JOBDEF-FOUND
               DISPLAY W-ERROR-MSG
                   'no job definition on hand - status '
                   W-JOBDEF-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-JOBDEF THRU SUB-1110-EXIT
               UNTIL W-EOF

           CLOSE JOBDEF

           IF      W-STEP-CNT = 0
               DISPLAY W-ERROR-MSG
                   'job definition has no steps'
               ADD  1              TO W-JOBDEF-ERRORS
           END-IF

           IF      W-JOBDEF-ERRORS > 0
               MOVE SPACES         TO JOBRPT-REC
               MOVE W-JOBDEF-ERRORS
                                   TO W-DISP-NUM
               STRING 'JOB DEFINITION HELD - ERRORS: '
                       W-DISP-NUM
                            DELIMITED SIZE
                                 INTO JOBRPT-REC
               PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT
               SET  W-RUN-STOPPED  TO TRUE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-JOBDEF.
      *---------------------

           READ JOBDEF
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           ADD  1                  TO W-JOBDEF-RECS

           IF      JOBDEF-REC(1:1) = '*'
           OR      JOBDEF-REC = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-STEP-CNT >= W-STEP-MAX
               MOVE 'more than 99 steps'
                                   TO W-OUTCOME-LONG
               PERFORM SUB-9300-JOBDEF-ERROR THRU SUB-9300-EXIT
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-STEP-CNT
           SET  ST-DX              TO W-STEP-CNT

           MOVE SPACES             TO W-STEP(ST-DX)
           MOVE JD-STEP-NAME       TO W-ST-NAME(ST-DX)
           MOVE JD-PROGRAM         TO W-ST-PROGRAM(ST-DX)
           MOVE JD-COND            TO W-ST-COND(ST-DX)
           MOVE JD-DEPENDS         TO W-ST-DEPENDS(ST-DX)
           MOVE JD-PARMS           TO W-ST-PARMS(ST-DX)
           MOVE 0                  TO W-ST-DEP-NO(ST-DX)
                                      W-ST-RC(ST-DX)

           IF      JD-STEP-NAME = SPACES
               MOVE 'step name missing'
                                   TO W-OUTCOME-LONG
               PERFORM SUB-9300-JOBDEF-ERROR THRU SUB-9300-EXIT
           ELSE
               MOVE JD-STEP-NAME   TO W-FIND-NAME
               COMPUTE W-FIND-LIMIT = W-STEP-CNT - 1
               PERFORM SUB-9400-FIND-STEP THRU SUB-9400-EXIT

               IF      W-FOUND-STEP > 0
                   MOVE 'step name used twice'
                                   TO W-OUTCOME-LONG
                   PERFORM SUB-9300-JOBDEF-ERROR THRU SUB-9300-EXIT
               END-IF
           END-IF

           IF      JD-PROGRAM = SPACES
               MOVE 'program missing'
                                   TO W-OUTCOME-LONG
               PERFORM SUB-9300-JOBDEF-ERROR THRU SUB-9300-EXIT
           END-IF

           IF      JD-COND NOT = SPACES
           AND     JD-COND NOT = 'OK'
           AND     JD-COND NOT = 'ANY'
               MOVE 'condition is not OK or ANY'
                                   TO W-OUTCOME-LONG
               PERFORM SUB-9300-JOBDEF-ERROR THRU SUB-9300-EXIT
           END-IF

           IF      JD-DEPENDS NOT = SPACES
               MOVE JD-DEPENDS     TO W-FIND-NAME
               COMPUTE W-FIND-LIMIT = W-STEP-CNT - 1
               PERFORM SUB-9400-FIND-STEP THRU SUB-9400-EXIT

               IF      W-FOUND-STEP = 0
                   MOVE 'depends on no earlier step'
                                   TO W-OUTCOME-LONG
                   PERFORM SUB-9300-JOBDEF-ERROR THRU SUB-9300-EXIT
               ELSE
                   MOVE W-FOUND-STEP
                                   TO W-ST-DEP-NO(ST-DX)
               END-IF
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-READ-CHECKPOINT.
      *-------------------------
      **** A pending restart carries on the same job ID at the step
      **** that failed - unless NEW was asked for.

           SET  W-JOB-NOT-RESUMED  TO TRUE
           MOVE 1                  TO W-RESUME-STEP

           OPEN INPUT JOBCKPT

           IF      W-JOBCKPT-FOUND
               READ JOBCKPT
                   AT END
                       MOVE SPACES TO JOBCKPT-REC
               END-READ

               CLOSE JOBCKPT

               IF      JK-STEP-NO NUMERIC
               AND     JK-STEP-NO > 0
                   IF      W-CMD-1 = 'NEW'
                       DISPLAY 'FAKJOB restart of job '
                               JK-JOB-ID
                               ' at step '
                               JK-STEP-NAME
                               ' discarded'
                   ELSE
                       SET  W-JOB-RESUMED
                                   TO TRUE
                   END-IF
               END-IF
           END-IF

           IF      W-JOB-NOT-RESUMED
               ACCEPT  W-JOB-DATE  FROM DATE YYYYMMDD
               ACCEPT  W-JOB-TIME  FROM TIME

               MOVE SPACES         TO W-JOB-ID
               STRING 'J'
                       W-JOB-DATE-X
                       W-JOB-TIME-X(1:6)
                            DELIMITED SIZE
                                 INTO W-JOB-ID
               GO TO SUB-1200-EXIT
           END-IF

      **** The step is found again by name, so cards added or taken
      **** out ahead of it since the failure still resume in the
      **** right place.
           MOVE JK-JOB-ID          TO W-JOB-ID
           MOVE JK-STEP-NAME       TO W-FIND-NAME
           MOVE W-STEP-CNT         TO W-FIND-LIMIT
           PERFORM SUB-9400-FIND-STEP THRU SUB-9400-EXIT

           IF      W-FOUND-STEP = 0
               DISPLAY W-ERROR-MSG
                   'restart step '
                   JK-STEP-NAME
                   ' of job '
                   JK-JOB-ID
                   ' is not in the job definition - '
                   'rerun with NEW to start over'
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE W-FOUND-STEP       TO W-RESUME-STEP

           DISPLAY 'FAKJOB resuming job '
                   W-JOB-ID
                   ' at step '
                   JK-STEP-NAME
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-RUN-STEP.
      *------------------

           SET  ST-DX              TO W-STEP-SUB

           IF      W-STEP-SUB < W-RESUME-STEP
               SET  W-ST-EARLIER(ST-DX)
                                   TO TRUE
               ADD  1              TO W-STEPS-EARLIER
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-CHECK-DEPENDENCY THRU SUB-2100-EXIT

           IF      W-DEPENDENCY-NOT-MET
               SET  W-ST-SKIPPED(ST-DX)
                                   TO TRUE
               ADD  1              TO W-STEPS-SKIPPED
                                      W-NOT-GOOD-CNT

               MOVE 'STEPSKIP'     TO W-JOB-EVENT
               PERFORM SUB-2900-WRITE-STEP-EVENT THRU SUB-2900-EXIT

               DISPLAY 'FAKJOB step '
                       W-ST-NAME(ST-DX)
                       ' skipped - dependency not met'
               GO TO SUB-2000-EXIT
           END-IF

      **** The checkpoint names the step about to run, so a job
      **** that dies inside a step resumes at that step - unless an
      **** earlier step already failed, which is where the job
      **** has to resume.
           IF      W-RESTART-STEP > 0
               PERFORM SUB-9500-WRITE-CHECKPOINT THRU SUB-9500-EXIT
           ELSE
               MOVE W-STEP-SUB     TO W-RESTART-STEP
               PERFORM SUB-9500-WRITE-CHECKPOINT THRU SUB-9500-EXIT
               MOVE 0              TO W-RESTART-STEP
           END-IF

           PERFORM SUB-2200-BUILD-COMMAND THRU SUB-2200-EXIT

           ACCEPT  W-JOB-DATE      FROM DATE YYYYMMDD
           ACCEPT  W-JOB-TIME      FROM TIME
           MOVE W-JOB-DATE-X       TO W-ST-START-DATE(ST-DX)
           MOVE W-JOB-TIME-X(1:6)  TO W-ST-START-TIME(ST-DX)

           MOVE 'STEPSTRT'         TO W-JOB-EVENT
           PERFORM SUB-2900-WRITE-STEP-EVENT THRU SUB-2900-EXIT

           DISPLAY 'FAKJOB step '
                   W-ST-NAME(ST-DX)
                   ' started: '
                   W-COMMAND(1 : W-COMMAND-POINTER - 1)

           ADD  1                  TO W-STEPS-RUN

           CALL 'SYSTEM'        USING W-COMMAND

           MOVE RETURN-CODE        TO W-STEP-RC
           MOVE 0                  TO RETURN-CODE

      **** A POSIX shell hands the program's exit status back in
      **** the high-order byte.
           IF      W-STEP-RC > 255
               DIVIDE 256        INTO W-STEP-RC
           END-IF

           MOVE W-STEP-RC          TO W-ST-RC(ST-DX)

           ACCEPT  W-JOB-DATE      FROM DATE YYYYMMDD
           ACCEPT  W-JOB-TIME      FROM TIME
           MOVE W-JOB-DATE-X       TO W-ST-END-DATE(ST-DX)
           MOVE W-JOB-TIME-X(1:6)  TO W-ST-END-TIME(ST-DX)

           IF      W-STEP-RC NOT = 0
               SET  W-ST-FAILED-RC(ST-DX)
                                   TO TRUE
           ELSE
               PERFORM SUB-2300-CHECK-VERDICT THRU SUB-2300-EXIT

               IF      W-VERDICT-FAIL
                   SET  W-ST-FAILED-VERDICT(ST-DX)
                                   TO TRUE
               ELSE
                   SET  W-ST-OK(ST-DX)
                                   TO TRUE
               END-IF
           END-IF

           IF      W-ST-OK(ST-DX)
               ADD  1              TO W-STEPS-OK
           ELSE
               ADD  1              TO W-STEPS-FAILED
                                      W-NOT-GOOD-CNT

               IF      W-RESTART-STEP = 0
                   MOVE W-STEP-SUB TO W-RESTART-STEP
               END-IF
           END-IF

           MOVE 'STEPEND'          TO W-JOB-EVENT
           PERFORM SUB-2900-WRITE-STEP-EVENT THRU SUB-2900-EXIT

           PERFORM SUB-9600-OUTCOME-TEXT THRU SUB-9600-EXIT

           MOVE W-STEP-RC          TO W-DISP-RC
           DISPLAY 'FAKJOB step '
                   W-ST-NAME(ST-DX)
                   ' ended - RC '
                   W-DISP-RC
                   ' - '
                   W-OUTCOME-LONG
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-DEPENDENCY.
      *--------------------------

           SET  W-DEPENDENCY-MET   TO TRUE

           EVALUATE TRUE
             WHEN W-ST-COND(ST-DX) = 'ANY'
               CONTINUE

             WHEN W-ST-DEP-NO(ST-DX) = 0
               IF      W-NOT-GOOD-CNT > 0
                   SET  W-DEPENDENCY-NOT-MET
                                   TO TRUE
               END-IF

             WHEN OTHER
               MOVE W-ST-DEP-NO(ST-DX)
                                   TO W-FOUND-STEP

               IF      NOT W-ST-GOOD(W-FOUND-STEP)
                   SET  W-DEPENDENCY-NOT-MET
                                   TO TRUE
               END-IF
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-BUILD-COMMAND.
      *-----------------------

           MOVE 0                  TO W-PARMS-LEN

           PERFORM SUB-2210-FIND-PARMS-LEN THRU SUB-2210-EXIT
               VARYING W-LEN-SUB FROM 1 BY 1
                 UNTIL W-LEN-SUB > LENGTH OF W-ST-PARMS(ST-DX)

           MOVE SPACES             TO W-COMMAND
           MOVE 1                  TO W-COMMAND-POINTER

           STRING W-ST-PROGRAM(ST-DX)
                        DELIMITED ' '
                             INTO W-COMMAND
                     WITH POINTER W-COMMAND-POINTER

           IF      W-PARMS-LEN > 0
               STRING ' '
                       W-ST-PARMS(ST-DX)(1 : W-PARMS-LEN)
                            DELIMITED SIZE
                                 INTO W-COMMAND
                         WITH POINTER W-COMMAND-POINTER
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-FIND-PARMS-LEN.
      *------------------------
      **** The position of the last non-space byte.

           IF      W-ST-PARMS(ST-DX)(W-LEN-SUB : 1) NOT = SPACE
               MOVE W-LEN-SUB      TO W-PARMS-LEN
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-VERDICT.
      *-----------------------
      **** A certification step is held to the verdict line of its
      **** report as well as its return code. A certifier that
      **** left no report has certified nothing.

           SET  W-VERDICT-NOT-FAIL TO TRUE

           EVALUATE W-ST-PROGRAM(ST-DX)
             WHEN 'FAKMERGE'
               MOVE 'Data\FAKMERGE Recon.txt'
                                   TO W-VERDRPT-NAME
             WHEN 'FAKVALID'
               MOVE 'Data\FAKVALID Report.txt'
                                   TO W-VERDRPT-NAME
             WHEN 'FAKLCERT'
               MOVE 'Data\FAKLCERT Report.txt'
                                   TO W-VERDRPT-NAME
             WHEN 'FAKMCERT'
               MOVE 'Data\FAKMCERT Report.txt'
                                   TO W-VERDRPT-NAME
             WHEN OTHER
               GO TO SUB-2300-EXIT
           END-EVALUATE

           OPEN INPUT VERDRPT

           IF      NOT W-VERDRPT-FOUND
               DISPLAY W-ERROR-MSG
                   'no report from step '
                   W-ST-NAME(ST-DX)
                   ' - '
                   W-VERDRPT-NAME
               SET  W-VERDICT-FAIL TO TRUE
               GO TO SUB-2300-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2310-READ-VERDRPT THRU SUB-2310-EXIT
               UNTIL W-EOF

           CLOSE VERDRPT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-READ-VERDRPT.
      *----------------------

           READ VERDRPT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2310-EXIT
           END-READ

           MOVE 0                  TO W-TALLY

           INSPECT VERDRPT-REC
                             TALLYING W-TALLY
                              FOR ALL 'VERDICT: FAIL'

           IF      W-TALLY > 0
               SET  W-VERDICT-FAIL TO TRUE
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-STEP-EVENT.
      *--------------------------

           PERFORM SUB-9600-OUTCOME-TEXT THRU SUB-9600-EXIT

           MOVE SPACES             TO RUNHIST-REC
           MOVE W-ST-NAME(ST-DX)   TO RH-STEP-NAME
           MOVE W-ST-PROGRAM(ST-DX)
                                   TO RH-PROGRAM
           MOVE W-STEP-SUB         TO RH-STEP-NO
           MOVE W-ST-RC(ST-DX)     TO RH-RETURN-CODE
           MOVE W-OUTCOME-SHORT    TO W-JOB-STATUS

           PERFORM SUB-9100-WRITE-JOB-EVENT THRU SUB-9100-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               MOVE SPACES         TO JOBRPT-REC
               MOVE 'JOB RESULT: NOT RUN - SEE CONSOLE MESSAGES'
                                   TO JOBRPT-REC
               PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

               CLOSE JOBRPT

               MOVE 8              TO RETURN-CODE
               DISPLAY 'FAKJOB completed'
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-RESTART-STEP > 0
               MOVE 'JOBEND'       TO W-JOB-EVENT
               MOVE 'FAILED'       TO W-JOB-STATUS
               MOVE SPACES         TO RUNHIST-REC
               MOVE W-RESTART-STEP TO RH-STEP-NO
               MOVE 8              TO RH-RETURN-CODE
               PERFORM SUB-9100-WRITE-JOB-EVENT THRU SUB-9100-EXIT

               PERFORM SUB-9500-WRITE-CHECKPOINT THRU SUB-9500-EXIT
           ELSE
               MOVE 'JOBEND'       TO W-JOB-EVENT
               MOVE 'COMPLETE'     TO W-JOB-STATUS
               MOVE SPACES         TO RUNHIST-REC
               MOVE 0              TO RH-STEP-NO
                                      RH-RETURN-CODE
               PERFORM SUB-9100-WRITE-JOB-EVENT THRU SUB-9100-EXIT

               PERFORM SUB-9510-CLEAR-CHECKPOINT THRU SUB-9510-EXIT
           END-IF

           MOVE SPACES             TO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO JOBRPT-REC
           MOVE 'SEQ'              TO JRS-SEQ
           MOVE 'STEP'             TO JRS-STEP-NAME
           MOVE 'PROGRAM'          TO JRS-PROGRAM
           MOVE 'PARAMETERS'       TO JRS-PARMS
           MOVE 'STARTED'          TO JRS-START
           MOVE 'ENDED'            TO JRS-END
           MOVE '  RC'             TO JRS-RC
           MOVE 'OUTCOME'          TO JRS-STATUS
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           PERFORM SUB-3100-PRINT-STEP THRU SUB-3100-EXIT
               VARYING ST-DX FROM 1 BY 1
                 UNTIL ST-DX > W-STEP-CNT

           MOVE SPACES             TO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE W-STEPS-RUN        TO W-DISP-NUM
           MOVE SPACES             TO JOBRPT-REC
           STRING 'STEPS RUN:              '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE W-STEPS-OK         TO W-DISP-NUM
           MOVE SPACES             TO JOBRPT-REC
           STRING 'STEPS OK:               '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE W-STEPS-FAILED     TO W-DISP-NUM
           MOVE SPACES             TO JOBRPT-REC
           STRING 'STEPS FAILED:           '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE W-STEPS-SKIPPED    TO W-DISP-NUM
           MOVE SPACES             TO JOBRPT-REC
           STRING 'STEPS SKIPPED:          '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE W-STEPS-EARLIER    TO W-DISP-NUM
           MOVE SPACES             TO JOBRPT-REC
           STRING 'STEPS DONE EARLIER:     '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO JOBRPT-REC

           IF      W-RESTART-STEP > 0
               STRING 'JOB RESULT: FAILED - RERUN FAKJOB TO RESUME AT '
                       'STEP '
                       W-ST-NAME(W-RESTART-STEP)
                            DELIMITED SIZE
                                 INTO JOBRPT-REC
               MOVE 8              TO RETURN-CODE
           ELSE
               MOVE 'JOB RESULT: COMPLETE'
                                   TO JOBRPT-REC
           END-IF

           DISPLAY JOBRPT-REC

           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT

           CLOSE JOBRPT

           MOVE W-JOBDEF-RECS      TO W-DISP-NUM
           DISPLAY 'Job definition rows read: '
                   W-DISP-NUM

           MOVE W-STEPS-RUN        TO W-DISP-NUM
           DISPLAY 'Steps run:                '
                   W-DISP-NUM

           DISPLAY 'FAKJOB completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-PRINT-STEP.
      *--------------------

           MOVE SPACES             TO JOBRPT-REC

           SET  W-STEP-SUB         TO ST-DX
           MOVE W-STEP-SUB         TO W-DISP-SEQ
           MOVE W-DISP-SEQ         TO JRS-SEQ
           MOVE W-ST-NAME(ST-DX)   TO JRS-STEP-NAME
           MOVE W-ST-PROGRAM(ST-DX)
                                   TO JRS-PROGRAM
           MOVE W-ST-PARMS(ST-DX)  TO JRS-PARMS

           IF      W-ST-START-DATE(ST-DX) NOT = SPACES
               STRING W-ST-START-DATE(ST-DX)
                       ' '
                       W-ST-START-TIME(ST-DX)
                            DELIMITED SIZE
                                 INTO JRS-START
               STRING W-ST-END-DATE(ST-DX)
                       ' '
                       W-ST-END-TIME(ST-DX)
                            DELIMITED SIZE
                                 INTO JRS-END
               MOVE W-ST-RC(ST-DX) TO W-DISP-RC
               MOVE W-DISP-RC      TO JRS-RC
           END-IF

           PERFORM SUB-9600-OUTCOME-TEXT THRU SUB-9600-EXIT

           MOVE W-OUTCOME-LONG     TO JRS-STATUS
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-9100-WRITE-JOB-EVENT.
      *-------------------------
      **** One appended event - the caller has set RUNHIST-REC's
      **** step fields. Opened and closed around every event so it
      **** is on disk before the next step runs.

           ACCEPT  W-JOB-DATE      FROM DATE YYYYMMDD
           ACCEPT  W-JOB-TIME      FROM TIME

           MOVE W-JOB-ID           TO RH-JOB-ID
           MOVE W-JOB-EVENT        TO RH-EVENT
           MOVE W-JOB-DATE-X       TO RH-DATE
           MOVE W-JOB-TIME-X(1:6)  TO RH-TIME
           MOVE W-STEP-CNT         TO RH-STEP-CNT
           MOVE W-JOB-STATUS       TO RH-STATUS

           IF      RH-PROGRAM = SPACES
               MOVE 'FAKJOB'       TO RH-PROGRAM
           END-IF

           OPEN EXTEND RUNHIST

           IF      NOT W-RUNHIST-GOOD
               DISPLAY W-ERROR-MSG
                   'run-history file would not open - status '
                   W-RUNHIST-STATUS
               GO TO SUB-9100-EXIT
           END-IF

           WRITE RUNHIST-REC

           CLOSE RUNHIST
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-JOBRPT.
      *----------------------

           WRITE JOBRPT-REC

           ADD  1                  TO W-JOBRPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-JOBDEF-ERROR.
      *----------------------
      **** W-OUTCOME-LONG carries the error text.

           ADD  1                  TO W-JOBDEF-ERRORS

           MOVE W-JOBDEF-RECS      TO W-DISP-NUM

           DISPLAY W-ERROR-MSG
                   'job definition row '
                   W-DISP-NUM
                   ': '
                   W-OUTCOME-LONG

           MOVE SPACES             TO JOBRPT-REC
           STRING 'JOB DEFINITION ROW '
                   W-DISP-NUM
                   ': '
                   W-OUTCOME-LONG
                   ' - '
                   JOBDEF-REC(1 : 28)
                        DELIMITED SIZE
                             INTO JOBRPT-REC
           PERFORM SUB-9200-WRITE-JOBRPT THRU SUB-9200-EXIT
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9400-FIND-STEP.
      *-------------------
      **** W-FIND-NAME among the first W-FIND-LIMIT steps -
      **** W-FOUND-STEP is its place, or 0.

           MOVE 0                  TO W-FOUND-STEP

           PERFORM SUB-9410-MATCH-STEP THRU SUB-9410-EXIT
               VARYING W-LEN-SUB FROM 1 BY 1
                 UNTIL W-LEN-SUB > W-FIND-LIMIT
                    OR W-FOUND-STEP > 0
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9410-MATCH-STEP.
      *--------------------

           IF      W-ST-NAME(W-LEN-SUB) = W-FIND-NAME
               MOVE W-LEN-SUB      TO W-FOUND-STEP
           END-IF
           .
       SUB-9410-EXIT.
           EXIT.
      /
       SUB-9500-WRITE-CHECKPOINT.
      *--------------------------
      **** Rewrites the whole checkpoint file with the step the
      **** next run of this job has to resume at (W-RESTART-STEP).

           MOVE SPACES             TO JOBCKPT-REC
           MOVE W-JOB-ID           TO JK-JOB-ID
           MOVE W-RESTART-STEP     TO JK-STEP-NO
           MOVE W-ST-NAME(W-RESTART-STEP)
                                   TO JK-STEP-NAME

           OPEN OUTPUT JOBCKPT
           WRITE JOBCKPT-REC
           CLOSE JOBCKPT
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9510-CLEAR-CHECKPOINT.
      *--------------------------
      **** A job that finished OK leaves nothing to resume - park a
      **** zeroed record so the next run starts a new job.

           MOVE SPACES             TO JOBCKPT-REC
           MOVE W-JOB-ID           TO JK-JOB-ID
           MOVE 0                  TO JK-STEP-NO

           OPEN OUTPUT JOBCKPT
           WRITE JOBCKPT-REC
           CLOSE JOBCKPT
           .
       SUB-9510-EXIT.
           EXIT.
      /
       SUB-9600-OUTCOME-TEXT.
      *----------------------
      **** The outcome of step ST-DX, long for the summary and
      **** short for the run history.

           EVALUATE TRUE
             WHEN W-ST-OK(ST-DX)
               MOVE 'OK'           TO W-OUTCOME-LONG
                                      W-OUTCOME-SHORT

             WHEN W-ST-FAILED-RC(ST-DX)
               MOVE 'FAILED - RETURN CODE'
                                   TO W-OUTCOME-LONG
               MOVE 'FAILED RC'    TO W-OUTCOME-SHORT

             WHEN W-ST-FAILED-VERDICT(ST-DX)
               MOVE 'FAILED - CERTIFICATION FAIL'
                                   TO W-OUTCOME-LONG
               MOVE 'FAILED VERDICT'
                                   TO W-OUTCOME-SHORT

             WHEN W-ST-SKIPPED(ST-DX)
               IF      W-ST-DEP-NO(ST-DX) = 0
                   MOVE 'SKIPPED - EARLIER STEP NOT OK'
                                   TO W-OUTCOME-LONG
               ELSE
                   MOVE SPACES     TO W-OUTCOME-LONG
                   STRING 'SKIPPED - '
                           W-ST-DEPENDS(ST-DX)
                                DELIMITED ' '
                           ' NOT OK'
                                DELIMITED SIZE
                                     INTO W-OUTCOME-LONG
               END-IF
               MOVE 'SKIPPED'      TO W-OUTCOME-SHORT

             WHEN W-ST-EARLIER(ST-DX)
               MOVE 'OK IN AN EARLIER RUN'
                                   TO W-OUTCOME-LONG
               MOVE 'EARLIER'      TO W-OUTCOME-SHORT

             WHEN OTHER
               MOVE 'NOT RUN'      TO W-OUTCOME-LONG
               MOVE 'STARTED'      TO W-OUTCOME-SHORT
           END-EVALUATE
           .
       SUB-9600-EXIT.
           EXIT.
