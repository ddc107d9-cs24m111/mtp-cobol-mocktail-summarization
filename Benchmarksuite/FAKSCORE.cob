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

       PROGRAM-ID.             FAKSCORE.

      **** Scores a downstream edit run against the ERRKEY answer
      **** key FAKERTST writes for every row its dirty-data controls
      **** corrupt. The edit program's reject/exception file is
      **** copied to 'Data\FAKSCORE Rejects.txt' and each reject is
      **** placed on a TESTOUTP row through a configurable row key;
      **** the report then shows, per defect kind (T transposed
      **** digits, Z city/ZIP mismatch, B blanked field, D
      **** out-of-range date), how many planted defects were caught
      **** and how many missed, with the detection rate, how many
      **** clean rows were falsely rejected, and lists every missed
      **** and every false-positive row.
      ****
      **** The command line describes the row key - "sss lll" or
      **** "sss lll ooo":
      ****
      ****     sss   where the key starts on the reject record
      ****     lll   how long it is (up to 40)
      ****     ooo   omitted - the key holds the 1-relative TESTOUTP
      ****           row number itself (the EK-ROW-NO shape)
      ****           given   - the key is a value copied off the
      ****           TESTOUTP row, found there at position ooo; the
      ****           output file is read to turn it into a row
      ****
      **** A blank command line takes "001 009" - a reject record
      **** that leads with the nine-digit row number.

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
      **** FILE STATUS is checked on the three inputs because a
      **** scoring run with any one of them missing has nothing
      **** honest to report - it is stopped with a message rather
      **** than left to abend.
           SELECT ERRKEY               ASSIGN
                                       'Data\FAKERTST Errorkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-ERRKEY-STATUS.

           SELECT REJECTS              ASSIGN
                                       'Data\FAKSCORE Rejects.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-REJECTS-STATUS.

           SELECT TESTOUTP             ASSIGN
                                       'Data\FAKERTST Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-TESTOUTP-STATUS.

           SELECT SCORERPT             ASSIGN 'Data\FAKSCORE Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  ERRKEY.

      **** Mirror of the answer-key row FAKERTST writes - see its
      **** ERRKEY FD.
       01  ERRKEY-REC.
           05  EK-ROW-NO           PIC 9(09).
           05  EK-DELIM-1          PIC X(01).
           05  EK-PROVIDER-FUNCTION
                                   PIC X(30).
           05  EK-DELIM-2          PIC X(01).
           05  EK-ERROR-KIND       PIC X(01).
           05  EK-DELIM-3          PIC X(01).
           05  EK-BEFORE           PIC X(25).
           05  EK-DELIM-4          PIC X(01).
           05  EK-AFTER            PIC X(25).
           05  EK-DELIM-5          PIC X(01).
           05  EK-RUN-ID           PIC X(15).

       FD  REJECTS.

       01  REJECTS-REC             PIC X(300).

       FD  TESTOUTP.

       01  TESTOUTP-REC            PIC X(300).

       FD  SCORERPT.

       01  SCORERPT-REC.
           05  SC-LINE             PIC X(120).

      **** Layout used for the one-line-per-defect-kind totals.
       01  SCORERPT-KIND-REC REDEFINES SCORERPT-REC.
           05  SCK-KIND            PIC X(01).
           05  FILLER              PIC X(01).
           05  SCK-NAME            PIC X(28).
           05  FILLER              PIC X(02).
           05  SCK-PLANTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  SCK-CAUGHT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  SCK-MISSED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(05).
           05  SCK-RATE            PIC ZZ9.9.
           05  SCK-PERCENT         PIC X(01).
           05  FILLER              PIC X(38).

      **** Layout used for the column-heading line over the kinds.
       01  SCORERPT-HEADER-REC REDEFINES SCORERPT-REC.
           05  SCH-KIND            PIC X(30).
           05  FILLER              PIC X(02).
           05  SCH-PLANTED         PIC X(11).
           05  FILLER              PIC X(03).
           05  SCH-CAUGHT          PIC X(11).
           05  FILLER              PIC X(03).
           05  SCH-MISSED          PIC X(11).
           05  FILLER              PIC X(03).
           05  SCH-RATE            PIC X(08).
           05  FILLER              PIC X(38).

      **** Layout used for the one-line counts under the kinds.
       01  SCORERPT-COUNT-REC REDEFINES SCORERPT-REC.
           05  SCC-NAME            PIC X(40).
           05  FILLER              PIC X(02).
           05  SCC-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(67).

      **** Layout used for the missed, false-positive and unplaced
      **** row listings.
       01  SCORERPT-DETAIL-REC REDEFINES SCORERPT-REC.
           05  SCD-MARKER          PIC X(04).
           05  SCD-ROW             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  SCD-FUNCTION        PIC X(30).
           05  FILLER              PIC X(02).
           05  SCD-KIND            PIC X(01).
           05  FILLER              PIC X(02).
           05  SCD-TEXT            PIC X(68).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ERRKEY-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-REJECTS-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-TESTOUTP-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-SCORERPT-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-ERRKEY-STATUS         PIC X(02)       VALUE '00'.
           88  W-ERRKEY-FOUND                      VALUE '00'.

       01  W-REJECTS-STATUS        PIC X(02)       VALUE '00'.
           88  W-REJECTS-FOUND                     VALUE '00'.

       01  W-TESTOUTP-STATUS       PIC X(02)       VALUE '00'.
           88  W-TESTOUTP-FOUND                    VALUE '00'.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKSCORE error: '.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

      **** The row-key description off the command line.
       01  W-CMDLINE               PIC X(80)       VALUE SPACES.
       01  W-CMD-TOKEN-1           PIC X(20).
       01  W-CMD-TOKEN-2           PIC X(20).
       01  W-CMD-TOKEN-3           PIC X(20).
       01  W-CMD-LEN-1             PIC S9(4)  COMP.
       01  W-CMD-LEN-2             PIC S9(4)  COMP.
       01  W-CMD-LEN-3             PIC S9(4)  COMP.

       01  W-KEY-START             PIC 9(03)       VALUE 1.
       01  W-KEY-LENGTH            PIC 9(03)       VALUE 9.
       01  W-KEY-OUT-START         PIC 9(03)       VALUE 0.

       01  FILLER                  PIC X(01)       VALUE 'R'.
           88  W-KEY-IS-ROW-NO                     VALUE 'R'.
           88  W-KEY-IS-VALUE                      VALUE 'V'.

       01  W-KEY-WK                PIC X(40).
       01  W-ROW-NO                PIC 9(09)  COMP.
       01  W-ROW-NO-WK             PIC 9(09).

      **** Defect-kind tallies, slot for slot the kinds FAKERTST's
      **** SUB-2170-INJECT-ERROR plants, with a fifth slot for
      **** anything unrecognized on the answer key.
       01  W-KIND-TABLE.
           05  W-KIND-ENTRY        OCCURS 5
                                   INDEXED KD-DX.
               10  W-KD-KIND       PIC X(01).
               10  W-KD-NAME       PIC X(28).
               10  W-KD-PLANTED    PIC 9(09)  COMP.
               10  W-KD-CAUGHT     PIC 9(09)  COMP.

       01  W-KD-FOUND-DX           PIC S9(4)  COMP.
       01  W-KIND-WK               PIC X(01).
       01  W-RATE                  PIC 9(03)V9.

      **** Every TESTOUTP row the answer key or the rejects name,
      **** hashed on the row number (open addressing, linear probe
      **** - the same machinery FAKMERGE checks identifiers with).
      **** A planted row remembers its kind and whether a reject
      **** has caught it; a clean row turns up here only when it
      **** was rejected, which makes it a false positive. Row 0 is
      **** an empty slot.
       01  W-ROW-TABLE.
           05  W-ROW-SLOT                          OCCURS 1000003.
               10  W-RS-ROW-NO     PIC 9(09)  COMP.
               10  W-RS-TYPE       PIC X(01).
                   88  W-RS-PLANTED                VALUE 'P'.
                   88  W-RS-FALSE-POSITIVE         VALUE 'F'.
               10  W-RS-KIND-DX    PIC S9(4)  COMP.
               10  W-RS-CAUGHT-SW  PIC X(01).
                   88  W-RS-CAUGHT                 VALUE 'Y'.
               10  W-RS-LISTED-SW  PIC X(01).
                   88  W-RS-LISTED                 VALUE 'Y'.

       01  W-ROW-TABLE-SIZE        PIC 9(09)  COMP VALUE 1000003.
       01  W-ROW-SLOT-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-ROW-SLOT-MAX          PIC 9(09)  COMP VALUE 900000.
       01  W-ROW-DX                PIC 9(09)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ROW-FOUND                         VALUE 'Y'.
           88  W-ROW-NOT-FOUND                     VALUE 'N'.

      **** Value-key mode only - every TESTOUTP row's key value
      **** with the row it sits on, hashed the same way. A value
      **** carried by more than one row is placed on the first.
       01  W-KEY-TABLE.
           05  W-KEY-SLOT                          OCCURS 1000003.
               10  W-KS-KEY        PIC X(40).
               10  W-KS-ROW-NO     PIC 9(09)  COMP.

       01  W-KEY-TABLE-SIZE        PIC 9(09)  COMP VALUE 1000003.
       01  W-KEY-SLOT-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-KEY-SLOT-MAX          PIC 9(09)  COMP VALUE 900000.
       01  W-KEY-DX                PIC 9(09)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-KEY-FOUND                         VALUE 'Y'.
           88  W-KEY-NOT-FOUND                     VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TABLE-FULL                        VALUE 'Y'.
           88  W-TABLE-NOT-FULL                    VALUE 'N'.

       01  W-HASH                  PIC 9(09)  COMP.
       01  W-HASH-CHAR-VAL         PIC 9(03)  COMP.
       01  W-HASH-SUB              PIC S9(4)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-SEARCHING                         VALUE 'Y'.
           88  W-SEARCH-DONE                       VALUE 'N'.

       01  W-PLANTED-TOTAL         PIC 9(09)  COMP VALUE 0.
       01  W-CAUGHT-TOTAL          PIC 9(09)  COMP VALUE 0.
       01  W-FALSE-POS-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-UNPLACED-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-REPEAT-REJECT-CNT     PIC 9(09)  COMP VALUE 0.
       01  W-DUP-KEY-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-BLANK-KEY-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-DUP-ERRKEY-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-LIST-CNT              PIC 9(09)  COMP VALUE 0.

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
           AND     W-KEY-IS-VALUE
               PERFORM SUB-1300-LOAD-OUTPUT-KEYS THRU SUB-1300-EXIT
           END-IF

           IF      W-RUN-NOT-STOPPED
               PERFORM SUB-1500-LOAD-ERRKEY THRU SUB-1500-EXIT
           END-IF

           IF      W-RUN-NOT-STOPPED
               PERFORM SUB-2000-SCORE-REJECTS THRU SUB-2000-EXIT
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

           DISPLAY 'FAKSCORE compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

      **** Row 0 and an all-SPACES key mark the empty slots, so both
      **** tables have to start out that way explicitly.
           MOVE LOW-VALUES         TO W-ROW-TABLE
           MOVE SPACES             TO W-KEY-TABLE

           PERFORM SUB-1100-INIT-KINDS THRU SUB-1100-EXIT

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           PERFORM SUB-1200-PARSE-ROW-KEY THRU SUB-1200-EXIT

           OPEN OUTPUT SCORERPT

           MOVE 'FAKSCORE edit-run scoring report'
                                   TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC

           IF      W-KEY-IS-ROW-NO
               STRING 'ROW KEY: REJECT POSITION '
                       W-KEY-START
                       ' LENGTH '
                       W-KEY-LENGTH
                       ' HOLDS THE TESTOUTP ROW NUMBER'
                            DELIMITED SIZE
                                 INTO SCORERPT-REC
           ELSE
               STRING 'ROW KEY: REJECT POSITION '
                       W-KEY-START
                       ' LENGTH '
                       W-KEY-LENGTH
                       ' MATCHED TO TESTOUTP POSITION '
                       W-KEY-OUT-START
                            DELIMITED SIZE
                                 INTO SCORERPT-REC
           END-IF

           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-INIT-KINDS.
      *--------------------
      **** The kind letters and report names, slot for slot - the
      **** same letters TI-ERROR-KINDS takes on a TESTINPT card.

           MOVE 'T'                TO W-KD-KIND(1)
           MOVE 'TRANSPOSED DIGITS'
                                   TO W-KD-NAME(1)
           MOVE 'Z'                TO W-KD-KIND(2)
           MOVE 'CITY/ZIP MISMATCH'
                                   TO W-KD-NAME(2)
           MOVE 'B'                TO W-KD-KIND(3)
           MOVE 'BLANKED FIELD'    TO W-KD-NAME(3)
           MOVE 'D'                TO W-KD-KIND(4)
           MOVE 'OUT-OF-RANGE DATE'
                                   TO W-KD-NAME(4)
           MOVE SPACES             TO W-KD-KIND(5)
           MOVE '*** OTHER ***'    TO W-KD-NAME(5)

           PERFORM SUB-1110-INIT-KIND THRU SUB-1110-EXIT
               VARYING KD-DX FROM 1 BY 1
                 UNTIL KD-DX > 5
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-INIT-KIND.
      *-------------------

           MOVE 0                  TO W-KD-PLANTED(KD-DX)
           MOVE 0                  TO W-KD-CAUGHT(KD-DX)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-PARSE-ROW-KEY.
      *-----------------------
      **** "sss lll" or "sss lll ooo", each one to three digits -
      **** blank keeps the 001 009 row-number default. A key that
      **** does not fit the 300-byte records (or runs past 40
      **** bytes) stops the run: scoring off the wrong columns
      **** would publish a detection rate that means nothing.

           IF      W-CMDLINE = SPACES
               GO TO SUB-1200-EXIT
           END-IF

           MOVE SPACES             TO W-CMD-TOKEN-1
                                      W-CMD-TOKEN-2
                                      W-CMD-TOKEN-3
           MOVE 0                  TO W-CMD-LEN-1
                                      W-CMD-LEN-2
                                      W-CMD-LEN-3

           UNSTRING W-CMDLINE
                            DELIMITED ALL ' '
                                 INTO W-CMD-TOKEN-1
                                          COUNT IN W-CMD-LEN-1
                                      W-CMD-TOKEN-2
                                          COUNT IN W-CMD-LEN-2
                                      W-CMD-TOKEN-3
                                          COUNT IN W-CMD-LEN-3

           IF      W-CMD-LEN-1 < 1
           OR      W-CMD-LEN-1 > 3
           OR      W-CMD-LEN-2 < 1
           OR      W-CMD-LEN-2 > 3
           OR      W-CMD-LEN-3 > 3
               GO TO SUB-1200-BAD-KEY
           END-IF

           IF      W-CMD-TOKEN-1(1 : W-CMD-LEN-1) NOT NUMERIC
           OR      W-CMD-TOKEN-2(1 : W-CMD-LEN-2) NOT NUMERIC
               GO TO SUB-1200-BAD-KEY
           END-IF

           MOVE W-CMD-TOKEN-1(1 : W-CMD-LEN-1)
                                   TO W-KEY-START
           MOVE W-CMD-TOKEN-2(1 : W-CMD-LEN-2)
                                   TO W-KEY-LENGTH

           IF      W-CMD-LEN-3 > 0
               IF      W-CMD-TOKEN-3(1 : W-CMD-LEN-3) NOT NUMERIC
                   GO TO SUB-1200-BAD-KEY
               END-IF

               MOVE W-CMD-TOKEN-3(1 : W-CMD-LEN-3)
                                   TO W-KEY-OUT-START
               SET  W-KEY-IS-VALUE TO TRUE
           END-IF

           IF      W-KEY-START  < 1
           OR      W-KEY-LENGTH < 1
           OR      W-KEY-LENGTH > LENGTH OF W-KEY-WK
           OR      W-KEY-START + W-KEY-LENGTH - 1
                                   > LENGTH OF REJECTS-REC
               GO TO SUB-1200-BAD-KEY
           END-IF

           IF      W-KEY-IS-ROW-NO
           AND     W-KEY-LENGTH > 9
               GO TO SUB-1200-BAD-KEY
           END-IF

           IF      W-KEY-IS-VALUE
               IF      W-KEY-OUT-START < 1
               OR      W-KEY-OUT-START + W-KEY-LENGTH - 1
                                   > LENGTH OF TESTOUTP-REC
                   GO TO SUB-1200-BAD-KEY
               END-IF
           END-IF

           GO TO SUB-1200-EXIT
           .
       SUB-1200-BAD-KEY.
           DISPLAY W-ERROR-MSG
               'row key must be "sss lll" or "sss lll ooo" inside '
               'the record - got: '
               W-CMDLINE
           SET  W-RUN-STOPPED      TO TRUE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-OUTPUT-KEYS.
      *--------------------------
      **** Value-key mode: every TESTOUTP row's key value is tabled
      **** with its row number. The output carries the defects as
      **** planted, so a corrupted key still places its reject on
      **** the right row.

           OPEN INPUT TESTOUTP

           IF      NOT W-TESTOUTP-FOUND
               DISPLAY W-ERROR-MSG
                   'generated output not on hand - status '
                   W-TESTOUTP-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1300-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1310-LOAD-OUTPUT-KEY THRU SUB-1310-EXIT
               UNTIL W-EOF

           CLOSE TESTOUTP
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-LOAD-OUTPUT-KEY.
      *-------------------------

           READ TESTOUTP
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           ADD  1                  TO W-TESTOUTP-RECS

           MOVE SPACES             TO W-KEY-WK
           MOVE TESTOUTP-REC(W-KEY-OUT-START : W-KEY-LENGTH)
                                   TO W-KEY-WK

           IF      W-KEY-WK = SPACES
               ADD  1              TO W-BLANK-KEY-CNT
               GO TO SUB-1310-EXIT
           END-IF

           PERFORM SUB-9600-FIND-KEY-SLOT THRU SUB-9600-EXIT

           IF      W-KEY-FOUND
               ADD  1              TO W-DUP-KEY-CNT
               GO TO SUB-1310-EXIT
           END-IF

           IF      W-KEY-SLOT-CNT >= W-KEY-SLOT-MAX
               PERFORM SUB-9700-TABLE-FULL THRU SUB-9700-EXIT
               GO TO SUB-1310-EXIT
           END-IF

           ADD  1                  TO W-KEY-SLOT-CNT
           MOVE W-KEY-WK           TO W-KS-KEY(W-KEY-DX)
           MOVE W-TESTOUTP-RECS    TO W-KS-ROW-NO(W-KEY-DX)
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1500-LOAD-ERRKEY.
      *---------------------
      **** Every planted defect lands on the row table under its
      **** row number and kind.

           OPEN INPUT ERRKEY

           IF      NOT W-ERRKEY-FOUND
               DISPLAY W-ERROR-MSG
                   'answer key not on hand - status '
                   W-ERRKEY-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1500-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1510-LOAD-DEFECT THRU SUB-1510-EXIT
               UNTIL W-EOF

           CLOSE ERRKEY
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-LOAD-DEFECT.
      *---------------------

           READ ERRKEY
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1510-EXIT
           END-READ

           ADD  1                  TO W-ERRKEY-RECS

           IF      EK-ROW-NO NOT NUMERIC
           OR      EK-ROW-NO = 0
               DISPLAY W-ERROR-MSG
                   'answer-key row dropped - bad row number: '
                   ERRKEY-REC
               GO TO SUB-1510-EXIT
           END-IF

           MOVE EK-ROW-NO          TO W-ROW-NO

           PERFORM SUB-9500-FIND-ROW-SLOT THRU SUB-9500-EXIT

      **** FAKERTST plants one defect per row - a second answer-key
      **** row for the same output row is counted, not scored.
           IF      W-ROW-FOUND
               ADD  1              TO W-DUP-ERRKEY-CNT
               GO TO SUB-1510-EXIT
           END-IF

           IF      W-ROW-SLOT-CNT >= W-ROW-SLOT-MAX
               PERFORM SUB-9700-TABLE-FULL THRU SUB-9700-EXIT
               GO TO SUB-1510-EXIT
           END-IF

           MOVE EK-ERROR-KIND      TO W-KIND-WK
           PERFORM SUB-9300-FIND-KIND THRU SUB-9300-EXIT

           ADD  1                  TO W-ROW-SLOT-CNT
           MOVE W-ROW-NO           TO W-RS-ROW-NO(W-ROW-DX)
           MOVE 'P'                TO W-RS-TYPE(W-ROW-DX)
           MOVE W-KD-FOUND-DX      TO W-RS-KIND-DX(W-ROW-DX)
           MOVE 'N'                TO W-RS-CAUGHT-SW(W-ROW-DX)
           MOVE 'N'                TO W-RS-LISTED-SW(W-ROW-DX)

           ADD  1                  TO W-KD-PLANTED(W-KD-FOUND-DX)
           ADD  1                  TO W-PLANTED-TOTAL
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-2000-SCORE-REJECTS.
      *-----------------------
      **** Each reject is placed on its row: a planted row is
      **** caught (once, however many rejects it drew), a row the
      **** answer key does not name is a clean row falsely
      **** rejected, and a reject whose key places it nowhere is
      **** counted as unplaced.

           OPEN INPUT REJECTS

           IF      NOT W-REJECTS-FOUND
               DISPLAY W-ERROR-MSG
                   'reject file not on hand - status '
                   W-REJECTS-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2100-SCORE-REJECT THRU SUB-2100-EXIT
               UNTIL W-EOF

           CLOSE REJECTS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SCORE-REJECT.
      *----------------------

           READ REJECTS
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-REJECTS-RECS

           PERFORM SUB-2200-PLACE-REJECT THRU SUB-2200-EXIT

           IF      W-ROW-NO = 0
               ADD  1              TO W-UNPLACED-CNT
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-9500-FIND-ROW-SLOT THRU SUB-9500-EXIT

           IF      W-ROW-FOUND
               IF      W-RS-PLANTED(W-ROW-DX)
               AND     NOT W-RS-CAUGHT(W-ROW-DX)
                   MOVE 'Y'        TO W-RS-CAUGHT-SW(W-ROW-DX)
                   ADD  1          TO W-KD-CAUGHT
                                      (W-RS-KIND-DX(W-ROW-DX))
                   ADD  1          TO W-CAUGHT-TOTAL
               ELSE
                   ADD  1          TO W-REPEAT-REJECT-CNT
               END-IF

               GO TO SUB-2100-EXIT
           END-IF

           IF      W-ROW-SLOT-CNT >= W-ROW-SLOT-MAX
               PERFORM SUB-9700-TABLE-FULL THRU SUB-9700-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-ROW-SLOT-CNT
           MOVE W-ROW-NO           TO W-RS-ROW-NO(W-ROW-DX)
           MOVE 'F'                TO W-RS-TYPE(W-ROW-DX)
           MOVE 5                  TO W-RS-KIND-DX(W-ROW-DX)
           MOVE 'N'                TO W-RS-CAUGHT-SW(W-ROW-DX)
           MOVE 'N'                TO W-RS-LISTED-SW(W-ROW-DX)

           ADD  1                  TO W-FALSE-POS-CNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-PLACE-REJECT.
      *----------------------
      **** Turns the reject's key into a TESTOUTP row number - 0
      **** when it cannot be placed. A row-number key may carry
      **** leading spaces but must otherwise be all digits.

           MOVE 0                  TO W-ROW-NO
           MOVE SPACES             TO W-KEY-WK
           MOVE REJECTS-REC(W-KEY-START : W-KEY-LENGTH)
                                   TO W-KEY-WK

           IF      W-KEY-WK = SPACES
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-KEY-IS-ROW-NO
               INSPECT W-KEY-WK(1 : W-KEY-LENGTH)
                             REPLACING LEADING SPACE BY ZERO

               IF      W-KEY-WK(1 : W-KEY-LENGTH) NUMERIC
                   MOVE W-KEY-WK(1 : W-KEY-LENGTH)
                                   TO W-ROW-NO-WK
                   MOVE W-ROW-NO-WK
                                   TO W-ROW-NO
               END-IF

               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-9600-FIND-KEY-SLOT THRU SUB-9600-EXIT

           IF      W-KEY-FOUND
               MOVE W-KS-ROW-NO(W-KEY-DX)
                                   TO W-ROW-NO
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               MOVE '*** SCORING STOPPED - SEE THE RUN LOG'
                                   TO SCORERPT-REC
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
               CLOSE SCORERPT
               MOVE 8              TO RETURN-CODE
               DISPLAY 'FAKSCORE completed'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO SCORERPT-REC
           MOVE 'DEFECT KIND'      TO SCH-KIND
           MOVE '    PLANTED'      TO SCH-PLANTED
           MOVE '     CAUGHT'      TO SCH-CAUGHT
           MOVE '     MISSED'      TO SCH-MISSED
           MOVE '  CAUGHT'         TO SCH-RATE
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           PERFORM SUB-3100-WRITE-KIND-LINE THRU SUB-3100-EXIT
               VARYING KD-DX FROM 1 BY 1
                 UNTIL KD-DX > 5

           MOVE SPACES             TO SCORERPT-REC
           MOVE 'TOTAL'            TO SCK-NAME
           MOVE W-PLANTED-TOTAL    TO SCK-PLANTED
           MOVE W-CAUGHT-TOTAL     TO SCK-CAUGHT
           COMPUTE SCK-MISSED      =  W-PLANTED-TOTAL
                                      - W-CAUGHT-TOTAL

           IF      W-PLANTED-TOTAL > 0
               COMPUTE W-RATE ROUNDED
                                   =  W-CAUGHT-TOTAL * 100
                                      / W-PLANTED-TOTAL
               MOVE W-RATE         TO SCK-RATE
               MOVE '%'            TO SCK-PERCENT
           END-IF

           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           MOVE 'REJECT RECORDS READ'
                                   TO SCC-NAME
           MOVE W-REJECTS-RECS     TO SCC-COUNT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           MOVE 'FALSE POSITIVES (CLEAN ROWS REJECTED)'
                                   TO SCC-NAME
           MOVE W-FALSE-POS-CNT    TO SCC-COUNT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           MOVE 'REPEAT REJECTS OF AN ALREADY-SEEN ROW'
                                   TO SCC-NAME
           MOVE W-REPEAT-REJECT-CNT
                                   TO SCC-COUNT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           MOVE 'UNPLACED REJECTS (KEY NAMES NO ROW)'
                                   TO SCC-NAME
           MOVE W-UNPLACED-CNT     TO SCC-COUNT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           IF      W-KEY-IS-VALUE
               MOVE SPACES         TO SCORERPT-REC
               MOVE 'OUTPUT ROWS SHARING A KEY VALUE'
                                   TO SCC-NAME
               MOVE W-DUP-KEY-CNT  TO SCC-COUNT
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

               MOVE SPACES         TO SCORERPT-REC
               MOVE 'OUTPUT ROWS WITH A BLANK KEY'
                                   TO SCC-NAME
               MOVE W-BLANK-KEY-CNT
                                   TO SCC-COUNT
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           END-IF

           IF      W-DUP-ERRKEY-CNT > 0
               MOVE SPACES         TO SCORERPT-REC
               MOVE 'ANSWER-KEY ROWS NAMING A ROW TWICE'
                                   TO SCC-NAME
               MOVE W-DUP-ERRKEY-CNT
                                   TO SCC-COUNT
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           END-IF

           IF      W-TABLE-FULL
               MOVE SPACES         TO SCORERPT-REC
               MOVE '*** ROW TABLE FILLED - SCORE INCOMPLETE'
                                   TO SCORERPT-REC
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           END-IF

           PERFORM SUB-3200-LIST-MISSED THRU SUB-3200-EXIT

           PERFORM SUB-3400-LIST-FALSE-POS THRU SUB-3400-EXIT

           CLOSE SCORERPT

           MOVE W-ERRKEY-RECS      TO W-DISP-NUM
           DISPLAY 'ERRKEY rows read:         '
                   W-DISP-NUM

           MOVE W-REJECTS-RECS     TO W-DISP-NUM
           DISPLAY 'Reject records read:      '
                   W-DISP-NUM

           MOVE W-CAUGHT-TOTAL     TO W-DISP-NUM
           DISPLAY 'Defects caught:           '
                   W-DISP-NUM

           COMPUTE W-DISP-NUM      =  W-PLANTED-TOTAL
                                      - W-CAUGHT-TOTAL
           DISPLAY 'Defects missed:           '
                   W-DISP-NUM

           MOVE W-FALSE-POS-CNT    TO W-DISP-NUM
           DISPLAY 'False positives:          '
                   W-DISP-NUM

           DISPLAY 'FAKSCORE completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-KIND-LINE.
      *-------------------------
      **** The OTHER slot is printed only when the answer key
      **** carried a kind this program does not know.

           IF      KD-DX = 5
           AND     W-KD-PLANTED(KD-DX) = 0
               GO TO SUB-3100-EXIT
           END-IF

           MOVE SPACES             TO SCORERPT-REC
           MOVE W-KD-KIND(KD-DX)   TO SCK-KIND
           MOVE W-KD-NAME(KD-DX)   TO SCK-NAME
           MOVE W-KD-PLANTED(KD-DX)
                                   TO SCK-PLANTED
           MOVE W-KD-CAUGHT(KD-DX) TO SCK-CAUGHT
           COMPUTE SCK-MISSED      =  W-KD-PLANTED(KD-DX)
                                      - W-KD-CAUGHT(KD-DX)

           IF      W-KD-PLANTED(KD-DX) > 0
               COMPUTE W-RATE ROUNDED
                                   =  W-KD-CAUGHT(KD-DX) * 100
                                      / W-KD-PLANTED(KD-DX)
               MOVE W-RATE         TO SCK-RATE
               MOVE '%'            TO SCK-PERCENT
           END-IF

           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-LIST-MISSED.
      *---------------------
      **** Every planted defect no reject caught, in answer-key
      **** (and so row) order - the answer key is read a second
      **** time for the before and after values.

           MOVE SPACES             TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE 'MISSED DEFECTS'   TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           MOVE '        ROW'      TO SCORERPT-REC(5:11)
           MOVE 'PROVIDER-FUNCTION'
                                   TO SCD-FUNCTION
           MOVE 'K'                TO SCD-KIND
           MOVE 'BEFORE -> AFTER'  TO SCD-TEXT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE 0                  TO W-LIST-CNT

           OPEN INPUT ERRKEY

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-3210-LIST-MISSED-ROW THRU SUB-3210-EXIT
               UNTIL W-EOF

           CLOSE ERRKEY

           IF      W-LIST-CNT = 0
               MOVE '    (NONE)'   TO SCORERPT-REC
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-LIST-MISSED-ROW.
      *-------------------------

           READ ERRKEY
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-3210-EXIT
           END-READ

           IF      EK-ROW-NO NOT NUMERIC
           OR      EK-ROW-NO = 0
               GO TO SUB-3210-EXIT
           END-IF

           MOVE EK-ROW-NO          TO W-ROW-NO

           PERFORM SUB-9500-FIND-ROW-SLOT THRU SUB-9500-EXIT

           IF      W-ROW-NOT-FOUND
               GO TO SUB-3210-EXIT
           END-IF

           IF      W-RS-CAUGHT(W-ROW-DX)
           OR      W-RS-LISTED(W-ROW-DX)
               GO TO SUB-3210-EXIT
           END-IF

           MOVE 'Y'                TO W-RS-LISTED-SW(W-ROW-DX)
           ADD  1                  TO W-LIST-CNT

           MOVE SPACES             TO SCORERPT-REC
           MOVE '*** '             TO SCD-MARKER
           MOVE EK-ROW-NO          TO SCD-ROW
           MOVE EK-PROVIDER-FUNCTION
                                   TO SCD-FUNCTION
           MOVE EK-ERROR-KIND      TO SCD-KIND
           STRING EK-BEFORE
                   ' -> '
                   EK-AFTER
                        DELIMITED SIZE
                             INTO SCD-TEXT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3400-LIST-FALSE-POS.
      *------------------------
      **** Every clean row the edit run rejected, and every reject
      **** that could not be placed, in reject-file order - the
      **** reject file is read a second time so each listing shows
      **** the start of the reject record itself.

           MOVE SPACES             TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE 'FALSE POSITIVES AND UNPLACED REJECTS'
                                   TO SCORERPT-REC
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO SCORERPT-REC
           MOVE '        ROW'      TO SCORERPT-REC(5:11)
           MOVE 'FINDING'          TO SCD-FUNCTION
           MOVE 'REJECT RECORD'    TO SCD-TEXT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT

           MOVE 0                  TO W-LIST-CNT

           OPEN INPUT REJECTS

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-3410-LIST-FALSE-POS-ROW THRU SUB-3410-EXIT
               UNTIL W-EOF

           CLOSE REJECTS

           IF      W-LIST-CNT = 0
               MOVE '    (NONE)'   TO SCORERPT-REC
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-3400-EXIT.
           EXIT.
      /
       SUB-3410-LIST-FALSE-POS-ROW.
      *----------------------------

           READ REJECTS
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-3410-EXIT
           END-READ

           PERFORM SUB-2200-PLACE-REJECT THRU SUB-2200-EXIT

           IF      W-ROW-NO = 0
               ADD  1              TO W-LIST-CNT
               MOVE SPACES         TO SCORERPT-REC
               MOVE '*** '         TO SCD-MARKER
               MOVE 'UNPLACED REJECT'
                                   TO SCD-FUNCTION
               MOVE REJECTS-REC    TO SCD-TEXT
               PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
               GO TO SUB-3410-EXIT
           END-IF

           PERFORM SUB-9500-FIND-ROW-SLOT THRU SUB-9500-EXIT

           IF      W-ROW-NOT-FOUND
               GO TO SUB-3410-EXIT
           END-IF

           IF      NOT W-RS-FALSE-POSITIVE(W-ROW-DX)
           OR      W-RS-LISTED(W-ROW-DX)
               GO TO SUB-3410-EXIT
           END-IF

           MOVE 'Y'                TO W-RS-LISTED-SW(W-ROW-DX)
           ADD  1                  TO W-LIST-CNT

           MOVE SPACES             TO SCORERPT-REC
           MOVE '*** '             TO SCD-MARKER
           MOVE W-ROW-NO           TO SCD-ROW
           MOVE 'CLEAN ROW REJECTED'
                                   TO SCD-FUNCTION
           MOVE REJECTS-REC        TO SCD-TEXT
           PERFORM SUB-9200-WRITE-SCORERPT THRU SUB-9200-EXIT
           .
       SUB-3410-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-SCORERPT.
      *------------------------

           WRITE SCORERPT-REC

           ADD  1                  TO W-SCORERPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-FIND-KIND.
      *-------------------
      **** Finds W-KIND-WK on the kind table - anything unknown
      **** falls to the OTHER slot.

           MOVE 5                  TO W-KD-FOUND-DX

           PERFORM SUB-9310-MATCH-KIND THRU SUB-9310-EXIT
               VARYING KD-DX FROM 1 BY 1
                 UNTIL KD-DX > 4
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9310-MATCH-KIND.
      *--------------------

           IF      W-KD-KIND(KD-DX) = W-KIND-WK
               SET  W-KD-FOUND-DX  TO KD-DX
           END-IF
           .
       SUB-9310-EXIT.
           EXIT.
      /
       SUB-9500-FIND-ROW-SLOT.
      *-----------------------
      **** Leaves W-ROW-DX on the slot holding W-ROW-NO, or on the
      **** empty slot it would go in. A row number hashes straight
      **** off its own value.

           COMPUTE W-ROW-DX        =  FUNCTION MOD (W-ROW-NO,
                                      W-ROW-TABLE-SIZE)
                                      + 1

           SET  W-SEARCHING        TO TRUE

           PERFORM SUB-9505-PROBE-ROW-SLOT THRU SUB-9505-EXIT
               UNTIL W-SEARCH-DONE
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9505-PROBE-ROW-SLOT.
      *------------------------

           EVALUATE TRUE
             WHEN W-RS-ROW-NO(W-ROW-DX) = 0
               SET  W-ROW-NOT-FOUND
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN W-RS-ROW-NO(W-ROW-DX) = W-ROW-NO
               SET  W-ROW-FOUND    TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN OTHER
               ADD  1              TO W-ROW-DX

               IF      W-ROW-DX > W-ROW-TABLE-SIZE
                   MOVE 1          TO W-ROW-DX
               END-IF
           END-EVALUATE
           .
       SUB-9505-EXIT.
           EXIT.
      /
       SUB-9600-FIND-KEY-SLOT.
      *-----------------------
      **** Leaves W-KEY-DX on the slot holding the value in
      **** W-KEY-WK, or on the empty slot it would go in - hashed
      **** with the same multiply-and-fold FAKMERGE uses.

           MOVE 0                  TO W-HASH

           PERFORM SUB-9610-HASH-CHAR THRU SUB-9610-EXIT
               VARYING W-HASH-SUB FROM 1 BY 1
                 UNTIL W-HASH-SUB > W-KEY-LENGTH

           COMPUTE W-KEY-DX        =  W-HASH + 1

           SET  W-SEARCHING        TO TRUE

           PERFORM SUB-9620-PROBE-KEY-SLOT THRU SUB-9620-EXIT
               UNTIL W-SEARCH-DONE
           .
       SUB-9600-EXIT.
           EXIT.
      /
       SUB-9610-HASH-CHAR.
      *-------------------

           COMPUTE W-HASH-CHAR-VAL =  FUNCTION ORD (
                                      W-KEY-WK(W-HASH-SUB : 1))

           COMPUTE W-HASH          =  FUNCTION MOD (
                                      W-HASH * 31
                                      + W-HASH-CHAR-VAL,
                                      W-KEY-TABLE-SIZE)
           .
       SUB-9610-EXIT.
           EXIT.
      /
       SUB-9620-PROBE-KEY-SLOT.
      *------------------------

           EVALUATE TRUE
             WHEN W-KS-KEY(W-KEY-DX) = SPACES
               SET  W-KEY-NOT-FOUND
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN W-KS-KEY(W-KEY-DX) = W-KEY-WK
               SET  W-KEY-FOUND    TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN OTHER
               ADD  1              TO W-KEY-DX

               IF      W-KEY-DX > W-KEY-TABLE-SIZE
                   MOVE 1          TO W-KEY-DX
               END-IF
           END-EVALUATE
           .
       SUB-9620-EXIT.
           EXIT.
      /
       SUB-9700-TABLE-FULL.
      *--------------------
      **** A full table cannot score honestly - the report says so
      **** with a one-time warning rather than quietly scoring a
      **** subset.

           IF      W-TABLE-NOT-FULL
               SET  W-TABLE-FULL   TO TRUE
               DISPLAY W-ERROR-MSG
                   'row table full - score is incomplete'
           END-IF
           .
       SUB-9700-EXIT.
           EXIT.
