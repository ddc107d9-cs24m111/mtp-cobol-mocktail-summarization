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

       PROGRAM-ID.             FAKRCOMP.

      **** Run-to-run regression comparison for seeded FAKERTST
      **** decks: a seeded deck must regenerate its saved output
      **** byte for byte, so after any change to FAKADDR, FAKPERS,
      **** FAKRAND or the CITYZIP/WEIGHTDF reference files this
      **** program lines a saved baseline up against the new run's
      **** files and reports every row and field that moved.
      ****
      **** Baselines are saved copies of a good run's files, kept
      **** under the names below - any file pair whose baseline is
      **** not on hand is skipped, so a shop that only baselines
      **** its TESTOUTP file simply gets that one compared:
      ****
      ****     Data\FAKRCOMP Baseline Output.txt   FAKERTST Output
      ****     Data\FAKRCOMP Baseline Linkcust.txt FAKERTST Linkcust
      ****     Data\FAKRCOMP Baseline Linkacct.txt FAKERTST Linkacct
      ****     Data\FAKRCOMP Baseline Linktran.txt FAKERTST Linktran
      ****
      **** TESTOUTP rows (text, columnar or LAYOUT-RECORD, even
      **** mixed in one file) are lined up by provider-function and
      **** unit position - the nth row of a function in the
      **** baseline against the nth row of that function in the
      **** new run - so a card that gains or loses rows disturbs
      **** only its own function. Link-file rows line up by
      **** position. The run-ID columns differ on every run by
      **** design and are left out of the comparison.
      ****
      **** The command line optionally names a LAYOUTDF layout
      **** (e.g. "CUSTMAST"), whose field rows then break LAYOUT-
      **** RECORD differences down by field instead of reporting
      **** the record as a whole.
      ****
      **** The report ends with a REPRODUCIBLE / NOT REPRODUCIBLE
      **** verdict - NOT REPRODUCIBLE sets return code 8, the same
      **** way a FAIL certification does.

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
      **** One baseline file and its new-run counterpart - reopened
      **** under each file pair's names in turn. FILE STATUS is
      **** checked because a pair with no baseline is skipped and a
      **** new-run file that is missing counts every baseline row
      **** as lost, neither of which may abend the comparison.
           SELECT BASEFILE             ASSIGN TO DYNAMIC W-BASEFILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-BASEFILE-STATUS.

           SELECT NEWFILE              ASSIGN TO DYNAMIC W-NEWFILE-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-NEWFILE-STATUS.

      **** Layout definitions - read only when the command line
      **** names a layout. FILE STATUS is checked because a shop
      **** with no layouts simply has no file.
           SELECT LAYOUTDF             ASSIGN
                                       'Data\FAKERTST Layouts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-LAYOUTDF-STATUS.

           SELECT COMPRPT              ASSIGN 'Data\FAKRCOMP Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  BASEFILE.

       01  BASEFILE-REC            PIC X(300).

       FD  NEWFILE.

       01  NEWFILE-REC             PIC X(300).

       FD  LAYOUTDF.

      **** Mirror of FAKERTST's LAYOUTDF-REC layout.
       01  LAYOUTDF-REC.
           05  LD-LAYOUT-NAME      PIC X(10).
           05  LD-FIELD-NAME       PIC X(20).
           05  LD-START            PIC X(03).
           05  LD-LENGTH           PIC X(03).
           05  LD-PROVIDER-FUNCTION
                                   PIC X(30).

       FD  COMPRPT.

       01  COMPRPT-REC.
           05  CR-LINE             PIC X(120).

      **** Layout used for one changed field, or one row present on
      **** only one side.
       01  COMPRPT-DETAIL-REC REDEFINES COMPRPT-REC.
           05  CRD-FUNCTION        PIC X(30).
           05  FILLER              PIC X(01).
           05  CRD-UNIT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRD-FIELD           PIC X(20).
           05  FILLER              PIC X(01).
           05  CRD-BASE            PIC X(27).
           05  FILLER              PIC X(01).
           05  CRD-NEW             PIC X(27).
           05  FILLER              PIC X(01).

      **** Layout used for the per-provider-function totals.
       01  COMPRPT-TOTAL-REC REDEFINES COMPRPT-REC.
           05  CRT-FUNCTION        PIC X(30).
           05  FILLER              PIC X(01).
           05  CRT-BASE-ROWS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRT-NEW-ROWS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRT-MATCHED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRT-CHANGED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRT-FIELDS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRT-MISSING         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  CRT-EXTRA           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(06).

      **** Layout used for the column headings over the totals.
       01  COMPRPT-HEADER-REC REDEFINES COMPRPT-REC.
           05  CRH-FUNCTION        PIC X(30).
           05  FILLER              PIC X(01).
           05  CRH-BASE-ROWS       PIC X(11).
           05  FILLER              PIC X(01).
           05  CRH-NEW-ROWS        PIC X(11).
           05  FILLER              PIC X(01).
           05  CRH-MATCHED         PIC X(11).
           05  FILLER              PIC X(01).
           05  CRH-CHANGED         PIC X(11).
           05  FILLER              PIC X(01).
           05  CRH-FIELDS          PIC X(11).
           05  FILLER              PIC X(01).
           05  CRH-MISSING         PIC X(11).
           05  FILLER              PIC X(01).
           05  CRH-EXTRA           PIC X(11).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-BASEFILE-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-NEWFILE-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-COMPRPT-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-BASEFILE-NAME         PIC X(40).
       01  W-NEWFILE-NAME          PIC X(40).

       01  W-BASEFILE-STATUS       PIC X(02)       VALUE '00'.
           88  W-BASEFILE-FOUND                    VALUE '00'.

       01  W-NEWFILE-STATUS        PIC X(02)       VALUE '00'.
           88  W-NEWFILE-FOUND                     VALUE '00'.

       01  W-LAYOUTDF-STATUS       PIC X(02)       VALUE '00'.
           88  W-LAYOUTDF-FOUND                    VALUE '00'.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKRCOMP error: '.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BASE-EOF                          VALUE 'Y'.
           88  W-BASE-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-NEW-EOF                           VALUE 'Y'.
           88  W-NEW-NOT-EOF                       VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BASE-IN-GROUP                     VALUE 'Y'.
           88  W-BASE-NOT-IN-GROUP                 VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-NEW-IN-GROUP                      VALUE 'Y'.
           88  W-NEW-NOT-IN-GROUP                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-NEW-ON-HAND                       VALUE 'Y'.
           88  W-NEW-NOT-ON-HAND                   VALUE 'N'.

       01  W-CMDLINE               PIC X(80)       VALUE SPACES.
       01  W-LAYOUT-NAME           PIC X(10)       VALUE SPACES.

      **** The four file pairs, slot for slot: TESTOUTP and the
      **** three LINKED-SET files. The type letter picks the row
      **** classification - O sorts TESTOUTP rows by their shape,
      **** 1/2/3 are the link files' own field layouts.
       01  W-PAIR-TABLE.
           05  W-PAIR-ENTRY        OCCURS 4
                                   INDEXED PR-DX.
               10  W-PAIR-LABEL    PIC X(08).
               10  W-PAIR-TYPE     PIC X(01).
               10  W-PAIR-BASE-NAME
                                   PIC X(40).
               10  W-PAIR-NEW-NAME PIC X(40).

       01  W-PAIRS-COMPARED        PIC 9(09)  COMP VALUE 0.
       01  W-PAIRS-SKIPPED         PIC 9(09)  COMP VALUE 0.

      **** The fields of every row shape FAKERTST writes - type,
      **** role (F compared field, R run-ID column left out of the
      **** comparison), name, start and length. Types are T text
      **** row, C columnar row, P columnar CUSTOMER-PROFILE row,
      **** L LAYOUT-RECORD row taken whole, 1/2/3 the LINKCUST/
      **** LINKACCT/LINKTRAN rows - positions as FAKERTST's FDs
      **** lay them down.
       01  W-FIELD-DEFS.
           05  FILLER              PIC X(28)       VALUE
               'TFRESULT              033080'.
           05  FILLER              PIC X(28)       VALUE
               'CFRESULT              032080'.
           05  FILLER              PIC X(28)       VALUE
               'CFFIELD-1             113035'.
           05  FILLER              PIC X(28)       VALUE
               'CFFIELD-2             149035'.
           05  FILLER              PIC X(28)       VALUE
               'CFFIELD-3             185035'.
           05  FILLER              PIC X(28)       VALUE
               'CFFIELD-4             221010'.
           05  FILLER              PIC X(28)       VALUE
               'CRRUN-ID              232015'.
           05  FILLER              PIC X(28)       VALUE
               'PFFIRST-NAME          032025'.
           05  FILLER              PIC X(28)       VALUE
               'PFLAST-NAME           058035'.
           05  FILLER              PIC X(28)       VALUE
               'PFSTREET              094035'.
           05  FILLER              PIC X(28)       VALUE
               'PFCITY                130025'.
           05  FILLER              PIC X(28)       VALUE
               'PFSTATE-ABBR          156002'.
           05  FILLER              PIC X(28)       VALUE
               'PFPOSTCODE            159007'.
           05  FILLER              PIC X(28)       VALUE
               'PFTELEPHONE           167012'.
           05  FILLER              PIC X(28)       VALUE
               'PFSSN                 180009'.
           05  FILLER              PIC X(28)       VALUE
               'PFBANK-ACCT           190014'.
           05  FILLER              PIC X(28)       VALUE
               'PRRUN-ID              205015'.
           05  FILLER              PIC X(28)       VALUE
               'LFRECORD              001300'.
           05  FILLER              PIC X(28)       VALUE
               '1FSSN                 001009'.
           05  FILLER              PIC X(28)       VALUE
               '1FFIRST-NAME          011025'.
           05  FILLER              PIC X(28)       VALUE
               '1FLAST-NAME           037035'.
           05  FILLER              PIC X(28)       VALUE
               '1FSTREET              073035'.
           05  FILLER              PIC X(28)       VALUE
               '1FCITY                109025'.
           05  FILLER              PIC X(28)       VALUE
               '1FSTATE-ABBR          135002'.
           05  FILLER              PIC X(28)       VALUE
               '1FPOSTCODE            138007'.
           05  FILLER              PIC X(28)       VALUE
               '1FTELEPHONE           146012'.
           05  FILLER              PIC X(28)       VALUE
               '1FACCT-CNT            159002'.
           05  FILLER              PIC X(28)       VALUE
               '1RRUN-ID              162015'.
           05  FILLER              PIC X(28)       VALUE
               '2FSSN                 001009'.
           05  FILLER              PIC X(28)       VALUE
               '2FACCT-NO             011014'.
           05  FILLER              PIC X(28)       VALUE
               '2FOPEN-DATE           026010'.
           05  FILLER              PIC X(28)       VALUE
               '2FTRAN-CNT            037003'.
           05  FILLER              PIC X(28)       VALUE
               '2FBALANCE             041012'.
           05  FILLER              PIC X(28)       VALUE
               '2RRUN-ID              054015'.
           05  FILLER              PIC X(28)       VALUE
               '3FACCT-NO             001014'.
           05  FILLER              PIC X(28)       VALUE
               '3FTRAN-SEQ            016003'.
           05  FILLER              PIC X(28)       VALUE
               '3FTRAN-DATE           020010'.
           05  FILLER              PIC X(28)       VALUE
               '3FTRAN-AMT            031011'.
           05  FILLER              PIC X(28)       VALUE
               '3FBALANCE             043012'.
           05  FILLER              PIC X(28)       VALUE
               '3RRUN-ID              056015'.

       01  W-FIELD-DEF-CNT         PIC S9(4)  COMP VALUE 40.

      **** The working field table - the fixed definitions above,
      **** followed by one M (mapped layout) entry per LAYOUTDF row
      **** of the layout named on the command line.
       01  W-FLD-TABLE.
           05  W-FLD-ENTRY         OCCURS 140
                                   INDEXED FL-DX.
               10  W-FLD-TYPE      PIC X(01).
               10  W-FLD-ROLE      PIC X(01).
                   88  W-FLD-COMPARED              VALUE 'F'.
                   88  W-FLD-RUN-ID                VALUE 'R'.
               10  W-FLD-NAME      PIC X(20).
               10  W-FLD-START     PIC 9(03).
               10  W-FLD-LENGTH    PIC 9(03).

       01  W-FLD-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-FLD-MAX               PIC S9(4)  COMP VALUE 140.
       01  W-LAYOUT-FLD-CNT        PIC S9(4)  COMP VALUE 0.

      **** Per-provider-function totals for the file pair being
      **** compared, built the same first-come way FAKMERGE's
      **** function table is, with one shared overflow slot.
       01  W-FUNC-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-FUNC-FOUND-DX         PIC S9(4)  COMP.
       01  W-FUNC-OVERFLOW-DX      PIC S9(4)  COMP VALUE 0.
       01  W-FUNC-TABLE.
           05  W-FUNC-ENTRY        OCCURS 50 INDEXED FC-DX.
               10  W-FUNC-NAME     PIC X(30).
               10  W-FUNC-BASE-ROWS
                                   PIC 9(09)  COMP.
               10  W-FUNC-NEW-ROWS PIC 9(09)  COMP.
               10  W-FUNC-CHANGED  PIC 9(09)  COMP.
               10  W-FUNC-FIELDS   PIC 9(09)  COMP.
               10  W-FUNC-MISSING  PIC 9(09)  COMP.
               10  W-FUNC-EXTRA    PIC 9(09)  COMP.
               10  W-FUNC-DETAILS  PIC 9(09)  COMP.
               10  W-FUNC-UNLISTED PIC 9(09)  COMP.

       01  W-GROUP-DX              PIC S9(4)  COMP.
       01  W-UNIT-NO               PIC 9(09)  COMP.

      **** The row being classified, and what it turned out to be.
       01  W-ROW-WK                PIC X(300).
       01  W-ROW-FUNC              PIC X(30).
       01  W-ROW-TYPE              PIC X(01).
       01  W-CURR-FUNC             PIC X(30).
       01  W-BASE-CURR-FUNC        PIC X(30).
       01  W-NEW-CURR-FUNC         PIC X(30).

      **** The current unit on each side, as read and with its
      **** run-ID columns blanked for the comparison.
       01  W-BASE-ROW              PIC X(300).
       01  W-BASE-TYPE             PIC X(01).
       01  W-NEW-ROW               PIC X(300).
       01  W-NEW-TYPE              PIC X(01).
       01  W-BASE-CMP              PIC X(300).
       01  W-NEW-CMP               PIC X(300).

       01  W-ROW-DIFF-FIELDS       PIC 9(09)  COMP.

      **** One difference on its way to the report - the field
      **** name, where the values sit, and whether each side has a
      **** row at all.
       01  W-DIFF-FIELD            PIC X(20).
       01  W-SHOW-START            PIC S9(4)  COMP.
       01  W-SHOW-LENGTH           PIC S9(4)  COMP.
       01  W-SHOW-OFFSET           PIC S9(4)  COMP.
       01  W-CHAR-SUB              PIC S9(4)  COMP.
       01  W-DATA-START            PIC S9(4)  COMP.
       01  W-TYPE-WK               PIC X(01).

       01  FILLER                  PIC X(01)       VALUE 'B'.
           88  W-DIFF-BOTH-SIDES                   VALUE 'B'.
           88  W-DIFF-BASE-ONLY                    VALUE 'O'.
           88  W-DIFF-NEW-ONLY                     VALUE 'N'.

      **** Difference detail lines are capped per provider-function
      **** so one broken generator cannot flood the report - the
      **** totals carry the full story.
       01  W-DETAIL-MAX            PIC 9(09)  COMP VALUE 50.

      **** File-pair and whole-run totals.
       01  W-PAIR-BASE-ROWS        PIC 9(09)  COMP.
       01  W-PAIR-NEW-ROWS         PIC 9(09)  COMP.
       01  W-PAIR-MATCHED          PIC 9(09)  COMP.
       01  W-PAIR-CHANGED          PIC 9(09)  COMP.
       01  W-PAIR-FIELDS           PIC 9(09)  COMP.
       01  W-PAIR-MISSING          PIC 9(09)  COMP.
       01  W-PAIR-EXTRA            PIC 9(09)  COMP.
       01  W-MATCHED-WK            PIC 9(09)  COMP.

       01  W-RUN-ROWS-COMPARED     PIC 9(09)  COMP VALUE 0.
       01  W-RUN-DIFFERENCES       PIC 9(09)  COMP VALUE 0.

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

           PERFORM SUB-2000-COMPARE-PAIR THRU SUB-2000-EXIT
               VARYING PR-DX FROM 1 BY 1
                 UNTIL PR-DX > 4

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKRCOMP compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE W-FIELD-DEFS       TO W-FLD-TABLE
           MOVE W-FIELD-DEF-CNT    TO W-FLD-CNT

           PERFORM SUB-1200-INIT-PAIRS THRU SUB-1200-EXIT

           OPEN OUTPUT COMPRPT

           MOVE 'FAKRCOMP run-to-run regression comparison'
                                   TO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE 'RUN-ID COLUMNS ARE NOT COMPARED'
                                   TO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           UNSTRING W-CMDLINE
                            DELIMITED ALL ' '
                                 INTO W-LAYOUT-NAME

           IF      W-LAYOUT-NAME NOT = SPACES
               PERFORM SUB-1100-LOAD-LAYOUT THRU SUB-1100-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-LAYOUT.
      *---------------------
      **** The named layout's field rows become M entries on the
      **** field table. A layout that cannot be found is reported
      **** and LAYOUT-RECORD rows fall back to whole-record
      **** comparison - the differences are still all caught, only
      **** less finely named.

           OPEN INPUT LAYOUTDF

           IF      NOT W-LAYOUTDF-FOUND
               MOVE SPACES         TO COMPRPT-REC
               STRING '*** LAYOUT FILE NOT ON HAND - LAYOUT '
                       W-LAYOUT-NAME
                       ' COMPARED AS WHOLE RECORDS'
                            DELIMITED SIZE
                                 INTO COMPRPT-REC
               PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT
               GO TO SUB-1100-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1110-READ-LAYOUT THRU SUB-1110-EXIT
               UNTIL W-EOF

           CLOSE LAYOUTDF

           MOVE SPACES             TO COMPRPT-REC

           IF      W-LAYOUT-FLD-CNT = 0
               STRING '*** LAYOUT '
                       W-LAYOUT-NAME
                       ' HAS NO FIELD ROWS - COMPARED AS WHOLE'
                       ' RECORDS'
                            DELIMITED SIZE
                                 INTO COMPRPT-REC
           ELSE
               STRING 'LAYOUT-RECORD ROWS COMPARED FIELD BY FIELD'
                       ' PER LAYOUT '
                       W-LAYOUT-NAME
                            DELIMITED SIZE
                                 INTO COMPRPT-REC
           END-IF

           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-LAYOUT.
      *---------------------

           READ LAYOUTDF
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      LD-LAYOUT-NAME NOT = W-LAYOUT-NAME
               GO TO SUB-1110-EXIT
           END-IF

      **** A row FAKERTST's own edit would reject is left out
      **** rather than allowed to point outside the record.
           IF      LD-START  NOT NUMERIC
           OR      LD-LENGTH NOT NUMERIC
               GO TO SUB-1110-EXIT
           END-IF

           IF      LD-START  = '000'
           OR      LD-LENGTH = '000'
               GO TO SUB-1110-EXIT
           END-IF

           MOVE LD-START           TO W-SHOW-START
           MOVE LD-LENGTH          TO W-SHOW-LENGTH

           IF      W-SHOW-START + W-SHOW-LENGTH - 1
                                   > LENGTH OF BASEFILE-REC
           OR      W-FLD-CNT >= W-FLD-MAX
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-FLD-CNT
           ADD  1                  TO W-LAYOUT-FLD-CNT
           MOVE 'M'                TO W-FLD-TYPE(W-FLD-CNT)
           MOVE 'F'                TO W-FLD-ROLE(W-FLD-CNT)
           MOVE LD-FIELD-NAME      TO W-FLD-NAME(W-FLD-CNT)
           MOVE LD-START           TO W-FLD-START(W-FLD-CNT)
           MOVE LD-LENGTH          TO W-FLD-LENGTH(W-FLD-CNT)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-INIT-PAIRS.
      *--------------------

           MOVE 'OUTPUT'           TO W-PAIR-LABEL(1)
           MOVE 'O'                TO W-PAIR-TYPE(1)
           MOVE 'Data\FAKRCOMP Baseline Output.txt'
                                   TO W-PAIR-BASE-NAME(1)
           MOVE 'Data\FAKERTST Output.txt'
                                   TO W-PAIR-NEW-NAME(1)

           MOVE 'LINKCUST'         TO W-PAIR-LABEL(2)
           MOVE '1'                TO W-PAIR-TYPE(2)
           MOVE 'Data\FAKRCOMP Baseline Linkcust.txt'
                                   TO W-PAIR-BASE-NAME(2)
           MOVE 'Data\FAKERTST Linkcust.txt'
                                   TO W-PAIR-NEW-NAME(2)

           MOVE 'LINKACCT'         TO W-PAIR-LABEL(3)
           MOVE '2'                TO W-PAIR-TYPE(3)
           MOVE 'Data\FAKRCOMP Baseline Linkacct.txt'
                                   TO W-PAIR-BASE-NAME(3)
           MOVE 'Data\FAKERTST Linkacct.txt'
                                   TO W-PAIR-NEW-NAME(3)

           MOVE 'LINKTRAN'         TO W-PAIR-LABEL(4)
           MOVE '3'                TO W-PAIR-TYPE(4)
           MOVE 'Data\FAKRCOMP Baseline Linktran.txt'
                                   TO W-PAIR-BASE-NAME(4)
           MOVE 'Data\FAKERTST Linktran.txt'
                                   TO W-PAIR-NEW-NAME(4)
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-COMPARE-PAIR.
      *----------------------
      **** One baseline file against its new-run counterpart: a
      **** survey pass finds every provider-function on either
      **** side, then each function's rows are lined up and
      **** compared in a pass of their own, so the differences
      **** come out grouped by function.

           MOVE W-PAIR-BASE-NAME(PR-DX)
                                   TO W-BASEFILE-NAME
           MOVE W-PAIR-NEW-NAME(PR-DX)
                                   TO W-NEWFILE-NAME

           MOVE SPACES             TO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO COMPRPT-REC
           STRING 'FILE '
                   W-PAIR-LABEL(PR-DX)
                   '  BASELINE '
                   W-BASEFILE-NAME
                   '  NEW RUN '
                   W-NEWFILE-NAME
                        DELIMITED SIZE
                             INTO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           OPEN INPUT BASEFILE

           IF      NOT W-BASEFILE-FOUND
               MOVE '    NOT COMPARED - NO BASELINE ON HAND'
                                   TO COMPRPT-REC
               PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT
               ADD  1              TO W-PAIRS-SKIPPED
               GO TO SUB-2000-EXIT
           END-IF

           CLOSE BASEFILE

           OPEN INPUT NEWFILE

           IF      W-NEWFILE-FOUND
               SET  W-NEW-ON-HAND  TO TRUE
               CLOSE NEWFILE
           ELSE
               SET  W-NEW-NOT-ON-HAND
                                   TO TRUE
               MOVE SPACES         TO COMPRPT-REC
               STRING '    *** NEW-RUN FILE NOT ON HAND - EVERY'
                       ' BASELINE ROW IS MISSING'
                            DELIMITED SIZE
                                 INTO COMPRPT-REC
               PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT
           END-IF

           ADD  1                  TO W-PAIRS-COMPARED

           MOVE 0                  TO W-FUNC-CNT
                                      W-FUNC-OVERFLOW-DX

           PERFORM SUB-2100-SURVEY-ROWS THRU SUB-2100-EXIT

           MOVE SPACES             TO COMPRPT-REC
           MOVE 'PROVIDER-FUNCTION'
                                   TO CRD-FUNCTION
           MOVE '       UNIT'      TO COMPRPT-REC(32 : 11)
           MOVE 'FIELD'            TO CRD-FIELD
           MOVE 'BASELINE'         TO CRD-BASE
           MOVE 'NEW RUN'          TO CRD-NEW
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           PERFORM SUB-2200-COMPARE-GROUP THRU SUB-2200-EXIT
               VARYING W-GROUP-DX FROM 1 BY 1
                 UNTIL W-GROUP-DX > 50

           PERFORM SUB-2600-WRITE-PAIR-TOTALS THRU SUB-2600-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SURVEY-ROWS.
      *---------------------
      **** Every row on both sides is classified once so that the
      **** function table holds every provider-function before any
      **** comparison starts, with its row count on each side.

           OPEN INPUT BASEFILE
           SET  W-BASE-NOT-EOF     TO TRUE
           MOVE SPACES             TO W-BASE-CURR-FUNC

           PERFORM SUB-2110-SURVEY-BASE-ROW THRU SUB-2110-EXIT
               UNTIL W-BASE-EOF

           CLOSE BASEFILE

           IF      W-NEW-NOT-ON-HAND
               GO TO SUB-2100-EXIT
           END-IF

           OPEN INPUT NEWFILE
           SET  W-NEW-NOT-EOF      TO TRUE
           MOVE SPACES             TO W-NEW-CURR-FUNC

           PERFORM SUB-2120-SURVEY-NEW-ROW THRU SUB-2120-EXIT
               UNTIL W-NEW-EOF

           CLOSE NEWFILE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-SURVEY-BASE-ROW.
      *-------------------------

           READ BASEFILE
               AT END
                   SET  W-BASE-EOF TO TRUE
                   GO TO SUB-2110-EXIT
           END-READ

           ADD  1                  TO W-BASEFILE-RECS

           MOVE BASEFILE-REC       TO W-ROW-WK
           MOVE W-BASE-CURR-FUNC   TO W-CURR-FUNC
           PERFORM SUB-9100-CLASSIFY-ROW THRU SUB-9100-EXIT
           MOVE W-CURR-FUNC        TO W-BASE-CURR-FUNC

           PERFORM SUB-9300-FIND-FUNC-ENTRY THRU SUB-9300-EXIT

           ADD  1                  TO W-FUNC-BASE-ROWS(W-FUNC-FOUND-DX)
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2120-SURVEY-NEW-ROW.
      *------------------------

           READ NEWFILE
               AT END
                   SET  W-NEW-EOF  TO TRUE
                   GO TO SUB-2120-EXIT
           END-READ

           ADD  1                  TO W-NEWFILE-RECS

           MOVE NEWFILE-REC        TO W-ROW-WK
           MOVE W-NEW-CURR-FUNC    TO W-CURR-FUNC
           PERFORM SUB-9100-CLASSIFY-ROW THRU SUB-9100-EXIT
           MOVE W-CURR-FUNC        TO W-NEW-CURR-FUNC

           PERFORM SUB-9300-FIND-FUNC-ENTRY THRU SUB-9300-EXIT

           ADD  1                  TO W-FUNC-NEW-ROWS(W-FUNC-FOUND-DX)
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2200-COMPARE-GROUP.
      *-----------------------
      **** One provider-function's rows, lined up by unit position -
      **** the nth row of the function on each side. Rows left over
      **** on one side once the other runs out are missing from, or
      **** extra in, the new run.

           IF      W-GROUP-DX > W-FUNC-CNT
           AND     W-GROUP-DX NOT = W-FUNC-OVERFLOW-DX
               GO TO SUB-2200-EXIT
           END-IF

           OPEN INPUT BASEFILE
           SET  W-BASE-NOT-EOF     TO TRUE
           MOVE SPACES             TO W-BASE-CURR-FUNC

           IF      W-NEW-ON-HAND
               OPEN INPUT NEWFILE
               SET  W-NEW-NOT-EOF  TO TRUE
               MOVE SPACES         TO W-NEW-CURR-FUNC
           ELSE
               SET  W-NEW-EOF      TO TRUE
           END-IF

           MOVE 0                  TO W-UNIT-NO

           PERFORM SUB-2400-NEXT-BASE-ROW THRU SUB-2400-EXIT
           PERFORM SUB-2500-NEXT-NEW-ROW THRU SUB-2500-EXIT

           PERFORM SUB-2300-COMPARE-UNIT THRU SUB-2300-EXIT
               UNTIL W-BASE-EOF
                 AND W-NEW-EOF

           CLOSE BASEFILE

           IF      W-NEW-ON-HAND
               CLOSE NEWFILE
           END-IF

           IF      W-FUNC-UNLISTED(W-GROUP-DX) > 0
               MOVE SPACES         TO COMPRPT-REC
               MOVE W-FUNC-NAME(W-GROUP-DX)
                                   TO CRD-FUNCTION
               MOVE W-FUNC-UNLISTED(W-GROUP-DX)
                                   TO W-DISP-NUM
               STRING '*** '
                       W-DISP-NUM
                       ' FURTHER DIFFERENCES NOT LISTED'
                            DELIMITED SIZE
                                 INTO COMPRPT-REC(32 : 89)
               PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-COMPARE-UNIT.
      *----------------------

           ADD  1                  TO W-UNIT-NO

           EVALUATE TRUE
             WHEN W-BASE-NOT-EOF
             AND  W-NEW-NOT-EOF
               PERFORM SUB-2310-COMPARE-ROWS THRU SUB-2310-EXIT
               PERFORM SUB-2400-NEXT-BASE-ROW THRU SUB-2400-EXIT
               PERFORM SUB-2500-NEXT-NEW-ROW THRU SUB-2500-EXIT

             WHEN W-BASE-NOT-EOF
               ADD  1              TO W-FUNC-MISSING(W-GROUP-DX)
               SET  W-DIFF-BASE-ONLY
                                   TO TRUE
               MOVE '*** MISSING IN NEW'
                                   TO W-DIFF-FIELD
               MOVE W-BASE-TYPE    TO W-TYPE-WK
               PERFORM SUB-9420-SET-DATA-START THRU SUB-9420-EXIT
               MOVE W-BASE-ROW     TO W-BASE-CMP
               MOVE W-DATA-START   TO W-SHOW-START
               COMPUTE W-SHOW-LENGTH
                                   =  LENGTH OF W-BASE-CMP
                                      - W-DATA-START + 1
               PERFORM SUB-9400-WRITE-DIFF THRU SUB-9400-EXIT
               PERFORM SUB-2400-NEXT-BASE-ROW THRU SUB-2400-EXIT

             WHEN OTHER
               ADD  1              TO W-FUNC-EXTRA(W-GROUP-DX)
               SET  W-DIFF-NEW-ONLY
                                   TO TRUE
               MOVE '*** EXTRA IN NEW'
                                   TO W-DIFF-FIELD
               MOVE W-NEW-TYPE     TO W-TYPE-WK
               PERFORM SUB-9420-SET-DATA-START THRU SUB-9420-EXIT
               MOVE W-NEW-ROW      TO W-NEW-CMP
               MOVE W-DATA-START   TO W-SHOW-START
               COMPUTE W-SHOW-LENGTH
                                   =  LENGTH OF W-NEW-CMP
                                      - W-DATA-START + 1
               PERFORM SUB-9400-WRITE-DIFF THRU SUB-9400-EXIT
               PERFORM SUB-2500-NEXT-NEW-ROW THRU SUB-2500-EXIT
           END-EVALUATE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-COMPARE-ROWS.
      *----------------------
      **** Run-ID columns are blanked on both sides first, so the
      **** only differences left are ones the generators made.
      **** Each differing field is reported; a row that differs
      **** only outside its named fields (a delimiter, trailing
      **** filler) or changed shape altogether is reported whole.

           MOVE W-BASE-ROW         TO W-BASE-CMP
           MOVE W-NEW-ROW          TO W-NEW-CMP

           PERFORM SUB-2320-BLANK-RUN-ID THRU SUB-2320-EXIT
               VARYING FL-DX FROM 1 BY 1
                 UNTIL FL-DX > W-FLD-CNT

           IF      W-BASE-CMP = W-NEW-CMP
               GO TO SUB-2310-EXIT
           END-IF

           ADD  1                  TO W-FUNC-CHANGED(W-GROUP-DX)
           MOVE 0                  TO W-ROW-DIFF-FIELDS
           SET  W-DIFF-BOTH-SIDES  TO TRUE

           IF      W-BASE-TYPE NOT = W-NEW-TYPE
               ADD  1              TO W-FUNC-FIELDS(W-GROUP-DX)
               MOVE '*** ROW SHAPE'
                                   TO W-DIFF-FIELD
               MOVE 1              TO W-SHOW-START
               MOVE LENGTH OF W-BASE-CMP
                                   TO W-SHOW-LENGTH
               PERFORM SUB-9400-WRITE-DIFF THRU SUB-9400-EXIT
               GO TO SUB-2310-EXIT
           END-IF

           PERFORM SUB-2330-COMPARE-FIELD THRU SUB-2330-EXIT
               VARYING FL-DX FROM 1 BY 1
                 UNTIL FL-DX > W-FLD-CNT

           IF      W-ROW-DIFF-FIELDS = 0
               ADD  1              TO W-FUNC-FIELDS(W-GROUP-DX)
               MOVE '*** OTHER BYTES'
                                   TO W-DIFF-FIELD
               MOVE 1              TO W-SHOW-START
               MOVE LENGTH OF W-BASE-CMP
                                   TO W-SHOW-LENGTH
               PERFORM SUB-9400-WRITE-DIFF THRU SUB-9400-EXIT
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-BLANK-RUN-ID.
      *----------------------

           IF      NOT W-FLD-RUN-ID(FL-DX)
               GO TO SUB-2320-EXIT
           END-IF

           IF      W-FLD-TYPE(FL-DX) = W-BASE-TYPE
               MOVE SPACES         TO W-BASE-CMP(W-FLD-START(FL-DX) :
                                                 W-FLD-LENGTH(FL-DX))
           END-IF

           IF      W-FLD-TYPE(FL-DX) = W-NEW-TYPE
               MOVE SPACES         TO W-NEW-CMP(W-FLD-START(FL-DX) :
                                                W-FLD-LENGTH(FL-DX))
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2330-COMPARE-FIELD.
      *-----------------------

           IF      W-FLD-TYPE(FL-DX) NOT = W-BASE-TYPE
           OR      NOT W-FLD-COMPARED(FL-DX)
               GO TO SUB-2330-EXIT
           END-IF

           IF      W-BASE-CMP(W-FLD-START(FL-DX) : W-FLD-LENGTH(FL-DX))
                 = W-NEW-CMP(W-FLD-START(FL-DX) : W-FLD-LENGTH(FL-DX))
               GO TO SUB-2330-EXIT
           END-IF

           ADD  1                  TO W-ROW-DIFF-FIELDS
           ADD  1                  TO W-FUNC-FIELDS(W-GROUP-DX)

           MOVE W-FLD-NAME(FL-DX)  TO W-DIFF-FIELD
           MOVE W-FLD-START(FL-DX) TO W-SHOW-START
           MOVE W-FLD-LENGTH(FL-DX)
                                   TO W-SHOW-LENGTH
           PERFORM SUB-9400-WRITE-DIFF THRU SUB-9400-EXIT
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2400-NEXT-BASE-ROW.
      *-----------------------
      **** Reads forward to the baseline's next row of the function
      **** being compared - rows of other functions are passed
      **** over (their own pass compares them).

           SET  W-BASE-NOT-IN-GROUP
                                   TO TRUE

           PERFORM SUB-2410-READ-BASE-ROW THRU SUB-2410-EXIT
               UNTIL W-BASE-EOF
                  OR W-BASE-IN-GROUP
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-READ-BASE-ROW.
      *-----------------------

           READ BASEFILE
               AT END
                   SET  W-BASE-EOF TO TRUE
                   GO TO SUB-2410-EXIT
           END-READ

           MOVE BASEFILE-REC       TO W-ROW-WK
           MOVE W-BASE-CURR-FUNC   TO W-CURR-FUNC
           PERFORM SUB-9100-CLASSIFY-ROW THRU SUB-9100-EXIT
           MOVE W-CURR-FUNC        TO W-BASE-CURR-FUNC

           PERFORM SUB-9300-FIND-FUNC-ENTRY THRU SUB-9300-EXIT

           IF      W-FUNC-FOUND-DX = W-GROUP-DX
               SET  W-BASE-IN-GROUP
                                   TO TRUE
               MOVE W-ROW-WK       TO W-BASE-ROW
               MOVE W-ROW-TYPE     TO W-BASE-TYPE
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-NEXT-NEW-ROW.
      *----------------------

           SET  W-NEW-NOT-IN-GROUP TO TRUE

           PERFORM SUB-2510-READ-NEW-ROW THRU SUB-2510-EXIT
               UNTIL W-NEW-EOF
                  OR W-NEW-IN-GROUP
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-READ-NEW-ROW.
      *----------------------

           READ NEWFILE
               AT END
                   SET  W-NEW-EOF  TO TRUE
                   GO TO SUB-2510-EXIT
           END-READ

           MOVE NEWFILE-REC        TO W-ROW-WK
           MOVE W-NEW-CURR-FUNC    TO W-CURR-FUNC
           PERFORM SUB-9100-CLASSIFY-ROW THRU SUB-9100-EXIT
           MOVE W-CURR-FUNC        TO W-NEW-CURR-FUNC

           PERFORM SUB-9300-FIND-FUNC-ENTRY THRU SUB-9300-EXIT

           IF      W-FUNC-FOUND-DX = W-GROUP-DX
               SET  W-NEW-IN-GROUP TO TRUE
               MOVE W-ROW-WK       TO W-NEW-ROW
               MOVE W-ROW-TYPE     TO W-NEW-TYPE
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-PAIR-TOTALS.
      *---------------------------
      **** Totals by provider-function for this file pair, then the
      **** file's own total line.

           MOVE SPACES             TO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO COMPRPT-REC
           MOVE 'PROVIDER-FUNCTION'
                                   TO CRH-FUNCTION
           MOVE '   BASELINE'      TO CRH-BASE-ROWS
           MOVE '    NEW RUN'      TO CRH-NEW-ROWS
           MOVE '    MATCHED'      TO CRH-MATCHED
           MOVE '    CHANGED'      TO CRH-CHANGED
           MOVE '     FIELDS'      TO CRH-FIELDS
           MOVE '    MISSING'      TO CRH-MISSING
           MOVE '      EXTRA'      TO CRH-EXTRA
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE 0                  TO W-PAIR-BASE-ROWS
                                      W-PAIR-NEW-ROWS
                                      W-PAIR-MATCHED
                                      W-PAIR-CHANGED
                                      W-PAIR-FIELDS
                                      W-PAIR-MISSING
                                      W-PAIR-EXTRA

           PERFORM SUB-2610-WRITE-FUNC-TOTAL THRU SUB-2610-EXIT
               VARYING W-GROUP-DX FROM 1 BY 1
                 UNTIL W-GROUP-DX > 50

           MOVE SPACES             TO COMPRPT-REC
           STRING 'FILE TOTAL '
                   W-PAIR-LABEL(PR-DX)
                        DELIMITED SIZE
                             INTO CRT-FUNCTION
           MOVE W-PAIR-BASE-ROWS   TO CRT-BASE-ROWS
           MOVE W-PAIR-NEW-ROWS    TO CRT-NEW-ROWS
           MOVE W-PAIR-MATCHED     TO CRT-MATCHED
           MOVE W-PAIR-CHANGED     TO CRT-CHANGED
           MOVE W-PAIR-FIELDS      TO CRT-FIELDS
           MOVE W-PAIR-MISSING     TO CRT-MISSING
           MOVE W-PAIR-EXTRA       TO CRT-EXTRA
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           ADD  W-PAIR-MATCHED
                W-PAIR-CHANGED     TO W-RUN-ROWS-COMPARED
           ADD  W-PAIR-CHANGED
                W-PAIR-MISSING
                W-PAIR-EXTRA       TO W-RUN-DIFFERENCES
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-WRITE-FUNC-TOTAL.
      *--------------------------

           IF      W-GROUP-DX > W-FUNC-CNT
           AND     W-GROUP-DX NOT = W-FUNC-OVERFLOW-DX
               GO TO SUB-2610-EXIT
           END-IF

      **** Rows lined up on both sides less the ones that changed.
           IF      W-FUNC-BASE-ROWS(W-GROUP-DX)
                 < W-FUNC-NEW-ROWS(W-GROUP-DX)
               COMPUTE W-MATCHED-WK
                                   =  W-FUNC-BASE-ROWS(W-GROUP-DX)
                                      - W-FUNC-CHANGED(W-GROUP-DX)
           ELSE
               COMPUTE W-MATCHED-WK
                                   =  W-FUNC-NEW-ROWS(W-GROUP-DX)
                                      - W-FUNC-CHANGED(W-GROUP-DX)
           END-IF

           MOVE SPACES             TO COMPRPT-REC
           MOVE W-FUNC-NAME(W-GROUP-DX)
                                   TO CRT-FUNCTION
           MOVE W-FUNC-BASE-ROWS(W-GROUP-DX)
                                   TO CRT-BASE-ROWS
           MOVE W-FUNC-NEW-ROWS(W-GROUP-DX)
                                   TO CRT-NEW-ROWS
           MOVE W-MATCHED-WK       TO CRT-MATCHED
           MOVE W-FUNC-CHANGED(W-GROUP-DX)
                                   TO CRT-CHANGED
           MOVE W-FUNC-FIELDS(W-GROUP-DX)
                                   TO CRT-FIELDS
           MOVE W-FUNC-MISSING(W-GROUP-DX)
                                   TO CRT-MISSING
           MOVE W-FUNC-EXTRA(W-GROUP-DX)
                                   TO CRT-EXTRA
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           ADD  W-FUNC-BASE-ROWS(W-GROUP-DX)
                                   TO W-PAIR-BASE-ROWS
           ADD  W-FUNC-NEW-ROWS(W-GROUP-DX)
                                   TO W-PAIR-NEW-ROWS
           ADD  W-MATCHED-WK       TO W-PAIR-MATCHED
           ADD  W-FUNC-CHANGED(W-GROUP-DX)
                                   TO W-PAIR-CHANGED
           ADD  W-FUNC-FIELDS(W-GROUP-DX)
                                   TO W-PAIR-FIELDS
           ADD  W-FUNC-MISSING(W-GROUP-DX)
                                   TO W-PAIR-MISSING
           ADD  W-FUNC-EXTRA(W-GROUP-DX)
                                   TO W-PAIR-EXTRA
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
      **** Reproducible means at least one baseline was on hand and
      **** every row of every compared file came back identical -
      **** nothing changed, nothing lost, nothing extra.

           MOVE SPACES             TO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO COMPRPT-REC
           MOVE W-PAIRS-COMPARED   TO W-DISP-NUM
           STRING 'FILES COMPARED:    '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO COMPRPT-REC
           MOVE W-RUN-ROWS-COMPARED
                                   TO W-DISP-NUM
           STRING 'ROWS COMPARED:     '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO COMPRPT-REC
           MOVE W-RUN-DIFFERENCES  TO W-DISP-NUM
           STRING 'ROWS DIFFERING:    '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO COMPRPT-REC
           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           IF      W-PAIRS-COMPARED = 0
               MOVE 'VERDICT: NOT REPRODUCIBLE - NO BASELINE ON HAND'
                                   TO COMPRPT-REC
               MOVE 8              TO RETURN-CODE
           ELSE
           IF      W-RUN-DIFFERENCES > 0
               MOVE 'VERDICT: NOT REPRODUCIBLE'
                                   TO COMPRPT-REC
               MOVE 8              TO RETURN-CODE
           ELSE
               MOVE 'VERDICT: REPRODUCIBLE'
                                   TO COMPRPT-REC
           END-IF
           END-IF

           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT

           DISPLAY CR-LINE(1 : 50)

           CLOSE COMPRPT

           MOVE W-BASEFILE-RECS    TO W-DISP-NUM
           DISPLAY 'Baseline rows read:       '
                   W-DISP-NUM

           MOVE W-NEWFILE-RECS     TO W-DISP-NUM
           DISPLAY 'New-run rows read:        '
                   W-DISP-NUM

           MOVE W-RUN-DIFFERENCES  TO W-DISP-NUM
           DISPLAY 'Rows differing:           '
                   W-DISP-NUM

           DISPLAY 'FAKRCOMP completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9100-CLASSIFY-ROW.
      *----------------------
      **** Names the provider-function and row type of the row in
      **** W-ROW-WK. Link-file rows belong to their file. A TESTOUTP
      **** row is a text row when ': ' follows the function column
      **** (a blank function is a text unit's second line and
      **** belongs to the function above it, carried in
      **** W-CURR-FUNC), a columnar row when the delimiter does,
      **** and otherwise a LAYOUT-RECORD row, which has no function
      **** column at all.

           IF      W-PAIR-TYPE(PR-DX) NOT = 'O'
               MOVE W-PAIR-LABEL(PR-DX)
                                   TO W-ROW-FUNC
               MOVE W-PAIR-TYPE(PR-DX)
                                   TO W-ROW-TYPE
               GO TO SUB-9100-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-ROW-WK(31 : 2) = ': '
               IF      W-ROW-WK(1 : 30) NOT = SPACES
                   MOVE W-ROW-WK(1 : 30)
                                   TO W-CURR-FUNC
               END-IF
               MOVE W-CURR-FUNC    TO W-ROW-FUNC
               MOVE 'T'            TO W-ROW-TYPE

             WHEN W-ROW-WK(31 : 1) = '|'
               MOVE W-ROW-WK(1 : 30)
                                   TO W-ROW-FUNC
               IF      W-ROW-FUNC = 'CUSTOMER-PROFILE'
                   MOVE 'P'        TO W-ROW-TYPE
               ELSE
                   MOVE 'C'        TO W-ROW-TYPE
               END-IF

             WHEN OTHER
               MOVE 'LAYOUT-RECORD'
                                   TO W-ROW-FUNC
               IF      W-LAYOUT-FLD-CNT > 0
                   MOVE 'M'        TO W-ROW-TYPE
               ELSE
                   MOVE 'L'        TO W-ROW-TYPE
               END-IF
           END-EVALUATE
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-COMPRPT.
      *-----------------------

           WRITE COMPRPT-REC

           ADD  1                  TO W-COMPRPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-FIND-FUNC-ENTRY.
      *-------------------------
      **** Finds this row's provider-function in W-FUNC-TABLE,
      **** adding a new entry for the first row to carry it, with
      **** slot 50 held back as a shared overflow bucket - the same
      **** shape as FAKMERGE's function table. The survey pass adds
      **** every entry, so the comparison passes only ever find.

           MOVE 0                  TO W-FUNC-FOUND-DX

           PERFORM SUB-9310-MATCH-FUNC-ENTRY THRU SUB-9310-EXIT
               VARYING FC-DX FROM 1 BY 1
                 UNTIL FC-DX > W-FUNC-CNT
                    OR W-FUNC-FOUND-DX > 0

           IF      W-FUNC-FOUND-DX = 0
               IF      W-FUNC-CNT < 49
                   ADD  1          TO W-FUNC-CNT
                   MOVE W-FUNC-CNT TO W-FUNC-FOUND-DX
                   MOVE W-ROW-FUNC TO W-FUNC-NAME(W-FUNC-FOUND-DX)
                   PERFORM SUB-9320-CLEAR-FUNC-ENTRY
                                   THRU SUB-9320-EXIT
               ELSE
                   IF      W-FUNC-OVERFLOW-DX = 0
                       MOVE 50     TO W-FUNC-OVERFLOW-DX
                                      W-FUNC-FOUND-DX
                       MOVE '*** OTHER (OVERFLOW) ***'
                                   TO W-FUNC-NAME(50)
                       PERFORM SUB-9320-CLEAR-FUNC-ENTRY
                                   THRU SUB-9320-EXIT
                   END-IF
                   MOVE W-FUNC-OVERFLOW-DX
                                   TO W-FUNC-FOUND-DX
               END-IF
           END-IF
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9310-MATCH-FUNC-ENTRY.
      *--------------------------

           IF      W-FUNC-NAME(FC-DX) = W-ROW-FUNC
               MOVE FC-DX          TO W-FUNC-FOUND-DX
           END-IF
           .
       SUB-9310-EXIT.
           EXIT.
      /
       SUB-9320-CLEAR-FUNC-ENTRY.
      *--------------------------

           MOVE 0                  TO W-FUNC-BASE-ROWS(W-FUNC-FOUND-DX)
                                      W-FUNC-NEW-ROWS(W-FUNC-FOUND-DX)
                                      W-FUNC-CHANGED(W-FUNC-FOUND-DX)
                                      W-FUNC-FIELDS(W-FUNC-FOUND-DX)
                                      W-FUNC-MISSING(W-FUNC-FOUND-DX)
                                      W-FUNC-EXTRA(W-FUNC-FOUND-DX)
                                      W-FUNC-DETAILS(W-FUNC-FOUND-DX)
                                      W-FUNC-UNLISTED(W-FUNC-FOUND-DX)
           .
       SUB-9320-EXIT.
           EXIT.
      /
       SUB-9400-WRITE-DIFF.
      *--------------------
      **** One difference line - the field and the two values, or
      **** the one side's row when a unit is missing or extra. A
      **** field too long for its report column is shown from a
      **** little before its first differing byte, so the change
      **** itself is always on the line.

           IF      W-FUNC-DETAILS(W-GROUP-DX) >= W-DETAIL-MAX
               ADD  1              TO W-FUNC-UNLISTED(W-GROUP-DX)
               GO TO SUB-9400-EXIT
           END-IF

           ADD  1                  TO W-FUNC-DETAILS(W-GROUP-DX)

           IF      W-DIFF-BOTH-SIDES
           AND     W-SHOW-LENGTH > LENGTH OF CRD-BASE
               MOVE 0              TO W-SHOW-OFFSET
               PERFORM SUB-9410-FIND-FIRST-DIFF THRU SUB-9410-EXIT
                   VARYING W-CHAR-SUB FROM 1 BY 1
                     UNTIL W-CHAR-SUB > W-SHOW-LENGTH
                        OR W-SHOW-OFFSET > 0

               IF      W-SHOW-OFFSET > LENGTH OF CRD-BASE - 6
                   COMPUTE W-SHOW-START
                                   =  W-SHOW-START
                                      + W-SHOW-OFFSET - 7
                   COMPUTE W-SHOW-LENGTH
                                   =  W-SHOW-LENGTH
                                      - W-SHOW-OFFSET + 7
               END-IF
           END-IF

           MOVE SPACES             TO COMPRPT-REC
           MOVE W-FUNC-NAME(W-GROUP-DX)
                                   TO CRD-FUNCTION
           MOVE W-UNIT-NO          TO CRD-UNIT
           MOVE W-DIFF-FIELD       TO CRD-FIELD

           IF      W-DIFF-NEW-ONLY
               MOVE '(NONE)'       TO CRD-BASE
           ELSE
               MOVE W-BASE-CMP(W-SHOW-START : W-SHOW-LENGTH)
                                   TO CRD-BASE
           END-IF

           IF      W-DIFF-BASE-ONLY
               MOVE '(NONE)'       TO CRD-NEW
           ELSE
               MOVE W-NEW-CMP(W-SHOW-START : W-SHOW-LENGTH)
                                   TO CRD-NEW
           END-IF

           PERFORM SUB-9200-WRITE-COMPRPT THRU SUB-9200-EXIT
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9410-FIND-FIRST-DIFF.
      *-------------------------

           IF      W-BASE-CMP(W-SHOW-START + W-CHAR-SUB - 1 : 1)
               NOT = W-NEW-CMP(W-SHOW-START + W-CHAR-SUB - 1 : 1)
               MOVE W-CHAR-SUB     TO W-SHOW-OFFSET
           END-IF
           .
       SUB-9410-EXIT.
           EXIT.
      /
       SUB-9420-SET-DATA-START.
      *------------------------
      **** Where a row's data starts past its function column, for
      **** showing a missing or extra row.

           EVALUATE W-TYPE-WK
             WHEN 'T'
               MOVE 33             TO W-DATA-START
             WHEN 'C'
             WHEN 'P'
               MOVE 32             TO W-DATA-START
             WHEN OTHER
               MOVE 1              TO W-DATA-START
           END-EVALUATE
           .
       SUB-9420-EXIT.
           EXIT.
