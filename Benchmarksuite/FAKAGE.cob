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

       PROGRAM-ID.             FAKAGE.

      **** Date aging for a generated test region: rolls every date
      **** in a FAKERTST run's files forward (or back) by a number of
      **** days, so aging, delinquency and "last 90 days" logic keep
      **** firing against a region loaded weeks ago - without
      **** regenerating it and losing the keys the testers' scripts
      **** are built around.
      ****
      **** Every date moves by the same number of days, so every
      **** interval in the data survives: transaction order, the
      **** days from account open to first transaction, and each
      **** customer's age against the new as-of date. The
      **** transaction intervals are proved on the way through - the
      **** days from the account open date (or the transaction
      **** before) to each transaction are compared before and after.
      ****
      **** Dates aged:
      ****
      ****     FAKERTST Output    DATE-BIRTHDATE, DATE-PAST,
      ****                        DATE-FUTURE and DATE-BETWEEN rows -
      ****                        the result column and, on columnar
      ****                        rows, the year/month/day columns;
      ****                        LAYOUT-RECORD rows at the positions
      ****                        of the named layout's DATE fields
      ****     FAKERTST Linkacct  LA-OPEN-DATE
      ****     FAKERTST Linktran  LT-TRAN-DATE
      ****
      **** LINKCUST carries no date and is left as it is.
      ****
      **** A date that cannot be read as YYYY-MM-DD is rejected. A
      **** row the ERRKEY answer key says was planted with a defect
      **** keeps every date on it as planted, readable or not - the
      **** defect is left as planted, and the key's row numbers and
      **** EK-AFTER values still hold. Every file is aged into a
      **** copy first; only when no date was rejected and no
      **** interval moved are the copies put back over the FAKERTST
      **** files, otherwise nothing is replaced and RETURN-CODE is
      **** set to 8.
      ****
      **** Command line: the shift, then optionally the LAYOUTDF
      **** layout the run's LAYOUT-RECORD rows were built to:
      ****
      ****     +nnnnn / -nnnnn   days to move every date by
      ****     YYYYMMDD          the region's new as-of date
      ****
      **** The as-of date a region stands at is the date in its run
      **** ID (the day FAKERTST drew the dates from), or the as-of
      **** date the last aging of that run ID left it at, taken
      **** from the aging history this program appends to.

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
      **** FILE STATUS is checked on the FAKERTST files because a run
      **** need not have written all of them - a deck with no
      **** LINKED-SET cards has no link files, and a LINKED-SET-only
      **** deck has an empty output file.
           SELECT TESTOUTP             ASSIGN
                                       'Data\FAKERTST Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-TESTOUTP-STATUS.

           SELECT LINKACCT             ASSIGN
                                       'Data\FAKERTST Linkacct.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-LINKACCT-STATUS.

           SELECT LINKTRAN             ASSIGN
                                       'Data\FAKERTST Linktran.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-LINKTRAN-STATUS.

      **** The answer key - names the output rows planted with a
      **** defect. A run with no injection has none.
           SELECT ERRKEY               ASSIGN
                                       'Data\FAKERTST Errorkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-ERRKEY-STATUS.

      **** Layout definitions - read only when the command line
      **** names a layout. FILE STATUS is checked because a shop
      **** with no layouts simply has no file.
           SELECT LAYOUTDF             ASSIGN
                                       'Data\FAKERTST Layouts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-LAYOUTDF-STATUS.

      **** The aged copies, put back over the FAKERTST files only
      **** when the whole region aged clean.
           SELECT AGEDOUTP             ASSIGN
                                       'Data\FAKAGE Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT AGEDACCT             ASSIGN
                                       'Data\FAKAGE Linkacct.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT AGEDTRAN             ASSIGN
                                       'Data\FAKAGE Linktran.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

      **** One aged copy and the FAKERTST file it replaces -
      **** reopened under each pair's names in turn.
           SELECT COPYIN               ASSIGN TO DYNAMIC W-COPYIN-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-COPYIN-STATUS.

           SELECT COPYOUT              ASSIGN TO DYNAMIC W-COPYOUT-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-COPYOUT-STATUS.

      **** Append-only aging history - one row each time a region
      **** is aged, stamped with its run ID, so the next aging knows
      **** the as-of date the region now stands at.
           SELECT OPTIONAL AGEHIST     ASSIGN
                                       'Data\FAKAGE History.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-AGEHIST-STATUS.

           SELECT AGERPT               ASSIGN 'Data\FAKAGE Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  TESTOUTP.

      **** Mirror of FAKERTST's TESTOUTP-REC and its columnar views.
       01  TESTOUTP-REC.
           05  TO-PROVIDER-FUNCTION
                                   PIC X(30).
           05  TO-COLON            PIC X(02).
           05  TO-FAKER-RESULT     PIC X(80).
           05  FILLER              PIC X(134).

       01  TESTOUTP-COL-REC REDEFINES TESTOUTP-REC.
           05  TOC-PROVIDER-FUNCTION
                                   PIC X(30).
           05  TOC-DELIM-1         PIC X(01).
           05  TOC-RESULT          PIC X(80).
           05  TOC-DELIM-2         PIC X(01).
           05  TOC-FIELD-1         PIC X(35).
           05  TOC-DELIM-3         PIC X(01).
           05  TOC-FIELD-2         PIC X(35).
           05  TOC-DELIM-4         PIC X(01).
           05  TOC-FIELD-3         PIC X(35).
           05  TOC-DELIM-5         PIC X(01).
           05  TOC-FIELD-4         PIC X(10).
           05  TOC-DELIM-6         PIC X(01).
           05  TOC-RUN-ID          PIC X(15).

       01  TESTOUTP-CUST-REC REDEFINES TESTOUTP-REC.
           05  FILLER              PIC X(204).
           05  TCU-RUN-ID          PIC X(15).

       FD  LINKACCT.

      **** Mirror of the row FAKERTST writes - see its LINKACCT FD.
       01  LINKACCT-REC.
           05  LA-SSN              PIC X(09).
           05  LA-DELIM-1          PIC X(01).
           05  LA-ACCT-NO          PIC X(14).
           05  LA-DELIM-2          PIC X(01).
           05  LA-OPEN-DATE        PIC X(10).
           05  LA-DELIM-3          PIC X(01).
           05  LA-TRAN-CNT         PIC 9(03).
           05  LA-DELIM-4          PIC X(01).
           05  LA-BALANCE          PIC 9(09).99.
           05  LA-DELIM-5          PIC X(01).
           05  LA-RUN-ID           PIC X(15).

       FD  LINKTRAN.

      **** Mirror of the row FAKERTST writes - see its LINKTRAN FD.
       01  LINKTRAN-REC.
           05  LT-ACCT-NO          PIC X(14).
           05  LT-DELIM-1          PIC X(01).
           05  LT-TRAN-SEQ         PIC 9(03).
           05  LT-DELIM-2          PIC X(01).
           05  LT-TRAN-DATE        PIC X(10).
           05  LT-DELIM-3          PIC X(01).
           05  LT-TRAN-AMT         PIC +9(07).99.
           05  LT-DELIM-4          PIC X(01).
           05  LT-BALANCE          PIC 9(09).99.
           05  LT-DELIM-5          PIC X(01).
           05  LT-RUN-ID           PIC X(15).

       FD  ERRKEY.

      **** Mirror of FAKERTST's ERRKEY-REC layout.
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

       FD  LAYOUTDF.

      **** Mirror of FAKERTST's LAYOUTDF-REC layout.
       01  LAYOUTDF-REC.
           05  LD-LAYOUT-NAME      PIC X(10).
           05  LD-FIELD-NAME       PIC X(20).
           05  LD-START            PIC X(03).
           05  LD-LENGTH           PIC X(03).
           05  LD-PROVIDER-FUNCTION
                                   PIC X(30).

       FD  AGEDOUTP.

       01  AGEDOUTP-REC            PIC X(246).

       FD  AGEDACCT.

       01  AGEDACCT-REC            PIC X(68).

       FD  AGEDTRAN.

       01  AGEDTRAN-REC            PIC X(70).

       FD  COPYIN.

       01  COPYIN-REC              PIC X(300).

       FD  COPYOUT.

       01  COPYOUT-REC             PIC X(300).

       FD  AGEHIST.

       01  AGEHIST-REC.
           05  AH-RUN-ID           PIC X(15).
           05  AH-DELIM-1          PIC X(01).
           05  AH-AGED-DATE        PIC X(08).
           05  AH-DELIM-2          PIC X(01).
           05  AH-AGED-TIME        PIC X(06).
           05  AH-DELIM-3          PIC X(01).
           05  AH-OLD-ASOF         PIC X(08).
           05  AH-DELIM-4          PIC X(01).
           05  AH-NEW-ASOF         PIC X(08).
           05  AH-DELIM-5          PIC X(01).
           05  AH-SHIFT-DAYS       PIC +9(05).

       FD  AGERPT.

       01  AGERPT-REC.
           05  AR-LINE             PIC X(100).

      **** Layout used for the one-line-per-file-and-field totals.
       01  AGERPT-FIELD-REC REDEFINES AGERPT-REC.
           05  ARF-FILE            PIC X(08).
           05  FILLER              PIC X(02).
           05  ARF-FIELD           PIC X(20).
           05  FILLER              PIC X(02).
           05  ARF-SHIFTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  ARF-PLANTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  ARF-REJECTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(29).

      **** Layout used for the column-heading line.
       01  AGERPT-HEADER-REC REDEFINES AGERPT-REC.
           05  ARH-FILE            PIC X(08).
           05  FILLER              PIC X(02).
           05  ARH-FIELD           PIC X(20).
           05  FILLER              PIC X(02).
           05  ARH-SHIFTED         PIC X(11).
           05  FILLER              PIC X(03).
           05  ARH-PLANTED         PIC X(11).
           05  FILLER              PIC X(03).
           05  ARH-REJECTED        PIC X(11).
           05  FILLER              PIC X(29).

      **** Layout used for the capped rejected-date detail lines.
       01  AGERPT-DETAIL-REC REDEFINES AGERPT-REC.
           05  ARD-MARKER          PIC X(04).
           05  ARD-FILE            PIC X(08).
           05  FILLER              PIC X(01).
           05  ARD-ROW-NO          PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01).
           05  ARD-FIELD           PIC X(20).
           05  FILLER              PIC X(01).
           05  ARD-VALUE           PIC X(12).
           05  FILLER              PIC X(01).
           05  ARD-REASON          PIC X(43).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TESTOUTP-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKACCT-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKTRAN-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-AGERPT-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-TESTOUTP-STATUS       PIC X(02)       VALUE '00'.
           88  W-TESTOUTP-FOUND                    VALUE '00'.

       01  W-LINKACCT-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKACCT-FOUND                    VALUE '00'.

       01  W-LINKTRAN-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKTRAN-FOUND                    VALUE '00'.

       01  W-ERRKEY-STATUS         PIC X(02)       VALUE '00'.
           88  W-ERRKEY-FOUND                      VALUE '00'.

       01  W-LAYOUTDF-STATUS       PIC X(02)       VALUE '00'.
           88  W-LAYOUTDF-FOUND                    VALUE '00'.

       01  W-AGEHIST-STATUS        PIC X(02)       VALUE '00'.
           88  W-AGEHIST-GOOD                      VALUE '00' '05'.

       01  W-COPYIN-STATUS         PIC X(02)       VALUE '00'.
           88  W-COPYIN-FOUND                      VALUE '00'.

       01  W-COPYOUT-STATUS        PIC X(02)       VALUE '00'.
           88  W-COPYOUT-FOUND                     VALUE '00'.

       01  W-COPYIN-NAME           PIC X(40)       VALUE SPACES.
       01  W-COPYOUT-NAME          PIC X(40)       VALUE SPACES.

       01  W-ERROR-MSG             PIC X(19)       VALUE
           '**** FAKAGE error: '.

       01  W-CMDLINE               PIC X(80)       VALUE SPACES.
       01  W-CMD-TOKEN-1           PIC X(20).
       01  W-CMD-TOKEN-2           PIC X(20).
       01  W-CMD-TOKEN-3           PIC X(20).
       01  W-CMD-LEN-1             PIC S9(4)  COMP.
       01  W-CMD-LEN-2             PIC S9(4)  COMP.
       01  W-CMD-LEN-3             PIC S9(4)  COMP.
       01  W-CMD-DAYS              PIC 9(05).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-OUTP-EOF                          VALUE 'Y'.
           88  W-OUTP-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ACCT-EOF                          VALUE 'Y'.
           88  W-ACCT-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TRAN-EOF                          VALUE 'Y'.
           88  W-TRAN-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ERRKEY-EOF                        VALUE 'Y'.
           88  W-ERRKEY-NOT-EOF                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ERRKEY-OPEN                       VALUE 'Y'.
           88  W-ERRKEY-NOT-OPEN                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

      **** How the shift was keyed - a day count, or a new as-of
      **** date the day count is worked out from.
       01  FILLER                  PIC X(01)       VALUE 'D'.
           88  W-SHIFT-BY-DAYS                     VALUE 'D'.
           88  W-SHIFT-TO-AS-OF                    VALUE 'A'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-OUTPUT-AGED                       VALUE 'Y'.
           88  W-OUTPUT-NOT-AGED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LINKACCT-AGED                     VALUE 'Y'.
           88  W-LINKACCT-NOT-AGED                 VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LINKTRAN-AGED                     VALUE 'Y'.
           88  W-LINKTRAN-NOT-AGED                 VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FILES-REPLACED                    VALUE 'Y'.
           88  W-FILES-NOT-REPLACED                VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-COPY-FAILED                       VALUE 'Y'.
           88  W-COPY-NOT-FAILED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ROW-PLANTED                       VALUE 'Y'.
           88  W-ROW-NOT-PLANTED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-IN-ACCOUNT                        VALUE 'Y'.
           88  W-NOT-IN-ACCOUNT                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PREV-DATE-KNOWN                   VALUE 'Y'.
           88  W-PREV-DATE-NOT-KNOWN               VALUE 'N'.

      **** The shift itself, and the as-of dates it moves the
      **** region between (zero when not known).
       01  W-SHIFT-DAYS            PIC S9(07) COMP VALUE 0.
       01  W-DAYS-EDIT             PIC +(6)9.
       01  W-OLD-ASOF              PIC 9(08)       VALUE 0.
       01  W-OLD-ASOF-X REDEFINES W-OLD-ASOF
                                   PIC X(08).
       01  W-NEW-ASOF              PIC 9(08)       VALUE 0.
       01  W-NEW-ASOF-X REDEFINES W-NEW-ASOF
                                   PIC X(08).
       01  W-OLD-ASOF-INT          PIC 9(09)  COMP VALUE 0.
       01  W-NEW-ASOF-INT          PIC 9(09)  COMP VALUE 0.
       01  W-ASOF-WK               PIC 9(08).
       01  W-ASOF-SOURCE           PIC X(30)       VALUE SPACES.

       01  W-RUN-ID-REF            PIC X(15)       VALUE SPACES.

      **** Today, for the aging history row.
       01  W-TODAY                 PIC 9(08).
       01  W-TODAY-X REDEFINES W-TODAY
                                   PIC X(08).
       01  W-NOW                   PIC 9(08).
       01  W-NOW-X REDEFINES W-NOW PIC X(08).

      **** The named layout's DATE fields - the only positions on a
      **** LAYOUT-RECORD row that hold a date.
       01  W-LAYOUT-NAME           PIC X(10)       VALUE SPACES.
       01  W-LAYOUT-ROW-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-LAYOUT-FLD-CNT        PIC 9(04)  COMP VALUE 0.
       01  W-LAYOUT-FLD-TABLE.
           05  W-LAYOUT-FLD                        OCCURS 500
                                                   INDEXED LF-DX.
               10  W-LF-FIELD-NAME PIC X(20).
               10  W-LF-START      PIC 9(03).
               10  W-LF-LENGTH     PIC 9(03).

       01  W-LD-START-WK           PIC 9(03).
       01  W-LD-LENGTH-WK          PIC 9(03).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-KNOWN                      VALUE 'Y'.
           88  W-LAYOUT-NOT-KNOWN                  VALUE 'N'.

      **** The provider-function of the output row in hand.
       01  W-ROW-FUNC              PIC X(30).
           88  W-DATE-FUNCTION                     VALUE
                                   'DATE-BIRTHDATE'
                                   'DATE-PAST'
                                   'DATE-FUTURE'
                                   'DATE-BETWEEN'.

      **** The next planted row the answer key names.
       01  W-EK-ROW-NO             PIC 9(09)  COMP VALUE 0.

      **** One date on its way through SUB-8000-SHIFT-DATE: the
      **** YYYY-MM-DD text, whether whatever follows it in its field
      **** is clear, and where it came from.
       01  W-DATE-TEXT.
           05  W-DT-YYYY           PIC X(04).
           05  W-DT-SEP-1          PIC X(01).
           05  W-DT-MM             PIC X(02).
           05  W-DT-SEP-2          PIC X(01).
           05  W-DT-DD             PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-DATE-TAIL-CLEAR                   VALUE 'Y'.
           88  W-DATE-TAIL-NOT-CLEAR               VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DATE-SHIFTED                      VALUE 'Y'.
           88  W-DATE-NOT-SHIFTED                  VALUE 'N'.

       01  W-DATE-FILE             PIC X(08).
       01  W-DATE-FIELD            PIC X(20).
       01  W-DATE-ROW-NO           PIC 9(09)  COMP.

       01  W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).
       01  W-DATE-NUM-9 REDEFINES W-DATE-NUM
                                   PIC 9(08).

       01  W-DATE-OLD-INT          PIC S9(09) COMP.
       01  W-DATE-NEW-INT          PIC S9(09) COMP.

      **** 9999-12-31 as a day number - the last date a shift may
      **** land on.
       01  W-DATE-MAX-INT          PIC S9(09) COMP VALUE 3067671.

       01  W-REJECT-REASON         PIC X(43).

      **** Shifted, left-as-planted and rejected counts for every
      **** file and field met - room for every field a layout can
      **** hold as well as the fixed ones.
       01  W-FLD-CNT               PIC 9(04)  COMP VALUE 0.
       01  W-FLD-TABLE.
           05  W-FLD                               OCCURS 600
                                                   INDEXED FL-DX.
               10  W-FLD-FILE      PIC X(08).
               10  W-FLD-NAME      PIC X(20).
               10  W-FLD-SHIFTED   PIC 9(09)  COMP.
               10  W-FLD-PLANTED   PIC 9(09)  COMP.
               10  W-FLD-REJECTED  PIC 9(09)  COMP.

       01  W-FLD-FOUND-DX          PIC 9(04)  COMP.

       01  W-TOTAL-SHIFTED         PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-PLANTED         PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-REJECTED        PIC 9(09)  COMP VALUE 0.

      **** Transaction interval proof - the account or transaction
      **** date before this one, as it was and as it now is.
       01  W-PREV-OLD-INT          PIC S9(09) COMP.
       01  W-PREV-NEW-INT          PIC S9(09) COMP.
       01  W-INTERVAL-CHECKED      PIC 9(09)  COMP VALUE 0.
       01  W-INTERVAL-CHANGED      PIC 9(09)  COMP VALUE 0.
       01  W-TRAN-UNMATCHED        PIC 9(09)  COMP VALUE 0.

      **** Rejected-date detail lines are capped so one bad file
      **** cannot flood the report - the counts carry the full story.
       01  W-DETAIL-MAX            PIC 9(04)  COMP VALUE 50.
       01  W-DETAIL-CNT            PIC 9(04)  COMP VALUE 0.

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
               PERFORM SUB-2000-AGE-OUTPUT THRU SUB-2000-EXIT
               PERFORM SUB-2300-AGE-LINKED-SET THRU SUB-2300-EXIT
               PERFORM SUB-2800-REPLACE-FILES THRU SUB-2800-EXIT
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

           DISPLAY 'FAKAGE compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN OUTPUT AGERPT

           MOVE 'FAKAGE date-aging report'
                                   TO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           PERFORM SUB-1100-PARSE-CMDLINE THRU SUB-1100-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-FIND-AS-OF THRU SUB-1300-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1400-WRITE-HEADINGS THRU SUB-1400-EXIT

           IF      W-LAYOUT-NAME NOT = SPACES
               PERFORM SUB-1200-LOAD-LAYOUT THRU SUB-1200-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-PARSE-CMDLINE.
      *-----------------------
      **** "+nnnnn" / "-nnnnn" is a day count, eight digits a new
      **** as-of date; a second word names the layout.

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

           IF      W-CMD-LEN-1 < 2
           OR      W-CMD-LEN-2 > LENGTH OF W-LAYOUT-NAME
           OR      W-CMD-LEN-3 > 0
               GO TO SUB-1100-BAD-CMDLINE
           END-IF

           IF      W-CMD-TOKEN-1(1 : 1) = '+' OR '-'
               IF      W-CMD-LEN-1 > 6
               OR      W-CMD-TOKEN-1(2 : W-CMD-LEN-1 - 1)
                                   NOT NUMERIC
                   GO TO SUB-1100-BAD-CMDLINE
               END-IF

               MOVE W-CMD-TOKEN-1(2 : W-CMD-LEN-1 - 1)
                                   TO W-CMD-DAYS
               MOVE W-CMD-DAYS     TO W-SHIFT-DAYS

               IF      W-CMD-TOKEN-1(1 : 1) = '-'
                   COMPUTE W-SHIFT-DAYS
                                   =  0 - W-SHIFT-DAYS
               END-IF

               SET  W-SHIFT-BY-DAYS
                                   TO TRUE
           ELSE
               IF      W-CMD-LEN-1 NOT = 8
               OR      W-CMD-TOKEN-1(1 : 8) NOT NUMERIC
                   GO TO SUB-1100-BAD-CMDLINE
               END-IF

               MOVE W-CMD-TOKEN-1(1 : 8)
                                   TO W-NEW-ASOF
               COMPUTE W-NEW-ASOF-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                      (W-NEW-ASOF)

               IF      W-NEW-ASOF-INT = 0
                   GO TO SUB-1100-BAD-CMDLINE
               END-IF

               SET  W-SHIFT-TO-AS-OF
                                   TO TRUE
           END-IF

           IF      W-CMD-LEN-2 > 0
               MOVE W-CMD-TOKEN-2(1 : W-CMD-LEN-2)
                                   TO W-LAYOUT-NAME
           END-IF

           GO TO SUB-1100-EXIT
           .
       SUB-1100-BAD-CMDLINE.
           DISPLAY W-ERROR-MSG
               'command line must be "+nnnnn", "-nnnnn" or a new '
               'as-of date YYYYMMDD, then optionally a layout name '
               '- got: '
               W-CMDLINE

           MOVE SPACES             TO AGERPT-REC
           STRING '*** COMMAND LINE NOT USABLE: '
                   W-CMDLINE
                        DELIMITED SIZE
                             INTO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           SET  W-RUN-STOPPED      TO TRUE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-LAYOUT.
      *---------------------
      **** The named layout's DATE field rows are tabled. A layout
      **** that cannot be found leaves its LAYOUT-RECORD rows with
      **** no known dates - they are rejected as they come.

           OPEN INPUT LAYOUTDF

           IF      NOT W-LAYOUTDF-FOUND
               MOVE SPACES         TO AGERPT-REC
               STRING '*** LAYOUT FILE NOT ON HAND - LAYOUT '
                       W-LAYOUT-NAME
                       ' CANNOT BE AGED'
                            DELIMITED SIZE
                                 INTO AGERPT-REC
               PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1210-READ-LAYOUT THRU SUB-1210-EXIT
               UNTIL W-EOF

           CLOSE LAYOUTDF

           MOVE SPACES             TO AGERPT-REC

           IF      W-LAYOUT-ROW-CNT = 0
               STRING '*** LAYOUT '
                       W-LAYOUT-NAME
                       ' HAS NO FIELD ROWS - CANNOT BE AGED'
                            DELIMITED SIZE
                                 INTO AGERPT-REC
           ELSE
               SET  W-LAYOUT-KNOWN TO TRUE
               MOVE W-LAYOUT-FLD-CNT
                                   TO W-DISP-NUM
               STRING 'LAYOUT-RECORD ROWS AGED PER LAYOUT '
                       W-LAYOUT-NAME
                       ' - DATE FIELDS:'
                       W-DISP-NUM
                            DELIMITED SIZE
                                 INTO AGERPT-REC
           END-IF

           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-READ-LAYOUT.
      *---------------------

           READ LAYOUTDF
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      LD-LAYOUT-NAME NOT = W-LAYOUT-NAME
               GO TO SUB-1210-EXIT
           END-IF

      **** A row FAKERTST's own load would drop never placed a
      **** field, so it places no date either.
           IF      LD-START  NOT NUMERIC
           OR      LD-LENGTH NOT NUMERIC
               GO TO SUB-1210-EXIT
           END-IF

           MOVE LD-START           TO W-LD-START-WK
           MOVE LD-LENGTH          TO W-LD-LENGTH-WK

           IF      W-LD-START-WK  < 1
           OR      W-LD-LENGTH-WK < 1
           OR      W-LD-START-WK + W-LD-LENGTH-WK - 1 > 240
               GO TO SUB-1210-EXIT
           END-IF

           ADD  1                  TO W-LAYOUT-ROW-CNT

           MOVE LD-PROVIDER-FUNCTION
                                   TO W-ROW-FUNC

           IF      NOT W-DATE-FUNCTION
           OR      W-LAYOUT-FLD-CNT >= 500
               GO TO SUB-1210-EXIT
           END-IF

           ADD  1                  TO W-LAYOUT-FLD-CNT
           SET  LF-DX              TO W-LAYOUT-FLD-CNT

           MOVE LD-FIELD-NAME      TO W-LF-FIELD-NAME(LF-DX)
           MOVE W-LD-START-WK      TO W-LF-START(LF-DX)
           MOVE W-LD-LENGTH-WK     TO W-LF-LENGTH(LF-DX)
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1300-FIND-AS-OF.
      *--------------------
      **** The region's run ID comes off the first LINKACCT row, or
      **** failing that the first columnar output row (text and
      **** LAYOUT-RECORD rows carry none). Its date is the as-of
      **** date the region was generated at, unless the aging
      **** history shows it has been aged since.

           OPEN INPUT LINKACCT

           IF      W-LINKACCT-FOUND
               READ LINKACCT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LA-RUN-ID
                                   TO W-RUN-ID-REF
               END-READ

               CLOSE LINKACCT
           END-IF

           IF      W-RUN-ID-REF = SPACES
               OPEN INPUT TESTOUTP

               IF      W-TESTOUTP-FOUND
                   SET  W-NOT-EOF  TO TRUE

                   PERFORM SUB-1310-SCAN-OUTPUT THRU SUB-1310-EXIT
                       UNTIL W-EOF
                          OR W-RUN-ID-REF NOT = SPACES

                   CLOSE TESTOUTP
               END-IF
           END-IF

           IF      W-RUN-ID-REF(2 : 8) NUMERIC
               MOVE W-RUN-ID-REF(2 : 8)
                                   TO W-ASOF-WK
               COMPUTE W-OLD-ASOF-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                      (W-ASOF-WK)
               IF      W-OLD-ASOF-INT > 0
                   MOVE W-ASOF-WK  TO W-OLD-ASOF
                   MOVE 'RUN ID DATE'
                                   TO W-ASOF-SOURCE
               END-IF
           END-IF

           IF      W-RUN-ID-REF NOT = SPACES
               OPEN INPUT AGEHIST

               IF      W-AGEHIST-GOOD
                   SET  W-NOT-EOF  TO TRUE

                   PERFORM SUB-1320-READ-AGEHIST THRU SUB-1320-EXIT
                       UNTIL W-EOF

                   CLOSE AGEHIST
               END-IF
           END-IF

           IF      W-SHIFT-TO-AS-OF
               IF      W-OLD-ASOF-INT = 0
                   DISPLAY W-ERROR-MSG
                       'no run ID on file to find the region''s '
                       'as-of date - age it by a day count instead'
                   MOVE '*** AS-OF DATE NOT KNOWN - AGE BY A DAY COUNT'
                                   TO AGERPT-REC
                   PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
                   SET  W-RUN-STOPPED
                                   TO TRUE
                   GO TO SUB-1300-EXIT
               END-IF

               COMPUTE W-SHIFT-DAYS
                                   =  W-NEW-ASOF-INT
                                      - W-OLD-ASOF-INT
           ELSE
               IF      W-OLD-ASOF-INT > 0
                   COMPUTE W-NEW-ASOF-INT
                                   =  W-OLD-ASOF-INT
                                      + W-SHIFT-DAYS
                   IF      W-NEW-ASOF-INT < 1
                   OR      W-NEW-ASOF-INT > W-DATE-MAX-INT
                       MOVE 0      TO W-NEW-ASOF-INT
                   ELSE
                       COMPUTE W-NEW-ASOF
                                   =  FUNCTION DATE-OF-INTEGER
                                      (W-NEW-ASOF-INT)
                   END-IF
               END-IF
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-SCAN-OUTPUT.
      *---------------------

           READ TESTOUTP
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           IF      TESTOUTP-REC(31 : 1) NOT = '|'
               GO TO SUB-1310-EXIT
           END-IF

           IF      TOC-PROVIDER-FUNCTION = 'CUSTOMER-PROFILE'
               MOVE TCU-RUN-ID     TO W-RUN-ID-REF
           ELSE
               MOVE TOC-RUN-ID     TO W-RUN-ID-REF
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-READ-AGEHIST.
      *----------------------
      **** The last aging of this run ID wins - the history only
      **** ever grows at the end.

           READ AGEHIST
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1320-EXIT
           END-READ

           IF      AH-RUN-ID NOT = W-RUN-ID-REF
           OR      AH-NEW-ASOF NOT NUMERIC
               GO TO SUB-1320-EXIT
           END-IF

           MOVE AH-NEW-ASOF        TO W-ASOF-WK
           COMPUTE W-OLD-ASOF-INT  =  FUNCTION INTEGER-OF-DATE
                                      (W-ASOF-WK)

           IF      W-OLD-ASOF-INT > 0
               MOVE W-ASOF-WK      TO W-OLD-ASOF
               MOVE 'EARLIER AGING'
                                   TO W-ASOF-SOURCE
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1400-WRITE-HEADINGS.
      *------------------------

           MOVE SPACES             TO AGERPT-REC

           IF      W-RUN-ID-REF = SPACES
               MOVE 'RUN ID: NOT ON FILE'
                                   TO AGERPT-REC
           ELSE
               STRING 'RUN ID: '
                       W-RUN-ID-REF
                            DELIMITED SIZE
                                 INTO AGERPT-REC
           END-IF

           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC

           IF      W-OLD-ASOF-INT = 0
               MOVE 'AS-OF DATE: NOT KNOWN'
                                   TO AGERPT-REC
           ELSE
               IF      W-NEW-ASOF-INT = 0
                   STRING 'AS-OF DATE: '
                           W-OLD-ASOF-X
                           ' ('
                           W-ASOF-SOURCE
                                DELIMITED '  '
                           ')'
                                DELIMITED SIZE
                                     INTO AGERPT-REC
               ELSE
                   STRING 'AS-OF DATE: '
                           W-OLD-ASOF-X
                           ' ('
                           W-ASOF-SOURCE
                                DELIMITED '  '
                           ') AGED TO '
                           W-NEW-ASOF-X
                                DELIMITED SIZE
                                     INTO AGERPT-REC
               END-IF
           END-IF

           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE W-SHIFT-DAYS       TO W-DAYS-EDIT
           MOVE SPACES             TO AGERPT-REC
           STRING 'DAYS SHIFTED: '
                   W-DAYS-EDIT
                        DELIMITED SIZE
                             INTO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-AGE-OUTPUT.
      *--------------------

           OPEN INPUT TESTOUTP

           IF      NOT W-TESTOUTP-FOUND
               MOVE 'OUTPUT FILE NOT ON HAND - NOT AGED'
                                   TO AGERPT-REC
               PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           OPEN INPUT ERRKEY

           IF      W-ERRKEY-FOUND
               SET  W-ERRKEY-NOT-EOF
                                   TO TRUE
               SET  W-ERRKEY-OPEN  TO TRUE
           ELSE
               SET  W-ERRKEY-EOF   TO TRUE
           END-IF

           OPEN OUTPUT AGEDOUTP

           SET  W-OUTP-NOT-EOF     TO TRUE

           PERFORM SUB-2100-AGE-OUTPUT-ROW THRU SUB-2100-EXIT
               UNTIL W-OUTP-EOF

           CLOSE TESTOUTP
                 AGEDOUTP

           IF      W-ERRKEY-OPEN
               CLOSE ERRKEY
           END-IF

           SET  W-OUTPUT-AGED      TO TRUE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-AGE-OUTPUT-ROW.
      *------------------------
      **** Row shapes are told apart the way FAKRCOMP tells them: a
      **** text row has ': ' after the function column, a columnar
      **** row the delimiter, and a LAYOUT-RECORD row neither. The
      **** row is written to the aged copy whatever happens to it.

           READ TESTOUTP
               AT END
                   SET  W-OUTP-EOF TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-TESTOUTP-RECS

           PERFORM SUB-2110-CHECK-PLANTED THRU SUB-2110-EXIT

           MOVE 'OUTPUT'           TO W-DATE-FILE
           MOVE W-TESTOUTP-RECS    TO W-DATE-ROW-NO

           EVALUATE TRUE
             WHEN TESTOUTP-REC(31 : 2) = ': '
               MOVE TO-PROVIDER-FUNCTION
                                   TO W-ROW-FUNC
               IF      W-DATE-FUNCTION
                   PERFORM SUB-2130-AGE-TEXT-ROW THRU SUB-2130-EXIT
               END-IF

             WHEN TESTOUTP-REC(31 : 1) = '|'
               MOVE TOC-PROVIDER-FUNCTION
                                   TO W-ROW-FUNC
               IF      W-DATE-FUNCTION
                   PERFORM SUB-2140-AGE-COLUMNAR-ROW
                                   THRU SUB-2140-EXIT
               END-IF

             WHEN OTHER
               PERFORM SUB-2150-AGE-LAYOUT-ROW THRU SUB-2150-EXIT
           END-EVALUATE

           WRITE AGEDOUTP-REC    FROM TESTOUTP-REC
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-CHECK-PLANTED.
      *-----------------------
      **** The answer key is in row order, so it is read in step
      **** with the output file.

           SET  W-ROW-NOT-PLANTED  TO TRUE

           PERFORM SUB-2120-READ-ERRKEY THRU SUB-2120-EXIT
               UNTIL W-ERRKEY-EOF
                  OR W-EK-ROW-NO >= W-TESTOUTP-RECS

           IF      W-ERRKEY-NOT-EOF
           AND     W-EK-ROW-NO = W-TESTOUTP-RECS
               SET  W-ROW-PLANTED  TO TRUE
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2120-READ-ERRKEY.
      *---------------------

           READ ERRKEY
               AT END
                   SET  W-ERRKEY-EOF
                                   TO TRUE
                   GO TO SUB-2120-EXIT
           END-READ

           IF      EK-ROW-NO NUMERIC
               MOVE EK-ROW-NO      TO W-EK-ROW-NO
           END-IF
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2130-AGE-TEXT-ROW.
      *----------------------

           MOVE TO-FAKER-RESULT(1 : 10)
                                   TO W-DATE-TEXT
           MOVE TO-PROVIDER-FUNCTION
                                   TO W-DATE-FIELD

           IF      TO-FAKER-RESULT(11 : 70) = SPACES
               SET  W-DATE-TAIL-CLEAR
                                   TO TRUE
           ELSE
               SET  W-DATE-TAIL-NOT-CLEAR
                                   TO TRUE
           END-IF

           PERFORM SUB-8000-SHIFT-DATE THRU SUB-8000-EXIT

           IF      W-DATE-SHIFTED
               MOVE W-DATE-TEXT    TO TO-FAKER-RESULT(1 : 10)
           END-IF
           .
       SUB-2130-EXIT.
           EXIT.
      /
       SUB-2140-AGE-COLUMNAR-ROW.
      *--------------------------
      **** The result column and the year/month/day columns are two
      **** copies of the date, each aged - and counted - on its own.

           MOVE TOC-RESULT(1 : 10) TO W-DATE-TEXT
           MOVE TOC-PROVIDER-FUNCTION
                                   TO W-DATE-FIELD

           IF      TOC-RESULT(11 : 70) = SPACES
               SET  W-DATE-TAIL-CLEAR
                                   TO TRUE
           ELSE
               SET  W-DATE-TAIL-NOT-CLEAR
                                   TO TRUE
           END-IF

           PERFORM SUB-8000-SHIFT-DATE THRU SUB-8000-EXIT

           IF      W-DATE-SHIFTED
               MOVE W-DATE-TEXT    TO TOC-RESULT(1 : 10)
           END-IF

           MOVE TOC-FIELD-1(1 : 4) TO W-DT-YYYY
           MOVE '-'                TO W-DT-SEP-1
                                      W-DT-SEP-2
           MOVE TOC-FIELD-2(1 : 2) TO W-DT-MM
           MOVE TOC-FIELD-3(1 : 2) TO W-DT-DD

           MOVE SPACES             TO W-DATE-FIELD
           STRING TOC-PROVIDER-FUNCTION
                        DELIMITED ' '
                   ' Y/M/D'
                        DELIMITED SIZE
                             INTO W-DATE-FIELD

           IF      TOC-FIELD-1(5 : 31) = SPACES
           AND     TOC-FIELD-2(3 : 33) = SPACES
           AND     TOC-FIELD-3(3 : 33) = SPACES
               SET  W-DATE-TAIL-CLEAR
                                   TO TRUE
           ELSE
               SET  W-DATE-TAIL-NOT-CLEAR
                                   TO TRUE
           END-IF

           PERFORM SUB-8000-SHIFT-DATE THRU SUB-8000-EXIT

           IF      W-DATE-SHIFTED
               MOVE W-DT-YYYY      TO TOC-FIELD-1(1 : 4)
               MOVE W-DT-MM        TO TOC-FIELD-2(1 : 2)
               MOVE W-DT-DD        TO TOC-FIELD-3(1 : 2)
           END-IF
           .
       SUB-2140-EXIT.
           EXIT.
      /
       SUB-2150-AGE-LAYOUT-ROW.
      *------------------------
      **** A LAYOUT-RECORD row carries no layout name of its own -
      **** its dates can only be found through the layout named on
      **** the command line.

           IF      W-LAYOUT-NOT-KNOWN
               MOVE 'LAYOUT'       TO W-DATE-FILE
               MOVE 'LAYOUT-RECORD'
                                   TO W-DATE-FIELD
               MOVE TESTOUTP-REC(1 : 10)
                                   TO W-DATE-TEXT
               MOVE 'no layout named to find the row''s dates'
                                   TO W-REJECT-REASON
               PERFORM SUB-8300-REJECT-DATE THRU SUB-8300-EXIT
               GO TO SUB-2150-EXIT
           END-IF

           MOVE 'LAYOUT'           TO W-DATE-FILE

           PERFORM SUB-2160-AGE-LAYOUT-FIELD THRU SUB-2160-EXIT
               VARYING LF-DX FROM 1 BY 1
                 UNTIL LF-DX > W-LAYOUT-FLD-CNT
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2160-AGE-LAYOUT-FIELD.
      *--------------------------
      **** The date fills the field from the left, as FAKERTST
      **** places it; a field shorter than YYYY-MM-DD holds only
      **** part of a date and cannot be aged.

           MOVE W-LF-FIELD-NAME(LF-DX)
                                   TO W-DATE-FIELD

           IF      W-LF-LENGTH(LF-DX) < LENGTH OF W-DATE-TEXT
               MOVE TESTOUTP-REC(W-LF-START(LF-DX) :
                                 W-LF-LENGTH(LF-DX))
                                   TO W-DATE-TEXT
               IF      W-ROW-PLANTED
               AND     W-DATE-TEXT = SPACES
                   PERFORM SUB-8100-FIND-FIELD THRU SUB-8100-EXIT
                   ADD  1          TO W-FLD-PLANTED(W-FLD-FOUND-DX)
                                      W-TOTAL-PLANTED
               ELSE
                   MOVE 'field too short to hold YYYY-MM-DD'
                                   TO W-REJECT-REASON
                   PERFORM SUB-8300-REJECT-DATE THRU SUB-8300-EXIT
               END-IF
               GO TO SUB-2160-EXIT
           END-IF

           MOVE TESTOUTP-REC(W-LF-START(LF-DX) : 10)
                                   TO W-DATE-TEXT

           SET  W-DATE-TAIL-CLEAR  TO TRUE

           IF      W-LF-LENGTH(LF-DX) > LENGTH OF W-DATE-TEXT
               IF      TESTOUTP-REC(W-LF-START(LF-DX) + 10 :
                                    W-LF-LENGTH(LF-DX) - 10)
                                   NOT = SPACES
                   SET  W-DATE-TAIL-NOT-CLEAR
                                   TO TRUE
               END-IF
           END-IF

           PERFORM SUB-8000-SHIFT-DATE THRU SUB-8000-EXIT

           IF      W-DATE-SHIFTED
               MOVE W-DATE-TEXT
                 TO TESTOUTP-REC(W-LF-START(LF-DX) : 10)
           END-IF
           .
       SUB-2160-EXIT.
           EXIT.
      /
       SUB-2300-AGE-LINKED-SET.
      *------------------------
      **** LINKACCT and LINKTRAN are aged in step, in the order
      **** FAKERTST writes them - an account row, then its
      **** transactions in date order - so each transaction's
      **** interval from the date before it can be proved unchanged.

           OPEN INPUT LINKACCT

           IF      NOT W-LINKACCT-FOUND
               MOVE 'LINKED-SET FILES NOT ON HAND - NOT AGED'
                                   TO AGERPT-REC
               PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           OPEN OUTPUT AGEDACCT

           OPEN INPUT LINKTRAN

           IF      W-LINKTRAN-FOUND
               OPEN OUTPUT AGEDTRAN
               SET  W-LINKTRAN-AGED
                                   TO TRUE
               PERFORM SUB-2550-READ-LINKTRAN THRU SUB-2550-EXIT
           ELSE
               SET  W-TRAN-EOF     TO TRUE
               MOVE 'LINKTRAN FILE NOT ON HAND - NOT AGED'
                                   TO AGERPT-REC
               PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
           END-IF

           SET  W-ACCT-NOT-EOF     TO TRUE

           PERFORM SUB-2400-AGE-ACCOUNT THRU SUB-2400-EXIT
               UNTIL W-ACCT-EOF

      **** Transaction rows no account row claimed in sequence are
      **** still aged - only their intervals go unproved.
           SET  W-NOT-IN-ACCOUNT   TO TRUE

           PERFORM SUB-2500-AGE-TRANSACTION THRU SUB-2500-EXIT
               UNTIL W-TRAN-EOF

           CLOSE LINKACCT
                 AGEDACCT

           SET  W-LINKACCT-AGED    TO TRUE

           IF      W-LINKTRAN-AGED
               CLOSE LINKTRAN
                     AGEDTRAN
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-AGE-ACCOUNT.
      *---------------------

           READ LINKACCT
               AT END
                   SET  W-ACCT-EOF TO TRUE
                   GO TO SUB-2400-EXIT
           END-READ

           ADD  1                  TO W-LINKACCT-RECS

           MOVE 'LINKACCT'         TO W-DATE-FILE
           MOVE 'LA-OPEN-DATE'     TO W-DATE-FIELD
           MOVE W-LINKACCT-RECS    TO W-DATE-ROW-NO
           MOVE LA-OPEN-DATE       TO W-DATE-TEXT
           SET  W-DATE-TAIL-CLEAR  TO TRUE
           SET  W-ROW-NOT-PLANTED  TO TRUE

           PERFORM SUB-8000-SHIFT-DATE THRU SUB-8000-EXIT

           IF      W-DATE-SHIFTED
               MOVE W-DATE-TEXT    TO LA-OPEN-DATE
               MOVE W-DATE-OLD-INT TO W-PREV-OLD-INT
               MOVE W-DATE-NEW-INT TO W-PREV-NEW-INT
               SET  W-PREV-DATE-KNOWN
                                   TO TRUE
           ELSE
               SET  W-PREV-DATE-NOT-KNOWN
                                   TO TRUE
           END-IF

           WRITE AGEDACCT-REC    FROM LINKACCT-REC

           SET  W-IN-ACCOUNT       TO TRUE

           PERFORM SUB-2500-AGE-TRANSACTION THRU SUB-2500-EXIT
               UNTIL W-TRAN-EOF
                  OR LT-ACCT-NO NOT = LA-ACCT-NO
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-AGE-TRANSACTION.
      *-------------------------
      **** The row in hand was read ahead by SUB-2550.

           MOVE 'LINKTRAN'         TO W-DATE-FILE
           MOVE 'LT-TRAN-DATE'     TO W-DATE-FIELD
           MOVE W-LINKTRAN-RECS    TO W-DATE-ROW-NO
           MOVE LT-TRAN-DATE       TO W-DATE-TEXT
           SET  W-DATE-TAIL-CLEAR  TO TRUE
           SET  W-ROW-NOT-PLANTED  TO TRUE

           PERFORM SUB-8000-SHIFT-DATE THRU SUB-8000-EXIT

           IF      W-DATE-SHIFTED
               MOVE W-DATE-TEXT    TO LT-TRAN-DATE
           END-IF

           IF      W-NOT-IN-ACCOUNT
               ADD  1              TO W-TRAN-UNMATCHED
           END-IF

           IF      W-IN-ACCOUNT
           AND     W-PREV-DATE-KNOWN
           AND     W-DATE-SHIFTED
               ADD  1              TO W-INTERVAL-CHECKED
               IF      W-DATE-OLD-INT - W-PREV-OLD-INT NOT =
                       W-DATE-NEW-INT - W-PREV-NEW-INT
                   ADD  1          TO W-INTERVAL-CHANGED
                   MOVE 'interval from date before it changed'
                                   TO W-REJECT-REASON
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               END-IF
           END-IF

           IF      W-DATE-SHIFTED
               MOVE W-DATE-OLD-INT TO W-PREV-OLD-INT
               MOVE W-DATE-NEW-INT TO W-PREV-NEW-INT
               SET  W-PREV-DATE-KNOWN
                                   TO TRUE
           ELSE
               SET  W-PREV-DATE-NOT-KNOWN
                                   TO TRUE
           END-IF

           WRITE AGEDTRAN-REC    FROM LINKTRAN-REC

           PERFORM SUB-2550-READ-LINKTRAN THRU SUB-2550-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-READ-LINKTRAN.
      *-----------------------

           READ LINKTRAN
               AT END
                   SET  W-TRAN-EOF TO TRUE
                   GO TO SUB-2550-EXIT
           END-READ

           ADD  1                  TO W-LINKTRAN-RECS
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2800-REPLACE-FILES.
      *-----------------------
      **** All or nothing - a region with one date left behind no
      **** longer has its intervals, so the FAKERTST files are only
      **** replaced when every date aged clean. The aged copies are
      **** left in place either way. A file that will not open stops
      **** the replace there, and the history is not written - the
      **** region has not moved to the new as-of date.

           IF      W-TOTAL-REJECTED   > 0
           OR      W-INTERVAL-CHANGED > 0
               GO TO SUB-2800-EXIT
           END-IF

           IF      W-OUTPUT-NOT-AGED
           AND     W-LINKACCT-NOT-AGED
               GO TO SUB-2800-EXIT
           END-IF

           IF      W-OUTPUT-AGED
               MOVE 'Data\FAKAGE Output.txt'
                                   TO W-COPYIN-NAME
               MOVE 'Data\FAKERTST Output.txt'
                                   TO W-COPYOUT-NAME
               PERFORM SUB-2850-COPY-FILE THRU SUB-2850-EXIT
               IF      W-COPY-FAILED
                   GO TO SUB-2800-EXIT
               END-IF
           END-IF

           IF      W-LINKACCT-AGED
               MOVE 'Data\FAKAGE Linkacct.txt'
                                   TO W-COPYIN-NAME
               MOVE 'Data\FAKERTST Linkacct.txt'
                                   TO W-COPYOUT-NAME
               PERFORM SUB-2850-COPY-FILE THRU SUB-2850-EXIT
               IF      W-COPY-FAILED
                   GO TO SUB-2800-EXIT
               END-IF
           END-IF

           IF      W-LINKTRAN-AGED
               MOVE 'Data\FAKAGE Linktran.txt'
                                   TO W-COPYIN-NAME
               MOVE 'Data\FAKERTST Linktran.txt'
                                   TO W-COPYOUT-NAME
               PERFORM SUB-2850-COPY-FILE THRU SUB-2850-EXIT
               IF      W-COPY-FAILED
                   GO TO SUB-2800-EXIT
               END-IF
           END-IF

           SET  W-FILES-REPLACED   TO TRUE

           PERFORM SUB-2900-WRITE-AGEHIST THRU SUB-2900-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2850-COPY-FILE.
      *-------------------

           OPEN INPUT COPYIN

           IF      NOT W-COPYIN-FOUND
               DISPLAY W-ERROR-MSG
                   'aged copy would not open - status '
                   W-COPYIN-STATUS
                   ': '
                   W-COPYIN-NAME
               SET  W-COPY-FAILED  TO TRUE
               GO TO SUB-2850-EXIT
           END-IF

           OPEN OUTPUT COPYOUT

           IF      NOT W-COPYOUT-FOUND
               DISPLAY W-ERROR-MSG
                   'file to replace would not open - status '
                   W-COPYOUT-STATUS
                   ': '
                   W-COPYOUT-NAME
               CLOSE COPYIN
               SET  W-COPY-FAILED  TO TRUE
               GO TO SUB-2850-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2860-COPY-ROW THRU SUB-2860-EXIT
               UNTIL W-EOF

           CLOSE COPYIN
                 COPYOUT
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2860-COPY-ROW.
      *------------------

           READ COPYIN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2860-EXIT
           END-READ

           WRITE COPYOUT-REC     FROM COPYIN-REC
           .
       SUB-2860-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-AGEHIST.
      *-----------------------

           OPEN EXTEND AGEHIST

           IF      NOT W-AGEHIST-GOOD
               DISPLAY W-ERROR-MSG
                   'aging history file would not open - status '
                   W-AGEHIST-STATUS
               GO TO SUB-2900-EXIT
           END-IF

           ACCEPT  W-TODAY         FROM DATE YYYYMMDD
           ACCEPT  W-NOW           FROM TIME

           MOVE SPACES             TO AGEHIST-REC
           MOVE W-RUN-ID-REF       TO AH-RUN-ID
           MOVE W-TODAY-X          TO AH-AGED-DATE
           MOVE W-NOW-X(1 : 6)     TO AH-AGED-TIME

           IF      W-OLD-ASOF-INT > 0
               MOVE W-OLD-ASOF-X   TO AH-OLD-ASOF
           END-IF

           IF      W-NEW-ASOF-INT > 0
               MOVE W-NEW-ASOF-X   TO AH-NEW-ASOF
           END-IF

           MOVE W-SHIFT-DAYS       TO AH-SHIFT-DAYS
           MOVE '|'                TO AH-DELIM-1
                                      AH-DELIM-2
                                      AH-DELIM-3
                                      AH-DELIM-4
                                      AH-DELIM-5

           WRITE AGEHIST-REC

           CLOSE AGEHIST
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               MOVE 8              TO RETURN-CODE
               CLOSE AGERPT
               DISPLAY 'FAKAGE completed'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC
           MOVE 'FILE'             TO ARH-FILE
           MOVE 'FIELD'            TO ARH-FIELD
           MOVE '    SHIFTED'      TO ARH-SHIFTED
           MOVE ' AS PLANTED'      TO ARH-PLANTED
           MOVE '   REJECTED'      TO ARH-REJECTED
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           PERFORM SUB-3100-WRITE-FIELD-TOTAL THRU SUB-3100-EXIT
               VARYING FL-DX FROM 1 BY 1
                 UNTIL FL-DX > W-FLD-CNT

           MOVE SPACES             TO AGERPT-REC
           MOVE 'TOTAL'            TO ARF-FILE
           MOVE W-TOTAL-SHIFTED    TO ARF-SHIFTED
           MOVE W-TOTAL-PLANTED    TO ARF-PLANTED
           MOVE W-TOTAL-REJECTED   TO ARF-REJECTED
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE W-INTERVAL-CHECKED TO W-DISP-NUM
           MOVE SPACES             TO AGERPT-REC
           STRING 'TRANSACTION INTERVALS CHECKED:     '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE W-INTERVAL-CHANGED TO W-DISP-NUM
           MOVE SPACES             TO AGERPT-REC
           STRING 'TRANSACTION INTERVALS CHANGED:     '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE W-TRAN-UNMATCHED   TO W-DISP-NUM
           MOVE SPACES             TO AGERPT-REC
           STRING 'TRANSACTIONS OUT OF ACCOUNT ORDER: '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           MOVE SPACES             TO AGERPT-REC

           EVALUATE TRUE
             WHEN W-FILES-REPLACED
               MOVE 'VERDICT: AGED - FAKERTST FILES REPLACED'
                                   TO AGERPT-REC

             WHEN W-COPY-FAILED
               MOVE 'VERDICT: REPLACE STOPPED - A FILE WOULD NOT '
                 &  'OPEN, NO HISTORY WRITTEN'
                                   TO AGERPT-REC
               MOVE 8              TO RETURN-CODE

             WHEN W-OUTPUT-NOT-AGED
              AND W-LINKACCT-NOT-AGED
               MOVE 'VERDICT: NOTHING TO AGE'
                                   TO AGERPT-REC
               MOVE 8              TO RETURN-CODE

             WHEN OTHER
               MOVE 'VERDICT: NOT AGED - NO FILE REPLACED'
                                   TO AGERPT-REC
               MOVE 8              TO RETURN-CODE
           END-EVALUATE

           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT

           CLOSE AGERPT

           MOVE W-TESTOUTP-RECS    TO W-DISP-NUM
           DISPLAY 'TESTOUTP rows read:       '
                   W-DISP-NUM

           MOVE W-LINKACCT-RECS    TO W-DISP-NUM
           DISPLAY 'LINKACCT rows read:       '
                   W-DISP-NUM

           MOVE W-LINKTRAN-RECS    TO W-DISP-NUM
           DISPLAY 'LINKTRAN rows read:       '
                   W-DISP-NUM

           MOVE W-TOTAL-SHIFTED    TO W-DISP-NUM
           DISPLAY 'Dates shifted:            '
                   W-DISP-NUM

           MOVE W-TOTAL-REJECTED   TO W-DISP-NUM
           DISPLAY 'Dates rejected:           '
                   W-DISP-NUM

           DISPLAY 'FAKAGE completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-FIELD-TOTAL.
      *---------------------------

           MOVE SPACES             TO AGERPT-REC
           MOVE W-FLD-FILE(FL-DX)  TO ARF-FILE
           MOVE W-FLD-NAME(FL-DX)  TO ARF-FIELD
           MOVE W-FLD-SHIFTED(FL-DX)
                                   TO ARF-SHIFTED
           MOVE W-FLD-PLANTED(FL-DX)
                                   TO ARF-PLANTED
           MOVE W-FLD-REJECTED(FL-DX)
                                   TO ARF-REJECTED
           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-8000-SHIFT-DATE.
      *--------------------
      **** Moves the date in W-DATE-TEXT by W-SHIFT-DAYS and counts
      **** it against W-DATE-FILE/W-DATE-FIELD. A date on a row the
      **** answer key names is left as it is and counted as planted;
      **** on any other row a date that will not read - or whose
      **** field has more than a date in it - is left as it is and
      **** rejected. W-DATE-SHIFTED says whether it moved.

           SET  W-DATE-NOT-SHIFTED TO TRUE

           PERFORM SUB-8100-FIND-FIELD THRU SUB-8100-EXIT

      **** A planted defect need not make the date unreadable (a year
      **** out of range still parses), so nothing on a row the key
      **** names is touched - its EK-AFTER must still match it.
           IF      W-ROW-PLANTED
               ADD  1              TO W-FLD-PLANTED(W-FLD-FOUND-DX)
                                      W-TOTAL-PLANTED
               GO TO SUB-8000-EXIT
           END-IF

           PERFORM SUB-8200-PARSE-DATE THRU SUB-8200-EXIT

           IF      W-DATE-OLD-INT = 0
           OR      W-DATE-TAIL-NOT-CLEAR
               MOVE 'not a YYYY-MM-DD date'
                                   TO W-REJECT-REASON
               PERFORM SUB-8300-REJECT-DATE THRU SUB-8300-EXIT
               GO TO SUB-8000-EXIT
           END-IF

           COMPUTE W-DATE-NEW-INT  =  W-DATE-OLD-INT
                                      + W-SHIFT-DAYS

           IF      W-DATE-NEW-INT < 1
           OR      W-DATE-NEW-INT > W-DATE-MAX-INT
               MOVE 'shifted date falls outside the calendar'
                                   TO W-REJECT-REASON
               PERFORM SUB-8300-REJECT-DATE THRU SUB-8300-EXIT
               GO TO SUB-8000-EXIT
           END-IF

           COMPUTE W-DATE-NUM-9    =  FUNCTION DATE-OF-INTEGER
                                      (W-DATE-NEW-INT)

           MOVE W-DATE-NUM-YYYY    TO W-DT-YYYY
           MOVE W-DATE-NUM-MM      TO W-DT-MM
           MOVE W-DATE-NUM-DD      TO W-DT-DD

           ADD  1                  TO W-FLD-SHIFTED(W-FLD-FOUND-DX)
                                      W-TOTAL-SHIFTED

           SET  W-DATE-SHIFTED     TO TRUE
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8100-FIND-FIELD.
      *--------------------
      **** Finds W-DATE-FILE/W-DATE-FIELD's counters, adding a slot
      **** the first time the pair is met. Leaves the slot in
      **** W-FLD-FOUND-DX.

           MOVE 0                  TO W-FLD-FOUND-DX

           PERFORM SUB-8110-MATCH-FIELD THRU SUB-8110-EXIT
               VARYING FL-DX FROM 1 BY 1
                 UNTIL W-FLD-FOUND-DX > 0
                    OR FL-DX > W-FLD-CNT

           IF      W-FLD-FOUND-DX = 0
               ADD  1              TO W-FLD-CNT
               MOVE W-FLD-CNT      TO W-FLD-FOUND-DX
               MOVE W-DATE-FILE    TO W-FLD-FILE(W-FLD-FOUND-DX)
               MOVE W-DATE-FIELD   TO W-FLD-NAME(W-FLD-FOUND-DX)
               MOVE 0              TO W-FLD-SHIFTED(W-FLD-FOUND-DX)
                                      W-FLD-PLANTED(W-FLD-FOUND-DX)
                                      W-FLD-REJECTED(W-FLD-FOUND-DX)
           END-IF
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8110-MATCH-FIELD.
      *---------------------

           IF      W-FLD-FILE(FL-DX) = W-DATE-FILE
           AND     W-FLD-NAME(FL-DX) = W-DATE-FIELD
               SET  W-FLD-FOUND-DX TO FL-DX
           END-IF
           .
       SUB-8110-EXIT.
           EXIT.
      /
       SUB-8200-PARSE-DATE.
      *--------------------
      **** W-DATE-OLD-INT is the date's day number, or zero when
      **** W-DATE-TEXT is not a real YYYY-MM-DD calendar date.

           MOVE 0                  TO W-DATE-OLD-INT

           IF      W-DT-YYYY  NOT NUMERIC
           OR      W-DT-SEP-1 NOT = '-'
           OR      W-DT-MM    NOT NUMERIC
           OR      W-DT-SEP-2 NOT = '-'
           OR      W-DT-DD    NOT NUMERIC
               GO TO SUB-8200-EXIT
           END-IF

           MOVE W-DT-YYYY          TO W-DATE-NUM-YYYY
           MOVE W-DT-MM            TO W-DATE-NUM-MM
           MOVE W-DT-DD            TO W-DATE-NUM-DD

           COMPUTE W-DATE-OLD-INT  =  FUNCTION INTEGER-OF-DATE
                                      (W-DATE-NUM-9)
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-8300-REJECT-DATE.
      *---------------------

           PERFORM SUB-8100-FIND-FIELD THRU SUB-8100-EXIT

           ADD  1                  TO W-FLD-REJECTED(W-FLD-FOUND-DX)
                                      W-TOTAL-REJECTED

           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-8300-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-AGERPT.
      *----------------------

           WRITE AGERPT-REC

           ADD  1                  TO W-AGERPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9400-WRITE-DETAIL.
      *----------------------

           IF      W-DETAIL-CNT >= W-DETAIL-MAX
               GO TO SUB-9400-EXIT
           END-IF

           ADD  1                  TO W-DETAIL-CNT

           MOVE SPACES             TO AGERPT-REC
           MOVE '*** '             TO ARD-MARKER
           MOVE W-DATE-FILE        TO ARD-FILE
           MOVE W-DATE-ROW-NO      TO ARD-ROW-NO
           MOVE W-DATE-FIELD       TO ARD-FIELD
           STRING ''''
                   W-DATE-TEXT
                   ''''
                        DELIMITED SIZE
                             INTO ARD-VALUE
           MOVE W-REJECT-REASON    TO ARD-REASON

           PERFORM SUB-9200-WRITE-AGERPT THRU SUB-9200-EXIT
           .
       SUB-9400-EXIT.
           EXIT.
