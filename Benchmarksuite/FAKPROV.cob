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

       PROGRAM-ID.             FAKPROV.

      **** Provenance inquiry - given one value a tester has found
      **** in a test region, says where it came from: which run
      **** issued it, which card and row of which file it sits on,
      **** which partition, and whether FAKERTST planted it on
      **** purpose as a dirty-data defect. Triage of a bad value
      **** starts from here - a generator problem, a planted error
      **** and an application bug each read differently below.
      ****
      **** The command line is the value's family, then the value:
      ****
      ****     TAXID 123-45-6789       SSN, ITIN, EIN or SIN -
      ****                             hyphens are ignored
      ****     BANK-ACCOUNT 2268868411
      ****     NAME James Jones        any part of a name
      ****     TEXT Nowhereville       any text on a row
      ****
      **** Identifier values are looked up in the issued-identifier
      **** registry FAKERTST keeps across runs (UNIQREG) for the
      **** run ID and date that issued them. Every file FAKERTST
      **** leaves behind is then scanned - the output file and each
      **** partition's output file (Output Pnn), the three
      **** LINKED-SET files, and each one's ERRKEY answer key -
      **** and every row the value is on is listed with the card
      **** of the deck that wrote it. A row the answer key names is
      **** flagged as carrying a planted defect. The run-history
      **** events and archived reconciliation totals of every run
      **** involved close the report.
      ****
      **** Identifier families match whole identifier fields (a
      **** TAXID does not match inside a longer account number);
      **** NAME and TEXT match anywhere on a row, ignoring case.
      **** An output row's card is found by replaying the deck the
      **** row's file was written from, card by card: a card that
      **** lost units to rejects can put the rows of a following
      **** card with the same provider-function one card early, and
      **** rows of a merged output file (FAKMERGE) carry no card.

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
      **** Mirror of the registry FAKERTST maintains - see its
      **** UNIQREG SELECT. FILE STATUS is checked because a shop
      **** that has never run with the registry has no file; the
      **** run is then taken from the rows the value is found on.
           SELECT UNIQREG              ASSIGN
                                       'Data\FAKERTST Uniqreg.dat'
                                       ORGANIZATION INDEXED
                                       ACCESS MODE DYNAMIC
                                       RECORD KEY UR-KEY
                                       FILE STATUS IS W-UNIQREG-STATUS.

           SELECT RUNHIST              ASSIGN
                                       'Data\FAKERTST Runhist.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-RUNHIST-STATUS.

           SELECT RECONARC             ASSIGN
                                       'Data\FAKERTST Reconarc.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-RECONARC-STATUS.

      **** One output set - the deck, output, answer key and
      **** reconciliation report of the unpartitioned run or of one
      **** partition - reopened under each set's names in turn.
      **** FILE STATUS is checked on all four because most
      **** partitions are never run.
           SELECT PRVDECK              ASSIGN TO DYNAMIC W-PRVDECK-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-PRVDECK-STATUS.

           SELECT PRVOUTP              ASSIGN TO DYNAMIC W-PRVOUTP-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-PRVOUTP-STATUS.

           SELECT PRVERRK              ASSIGN TO DYNAMIC W-PRVERRK-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-PRVERRK-STATUS.

           SELECT PRVRECON             ASSIGN TO DYNAMIC
                                       W-PRVRECON-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-PRVRECON-STATUS.

           SELECT LINKCUST             ASSIGN
                                       'Data\FAKERTST Linkcust.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-LINKCUST-STATUS.

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

           SELECT PRVRPT               ASSIGN
                                       'Data\FAKPROV Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  UNIQREG.

      **** Mirror of the record FAKERTST writes - see its UNIQREG
      **** FD.
       01  UNIQREG-REC.
           05  UR-KEY.
               10  UR-FAMILY       PIC X(01).
               10  UR-VALUE        PIC X(14).
           05  UR-RUN-ID           PIC X(15).
           05  UR-DATE             PIC X(08).

       FD  RUNHIST.

      **** Mirror of the record FAKERTST appends - see its RUNHIST
      **** FD.
       01  RUNHIST-REC.
           05  RH-RUN-ID           PIC X(15).
           05  FILLER              PIC X(01).
           05  RH-EVENT            PIC X(08).
           05  FILLER              PIC X(01).
           05  RH-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  RH-TIME             PIC X(06).
           05  FILLER              PIC X(01).
           05  RH-DECK-NAME        PIC X(22).
           05  FILLER              PIC X(01).
           05  RH-CARD-CNT         PIC 9(09).
           05  FILLER              PIC X(01).
           05  RH-UNIT-CNT         PIC 9(09).
           05  FILLER              PIC X(01).
           05  RH-SEED-NO          PIC 9(09).
           05  FILLER              PIC X(01).
           05  RH-SEED-TEXT        PIC X(20).

       FD  RECONARC.

      **** Mirror of the record FAKERTST appends - see its RECONARC
      **** FD.
       01  RECONARC-REC.
           05  RA-RUN-ID           PIC X(15).
           05  FILLER              PIC X(01).
           05  RA-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  RA-FUNCTION         PIC X(30).
           05  FILLER              PIC X(01).
           05  RA-REQUESTED        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RA-GENERATED        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RA-REJECTED         PIC 9(09).
           05  FILLER              PIC X(01).
           05  RA-DUPLICATES       PIC 9(09).
           05  FILLER              PIC X(01).
           05  RA-INJECTED         PIC 9(09).

       FD  PRVDECK.

      **** Mirror of the control card FAKERTST reads - see its
      **** TESTINPT FD. Only what places a row on a card is named.
       01  PRVDECK-REC.
           05  PD-PROVIDER-FUNCTION
                                   PIC X(30).
           05  PD-COUNT            PIC 9(06).
           05  FILLER              PIC X(09).
           05  FILLER              PIC X(80).
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(05).
           05  FILLER              PIC X(10).
           05  FILLER              PIC X(02).
           05  FILLER              PIC X(02).
           05  FILLER              PIC X(03).
           05  FILLER              PIC X(08).
           05  PD-PARTITION-NO     PIC X(02).
           05  PD-PARTITION-CNT    PIC X(02).
           05  FILLER              PIC X(02).

       FD  PRVOUTP.

      **** Mirror of the row FAKERTST writes - see its TESTOUTP FD
      **** and the two columnar layouts that redefine it.
       01  PRVOUTP-REC.
           05  PO-PROVIDER-FUNCTION
                                   PIC X(30).
           05  PO-COLON            PIC X(02).
           05  PO-FAKER-RESULT     PIC X(80).
           05  FILLER              PIC X(134).

       01  PRVOUTP-COL-REC REDEFINES PRVOUTP-REC.
           05  POC-PROVIDER-FUNCTION
                                   PIC X(30).
           05  POC-DELIM-1         PIC X(01).
           05  POC-RESULT          PIC X(80).
           05  POC-DELIM-2         PIC X(01).
           05  POC-FIELD-1         PIC X(35).
           05  POC-DELIM-3         PIC X(01).
           05  POC-FIELD-2         PIC X(35).
           05  POC-DELIM-4         PIC X(01).
           05  POC-FIELD-3         PIC X(35).
           05  POC-DELIM-5         PIC X(01).
           05  POC-FIELD-4         PIC X(10).
           05  POC-DELIM-6         PIC X(01).
           05  POC-RUN-ID          PIC X(15).

       01  PRVOUTP-CUST-REC REDEFINES PRVOUTP-REC.
           05  POU-PROVIDER-FUNCTION
                                   PIC X(30).
           05  POU-DELIM-1         PIC X(01).
           05  POU-FIRST-NAME      PIC X(25).
           05  POU-DELIM-2         PIC X(01).
           05  POU-LAST-NAME       PIC X(35).
           05  POU-DELIM-3         PIC X(01).
           05  POU-STREET          PIC X(35).
           05  POU-DELIM-4         PIC X(01).
           05  POU-CITY            PIC X(25).
           05  POU-DELIM-5         PIC X(01).
           05  POU-STATE-ABBR      PIC X(02).
           05  POU-DELIM-6         PIC X(01).
           05  POU-POSTCODE        PIC X(07).
           05  POU-DELIM-7         PIC X(01).
           05  POU-TELEPHONE       PIC X(12).
           05  POU-DELIM-8         PIC X(01).
           05  POU-SSN             PIC X(09).
           05  POU-DELIM-9         PIC X(01).
           05  POU-BANK-ACCT       PIC X(14).
           05  POU-DELIM-10        PIC X(01).
           05  POU-RUN-ID          PIC X(15).

       FD  PRVERRK.

      **** Mirror of the row FAKERTST writes - see its ERRKEY FD.
       01  PRVERRK-REC.
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

       FD  PRVRECON.

      **** Only the heading line and the line a resumed run writes
      **** under the checkpoint marker are read - each names a run.
       01  PRVRECON-REC.
           05  PR-LINE-HEAD        PIC X(37).
           05  PR-LINE-RUN-ID      PIC X(15).
           05  FILLER              PIC X(68).
       01  PRVRECON-RESUME-REC REDEFINES PRVRECON-REC.
           05  PR-RESUME-HEAD      PIC X(19).
           05  PR-RESUME-RUN-ID    PIC X(15).
           05  FILLER              PIC X(86).

       FD  LINKCUST.

      **** Mirror of the row FAKERTST writes - see its LINKCUST FD.
       01  LINKCUST-REC.
           05  LC-SSN              PIC X(09).
           05  LC-DELIM-1          PIC X(01).
           05  LC-FIRST-NAME       PIC X(25).
           05  LC-DELIM-2          PIC X(01).
           05  LC-LAST-NAME        PIC X(35).
           05  LC-DELIM-3          PIC X(01).
           05  LC-STREET           PIC X(35).
           05  LC-DELIM-4          PIC X(01).
           05  LC-CITY             PIC X(25).
           05  LC-DELIM-5          PIC X(01).
           05  LC-STATE-ABBR       PIC X(02).
           05  LC-DELIM-6          PIC X(01).
           05  LC-POSTCODE         PIC X(07).
           05  LC-DELIM-7          PIC X(01).
           05  LC-TELEPHONE        PIC X(12).
           05  LC-DELIM-8          PIC X(01).
           05  LC-ACCT-CNT         PIC 9(02).
           05  LC-DELIM-9          PIC X(01).
           05  LC-RUN-ID           PIC X(15).

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

       FD  PRVRPT.

       01  PRVRPT-REC.
           05  PV-LINE             PIC X(142).

      **** Layout used for the one-line-per-row findings.
       01  PRVRPT-MATCH-REC REDEFINES PRVRPT-REC.
           05  PVM-FILE            PIC X(24).
           05  PVM-ROW             PIC X(09).
           05  FILLER              PIC X(01).
           05  PVM-CARD            PIC X(05).
           05  FILLER              PIC X(01).
           05  PVM-FUNCTION        PIC X(30).
           05  FILLER              PIC X(01).
           05  PVM-PARTITION       PIC X(04).
           05  FILLER              PIC X(01).
           05  PVM-RUN-ID          PIC X(15).
           05  FILLER              PIC X(01).
           05  PVM-NOTE            PIC X(50).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ROWS-SCANNED          PIC 9(09)  COMP VALUE 0.
       01  W-SETS-SCANNED          PIC 9(09)  COMP VALUE 0.
       01  W-PRVRPT-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-UNIQREG-STATUS        PIC X(02)       VALUE '00'.
           88  W-UNIQREG-FOUND                     VALUE '00'.

       01  W-RUNHIST-STATUS        PIC X(02)       VALUE '00'.
           88  W-RUNHIST-FOUND                     VALUE '00'.

       01  W-RECONARC-STATUS       PIC X(02)       VALUE '00'.
           88  W-RECONARC-FOUND                    VALUE '00'.

       01  W-PRVDECK-STATUS        PIC X(02)       VALUE '00'.
           88  W-PRVDECK-FOUND                     VALUE '00'.

       01  W-PRVOUTP-STATUS        PIC X(02)       VALUE '00'.
           88  W-PRVOUTP-FOUND                     VALUE '00'.

       01  W-PRVERRK-STATUS        PIC X(02)       VALUE '00'.
           88  W-PRVERRK-FOUND                     VALUE '00'.

       01  W-PRVRECON-STATUS       PIC X(02)       VALUE '00'.
           88  W-PRVRECON-FOUND                    VALUE '00'.

       01  W-LINKCUST-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKCUST-FOUND                    VALUE '00'.

       01  W-LINKACCT-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKACCT-FOUND                    VALUE '00'.

       01  W-LINKTRAN-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKTRAN-FOUND                    VALUE '00'.

       01  W-ERROR-MSG             PIC X(20)       VALUE
           '**** FAKPROV error: '.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EK-EOF                            VALUE 'Y'.
           88  W-EK-NOT-EOF                        VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TRAN-EOF                          VALUE 'Y'.
           88  W-TRAN-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-VALUE-HIT                         VALUE 'Y'.
           88  W-VALUE-NOT-HIT                     VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CARD-SETTLED                      VALUE 'Y'.
           88  W-CARD-NOT-SETTLED                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ROW-PLANTED                       VALUE 'Y'.
           88  W-ROW-NOT-PLANTED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EK-HELD                           VALUE 'Y'.
           88  W-EK-NOT-HELD                       VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-REG-HIT                           VALUE 'Y'.
           88  W-REG-MISS                          VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-REG-RUN-SEEN                      VALUE 'Y'.
           88  W-REG-RUN-NOT-SEEN                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-ENDED                         VALUE 'Y'.
           88  W-RUN-NOT-ENDED                     VALUE 'N'.

      **** The command line, broken into the family and the value.
       01  W-CMDLINE               PIC X(80)       VALUE SPACES.
       01  W-FAMILY-TOKEN          PIC X(20)       VALUE SPACES.
       01  W-POINTER               PIC S9(4)  COMP.

       01  W-FAMILY                PIC X(01)       VALUE SPACE.
           88  W-FAMILY-TAXID                      VALUE 'T'.
           88  W-FAMILY-BANK                       VALUE 'B'.
           88  W-FAMILY-NAME                       VALUE 'N'.
           88  W-FAMILY-TEXT                       VALUE 'X'.
           88  W-FAMILY-IDENTIFIER                 VALUE 'T' 'B'.

      **** The value as keyed, hyphens squeezed out the way the
      **** registry keys it, and upper-cased for NAME and TEXT.
       01  W-VALUE                 PIC X(60)       VALUE SPACES.
       01  W-VALUE-LEN             PIC S9(4)  COMP VALUE 0.
       01  W-VALUE-NORM            PIC X(20)       VALUE SPACES.
       01  W-VALUE-NORM-LEN        PIC S9(4)  COMP VALUE 0.
       01  W-VALUE-UPPER           PIC X(60)       VALUE SPACES.
       01  W-LEN-SUB               PIC S9(4)  COMP.

       01  W-NORM-IN               PIC X(80).
       01  W-NORM-OUT              PIC X(20).
       01  W-NORM-SUB              PIC S9(4)  COMP.
       01  W-NORM-OUT-SUB          PIC S9(4)  COMP.

       01  W-CAND                  PIC X(80).
       01  W-SEARCH-WK             PIC X(250).
       01  W-TALLY                 PIC 9(09)  COMP.

      **** Registry families a TAXID value can have been issued
      **** under - the same one-letter keys FAKERTST writes.
       01  W-REG-FAMILY-LIST       PIC X(04).
       01  W-REG-FAMILY-CNT        PIC S9(4)  COMP.
       01  W-REG-SUB               PIC S9(4)  COMP.
       01  W-REG-FAMILY            PIC X(01).
       01  W-REG-FAMILY-NAME       PIC X(12).
       01  W-REG-RUN-ID            PIC X(15)       VALUE SPACES.
       01  W-REG-DATE              PIC X(08)       VALUE SPACES.

      **** The output set in hand - 0 is the unpartitioned run.
       01  W-PART-SUB              PIC S9(4)  COMP.
       01  W-SET-PART              PIC 9(02)       VALUE 0.
       01  W-SET-PART-X REDEFINES W-SET-PART
                                   PIC X(02).
       01  W-SET-PART-NAME         PIC X(04).
       01  W-SET-RUN-ID            PIC X(15).

      **** The runs that wrote the set in hand, in the order they
      **** wrote it - the run the reconciliation report heading
      **** names, then each run that resumed it from a checkpoint.
      **** W-SET-RUN-ID is the one writing the output row in hand.
       01  W-SEG-MAX               PIC S9(4)  COMP VALUE 20.
       01  W-SEG-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SEG-TABLE.
           05  W-SEG-RUN-ID        PIC X(15)       OCCURS 20
                                                   INDEXED SG-DX.
       01  W-SEG-CUR               PIC S9(4)  COMP.
       01  W-SEG-FOUND             PIC S9(4)  COMP.
       01  W-SEG-KEY               PIC X(15).
       01  W-SET-OUTP-NAME         PIC X(24).
       01  W-SET-ERRK-NAME         PIC X(24).

       01  W-PRVDECK-NAME          PIC X(40).
       01  W-PRVOUTP-NAME          PIC X(40).
       01  W-PRVERRK-NAME          PIC X(40).
       01  W-PRVRECON-NAME         PIC X(40).

      **** The deck of the set in hand, for placing rows on cards.
       01  W-CARD-MAX              PIC S9(4)  COMP VALUE 999.
       01  W-CARD-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-CARD-TABLE.
           05  W-CARD                              OCCURS 999
                                                   INDEXED CD-DX.
               10  W-CD-FUNCTION   PIC X(30).
               10  W-CD-COUNT      PIC 9(06).
               10  W-CD-PARTITION  PIC X(02).

       01  W-CUR-CARD              PIC S9(4)  COMP.
       01  W-CUR-UNITS             PIC 9(09)  COMP.
       01  W-CUM-UNITS             PIC 9(09)  COMP.

      **** The output row in hand.
       01  W-ROW-NO                PIC 9(09)  COMP.
       01  W-ROW-CARD              PIC S9(4)  COMP.
       01  W-ROW-FUNCTION          PIC X(30).
       01  W-ROW-STAMP             PIC X(15).
       01  W-ROW-KIND              PIC X(01).
           88  W-ROW-TEXT                          VALUE 'T'.
           88  W-ROW-COLUMNAR                      VALUE 'C'.
           88  W-ROW-CUSTOMER                      VALUE 'P'.
           88  W-ROW-LAYOUT                        VALUE 'L'.
       01  W-ROW-EK-KIND           PIC X(01).
       01  W-ROW-EK-BEFORE         PIC X(25).
       01  W-ROW-EK-AFTER          PIC X(25).

      **** An answer-key finding for the row in hand, held so it
      **** prints under the row's own finding.
       01  W-EK-HELD-ROW           PIC 9(09)  COMP.
       01  W-EK-HELD-FUNCTION      PIC X(30).
       01  W-EK-HELD-RUN-ID        PIC X(15).
       01  W-EK-HELD-NOTE          PIC X(50).
       01  W-EK-AFTER-SHOW         PIC X(25).

      **** One finding, as it goes on the report.
       01  W-MATCH-FILE            PIC X(24).
       01  W-MATCH-ROW             PIC 9(09)  COMP.
       01  W-MATCH-CARD            PIC S9(4)  COMP.
       01  W-MATCH-FUNCTION        PIC X(30).
       01  W-MATCH-PARTITION       PIC X(04).
       01  W-MATCH-RUN-ID          PIC X(15).
       01  W-MATCH-NOTE            PIC X(50).
       01  W-ROW-EDIT              PIC ZZZZZZZZ9.
       01  W-CARD-EDIT             PIC ZZZZ9.

       01  W-LINK-CUST-NO          PIC 9(09)  COMP.
       01  W-LINK-ROW-NO           PIC 9(09)  COMP.
       01  W-LINK-TRAN-ROW-NO      PIC 9(09)  COMP.
       01  W-LAST-SSN              PIC X(09).

       01  W-DETAIL-MAX            PIC 9(09)  COMP VALUE 50.
       01  W-DETAIL-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-OUTPUT-HITS           PIC 9(09)  COMP VALUE 0.
       01  W-LINK-HITS             PIC 9(09)  COMP VALUE 0.
       01  W-ERRKEY-HITS           PIC 9(09)  COMP VALUE 0.
       01  W-PLANTED-HITS          PIC 9(09)  COMP VALUE 0.
       01  W-REPLACED-HITS         PIC 9(09)  COMP VALUE 0.
       01  W-DEFECT-ROW-HITS       PIC 9(09)  COMP VALUE 0.
       01  W-EVENT-CNT             PIC 9(09)  COMP.
       01  W-ARCHIVE-CNT           PIC 9(09)  COMP.

      **** Every run a finding names, in the order first named.
       01  W-RUN-MAX               PIC S9(4)  COMP VALUE 20.
       01  W-RUN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-RUN-TABLE.
           05  W-RUN-ID-T          PIC X(15)       OCCURS 20
                                                   INDEXED RN-DX.
       01  W-RUN-FOUND-DX          PIC S9(4)  COMP.

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
               PERFORM SUB-2000-LOOKUP-REGISTRY THRU SUB-2000-EXIT

               MOVE SPACES         TO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

               PERFORM SUB-2050-WRITE-HEADINGS THRU SUB-2050-EXIT

               MOVE 0              TO W-SET-PART
               PERFORM SUB-2100-SCAN-SET THRU SUB-2100-EXIT

               PERFORM SUB-2500-SCAN-LINK-FILES THRU SUB-2500-EXIT

               PERFORM SUB-2090-SCAN-PARTITION THRU SUB-2090-EXIT
                   VARYING W-PART-SUB FROM 1 BY 1
                     UNTIL W-PART-SUB > 99

               PERFORM SUB-2700-PRINT-RUN THRU SUB-2700-EXIT
                   VARYING RN-DX FROM 1 BY 1
                     UNTIL RN-DX > W-RUN-CNT
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

           DISPLAY 'FAKPROV compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           PERFORM SUB-1100-PARSE-COMMAND THRU SUB-1100-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT PRVRPT

           MOVE 'FAKPROV provenance inquiry'
                                   TO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PRVRPT-REC
           STRING 'VALUE:  '
                   W-VALUE(1 : W-VALUE-LEN)
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PRVRPT-REC
           STRING 'FAMILY: '
                   W-FAMILY-TOKEN
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-PARSE-COMMAND.
      *-----------------------
      **** The first word is the family; everything after it is the
      **** value, embedded spaces and all.

           MOVE 1                  TO W-POINTER

           UNSTRING W-CMDLINE
                            DELIMITED ALL ' '
                                 INTO W-FAMILY-TOKEN
                         WITH POINTER W-POINTER

           IF      W-POINTER <= LENGTH OF W-CMDLINE
               MOVE W-CMDLINE(W-POINTER : )
                                   TO W-VALUE
           END-IF

           EVALUATE W-FAMILY-TOKEN
             WHEN 'TAXID'
               SET  W-FAMILY-TAXID TO TRUE
               MOVE 'SIEN'         TO W-REG-FAMILY-LIST
               MOVE 4              TO W-REG-FAMILY-CNT

             WHEN 'BANK-ACCOUNT'
               SET  W-FAMILY-BANK  TO TRUE
               MOVE 'B'            TO W-REG-FAMILY-LIST
               MOVE 1              TO W-REG-FAMILY-CNT

             WHEN 'NAME'
               SET  W-FAMILY-NAME  TO TRUE

             WHEN 'TEXT'
               SET  W-FAMILY-TEXT  TO TRUE

             WHEN OTHER
               DISPLAY W-ERROR-MSG
                   'command line must be TAXID, BANK-ACCOUNT, NAME or '
                   'TEXT, then the value - got: '
                   W-CMDLINE
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1100-EXIT
           END-EVALUATE

           PERFORM SUB-1110-FIND-VALUE-LEN THRU SUB-1110-EXIT
               VARYING W-LEN-SUB FROM 1 BY 1
                 UNTIL W-LEN-SUB > LENGTH OF W-VALUE

           IF      W-VALUE-LEN = 0
               DISPLAY W-ERROR-MSG
                   'no value to trace on the command line'
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE W-VALUE            TO W-NORM-IN
           PERFORM SUB-8100-NORMALIZE THRU SUB-8100-EXIT
           MOVE W-NORM-OUT         TO W-VALUE-NORM
           MOVE W-NORM-OUT-SUB     TO W-VALUE-NORM-LEN

           IF      W-FAMILY-IDENTIFIER
           AND   ( W-VALUE-NORM-LEN = 0
           OR      W-VALUE-NORM-LEN > 14 )
               DISPLAY W-ERROR-MSG
                   'an identifier value is one word of at most 14 '
                   'characters, hyphens aside - got: '
                   W-VALUE
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE W-VALUE            TO W-VALUE-UPPER
           INSPECT W-VALUE-UPPER
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-FIND-VALUE-LEN.
      *------------------------
      **** The position of the last non-space byte.

           IF      W-VALUE(W-LEN-SUB : 1) NOT = SPACE
               MOVE W-LEN-SUB      TO W-VALUE-LEN
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-2000-LOOKUP-REGISTRY.
      *-------------------------
      **** A TAXID value is tried under each tax-ID family in turn;
      **** FAKERTST keys SSN, ITIN, EIN and SIN separately.

           MOVE SPACES             TO PRVRPT-REC

           IF      NOT W-FAMILY-IDENTIFIER
               MOVE 'REGISTRY: NOT CONSULTED - ONLY TAXID AND '
                 TO PRVRPT-REC
               MOVE 'BANK-ACCOUNT VALUES ARE REGISTERED'
                 TO PRVRPT-REC(42 : 34)
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           OPEN INPUT UNIQREG

           IF      NOT W-UNIQREG-FOUND
               MOVE 'REGISTRY: NOT ON HAND - THE RUN IS TAKEN FROM '
                 TO PRVRPT-REC
               MOVE 'THE ROWS THE VALUE IS ON'
                 TO PRVRPT-REC(47 : 24)
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2010-READ-REGISTRY THRU SUB-2010-EXIT
               VARYING W-REG-SUB FROM 1 BY 1
                 UNTIL W-REG-SUB > W-REG-FAMILY-CNT
                    OR W-REG-HIT

           CLOSE UNIQREG

           IF      W-REG-MISS
               MOVE 'REGISTRY: NOT ISSUED BY ANY RUN ON RECORD'
                                   TO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           EVALUATE W-REG-FAMILY
             WHEN 'S'
               MOVE 'SSN'          TO W-REG-FAMILY-NAME
             WHEN 'I'
               MOVE 'ITIN'         TO W-REG-FAMILY-NAME
             WHEN 'E'
               MOVE 'EIN'          TO W-REG-FAMILY-NAME
             WHEN 'N'
               MOVE 'SIN'          TO W-REG-FAMILY-NAME
             WHEN OTHER
               MOVE 'BANK-ACCOUNT' TO W-REG-FAMILY-NAME
           END-EVALUATE

           STRING 'REGISTRY: ISSUED AS '
                   W-REG-FAMILY-NAME
                        DELIMITED ' '
                   ' BY RUN '
                   W-REG-RUN-ID
                   ' ON '
                   W-REG-DATE
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE W-REG-RUN-ID       TO W-MATCH-RUN-ID
           PERFORM SUB-9500-NOTE-RUN THRU SUB-9500-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-READ-REGISTRY.
      *-----------------------

           MOVE W-REG-FAMILY-LIST(W-REG-SUB : 1)
                                   TO UR-FAMILY
           MOVE W-VALUE-NORM       TO UR-VALUE

           READ UNIQREG
               INVALID KEY
                   GO TO SUB-2010-EXIT
           END-READ

           SET  W-REG-HIT          TO TRUE
           MOVE UR-FAMILY          TO W-REG-FAMILY
           MOVE UR-RUN-ID          TO W-REG-RUN-ID
           MOVE UR-DATE            TO W-REG-DATE
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2050-WRITE-HEADINGS.
      *------------------------

           MOVE 'WHERE THE VALUE APPEARS'
                                   TO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PRVRPT-REC
           MOVE 'FILE'             TO PVM-FILE
           MOVE '      ROW'        TO PVM-ROW
           MOVE ' CARD'            TO PVM-CARD
           MOVE 'PROVIDER-FUNCTION'
                                   TO PVM-FUNCTION
           MOVE 'PART'             TO PVM-PARTITION
           MOVE 'RUN ID'           TO PVM-RUN-ID
           MOVE 'FINDING'          TO PVM-NOTE
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2090-SCAN-PARTITION.
      *------------------------

           MOVE W-PART-SUB         TO W-SET-PART

           PERFORM SUB-2100-SCAN-SET THRU SUB-2100-EXIT
           .
       SUB-2090-EXIT.
           EXIT.
      /
       SUB-2100-SCAN-SET.
      *------------------
      **** One output file row by row, its answer key read in step
      **** (both are in TESTOUTP row order). A set whose output
      **** file is not on hand was never run.

           PERFORM SUB-2105-SET-NAMES THRU SUB-2105-EXIT

           OPEN INPUT PRVOUTP

           IF      NOT W-PRVOUTP-FOUND
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-SETS-SCANNED

           PERFORM SUB-2110-LOAD-DECK THRU SUB-2110-EXIT

           PERFORM SUB-2120-READ-SET-RUN-ID THRU SUB-2120-EXIT

           OPEN INPUT PRVERRK

           IF      W-PRVERRK-FOUND
               SET  W-EK-NOT-EOF   TO TRUE
               PERFORM SUB-2390-READ-ERRKEY THRU SUB-2390-EXIT
           ELSE
               SET  W-EK-EOF       TO TRUE
           END-IF

           MOVE 0                  TO W-CUR-CARD
                                      W-CUR-UNITS
                                      W-ROW-NO
           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2200-SCAN-OUTPUT-ROW THRU SUB-2200-EXIT
               UNTIL W-EOF

      **** Answer-key rows past the last output row name rows that
      **** are no longer there - still checked for the value.
           MOVE 999999999          TO W-ROW-NO
           MOVE 0                  TO W-ROW-CARD

           PERFORM SUB-2300-CHECK-ERRKEY-ROW THRU SUB-2300-EXIT
               UNTIL W-EK-EOF

           CLOSE PRVOUTP

           IF      W-PRVERRK-FOUND
           OR      W-PRVERRK-STATUS = '10'
               CLOSE PRVERRK
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2105-SET-NAMES.
      *-------------------
      **** The names FAKERTST gives a set's files - see its
      **** SUB-1050 partition set-up.

           IF      W-SET-PART = 0
               MOVE 'Data\FAKERTST Input.txt'
                                   TO W-PRVDECK-NAME
               MOVE 'Data\FAKERTST Output.txt'
                                   TO W-PRVOUTP-NAME
               MOVE 'Data\FAKERTST Errorkey.txt'
                                   TO W-PRVERRK-NAME
               MOVE 'Data\FAKERTST Recon.txt'
                                   TO W-PRVRECON-NAME
               MOVE 'FAKERTST Output.txt'
                                   TO W-SET-OUTP-NAME
               MOVE 'FAKERTST Errorkey.txt'
                                   TO W-SET-ERRK-NAME
               MOVE 'NONE'         TO W-SET-PART-NAME
               GO TO SUB-2105-EXIT
           END-IF

           MOVE SPACES             TO W-PRVDECK-NAME
           STRING 'Data\FAKERTST Input P'
                   W-SET-PART-X
                   '.txt'   DELIMITED SIZE
                                 INTO W-PRVDECK-NAME

           MOVE SPACES             TO W-PRVOUTP-NAME
           STRING 'Data\FAKERTST Output P'
                   W-SET-PART-X
                   '.txt'   DELIMITED SIZE
                                 INTO W-PRVOUTP-NAME

           MOVE SPACES             TO W-PRVERRK-NAME
           STRING 'Data\FAKERTST Errorkey P'
                   W-SET-PART-X
                   '.txt'   DELIMITED SIZE
                                 INTO W-PRVERRK-NAME

           MOVE SPACES             TO W-PRVRECON-NAME
           STRING 'Data\FAKERTST Recon P'
                   W-SET-PART-X
                   '.txt'   DELIMITED SIZE
                                 INTO W-PRVRECON-NAME

           MOVE W-PRVOUTP-NAME(6 : 24)
                                   TO W-SET-OUTP-NAME
           MOVE W-PRVERRK-NAME(6 : 24)
                                   TO W-SET-ERRK-NAME

           MOVE SPACES             TO W-SET-PART-NAME
           STRING 'P'
                   W-SET-PART-X
                        DELIMITED SIZE
                             INTO W-SET-PART-NAME
           .
       SUB-2105-EXIT.
           EXIT.
      /
       SUB-2110-LOAD-DECK.
      *-------------------

           MOVE 0                  TO W-CARD-CNT

           OPEN INPUT PRVDECK

           IF      NOT W-PRVDECK-FOUND
               GO TO SUB-2110-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2115-READ-CARD THRU SUB-2115-EXIT
               UNTIL W-EOF

           CLOSE PRVDECK
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2115-READ-CARD.
      *-------------------

           READ PRVDECK
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2115-EXIT
           END-READ

           IF      W-CARD-CNT >= W-CARD-MAX
               DISPLAY W-ERROR-MSG
                   'more than 999 cards on '
                   W-PRVDECK-NAME
                   ' - rows past card 999 are not placed on a card'
               SET  W-EOF          TO TRUE
               GO TO SUB-2115-EXIT
           END-IF

           ADD  1                  TO W-CARD-CNT
           SET  CD-DX              TO W-CARD-CNT

           MOVE PD-PROVIDER-FUNCTION
                                   TO W-CD-FUNCTION(CD-DX)
           MOVE PD-PARTITION-NO    TO W-CD-PARTITION(CD-DX)

           IF      PD-COUNT NUMERIC
               MOVE PD-COUNT       TO W-CD-COUNT(CD-DX)
           ELSE
               MOVE 0              TO W-CD-COUNT(CD-DX)
           END-IF
           .
       SUB-2115-EXIT.
           EXIT.
      /
       SUB-2120-READ-SET-RUN-ID.
      *-------------------------
      **** Text and layout rows carry no run ID of their own - the
      **** set's reconciliation report names the run that wrote
      **** them: the heading's run, or a run that resumed it. A
      **** resumed run takes a new run ID, and appends to the same
      **** files, so every run the report names belongs to the set.

           MOVE SPACES             TO W-SET-RUN-ID
           MOVE 0                  TO W-SEG-CNT
                                      W-SEG-CUR

           OPEN INPUT PRVRECON

           IF      NOT W-PRVRECON-FOUND
               GO TO SUB-2120-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2125-READ-RECON-LINE THRU SUB-2125-EXIT
               UNTIL W-EOF

           CLOSE PRVRECON

           IF      W-SEG-CNT > 0
               MOVE 1              TO W-SEG-CUR
               MOVE W-SEG-RUN-ID(1)
                                   TO W-SET-RUN-ID
           END-IF
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2125-READ-RECON-LINE.
      *-------------------------

           READ PRVRECON
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2125-EXIT
           END-READ

           IF      W-SEG-CNT = 0
           AND     PR-LINE-HEAD = 'FAKERTST reconciliation report - run'
               MOVE PR-LINE-RUN-ID TO W-SEG-KEY
           ELSE
               IF      PR-RESUME-HEAD = '>>> RESUMED AS RUN '
                   MOVE PR-RESUME-RUN-ID
                                   TO W-SEG-KEY
               ELSE
                   GO TO SUB-2125-EXIT
               END-IF
           END-IF

           IF      W-SEG-CNT >= W-SEG-MAX
               DISPLAY W-ERROR-MSG
                   'more than 20 runs on '
                   W-PRVRECON-NAME
                   ' - run '
                   W-SEG-KEY
                   ' is not credited with rows'
               GO TO SUB-2125-EXIT
           END-IF

           ADD  1                  TO W-SEG-CNT
           MOVE W-SEG-KEY          TO W-SEG-RUN-ID(W-SEG-CNT)
           .
       SUB-2125-EXIT.
           EXIT.
      /
       SUB-2200-SCAN-OUTPUT-ROW.
      *-------------------------

           READ PRVOUTP
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2200-EXIT
           END-READ

           ADD  1                  TO W-ROW-NO
                                      W-ROWS-SCANNED

           PERFORM SUB-2210-CLASSIFY-ROW THRU SUB-2210-EXIT

      **** A row stamped by one of the set's runs moves the set on
      **** to that run - the unstamped rows after it were written by
      **** it too. A row stamped by any other run is a merged row -
      **** it has no card here, and must not use up a card's units
      **** in the replay.
           IF      W-ROW-STAMP NOT = SPACES
           AND     W-SEG-CNT > 0
               MOVE W-ROW-STAMP    TO W-SEG-KEY
               PERFORM SUB-2240-FIND-SEGMENT THRU SUB-2240-EXIT
               IF      W-SEG-FOUND = 0
                   MOVE 0          TO W-ROW-CARD
               ELSE
                   PERFORM SUB-2220-FIND-CARD THRU SUB-2220-EXIT
               END-IF
           ELSE
               PERFORM SUB-2220-FIND-CARD THRU SUB-2220-EXIT
           END-IF

           SET  W-ROW-NOT-PLANTED  TO TRUE
           SET  W-EK-NOT-HELD      TO TRUE

           PERFORM SUB-2300-CHECK-ERRKEY-ROW THRU SUB-2300-EXIT
               UNTIL W-EK-EOF
                  OR EK-ROW-NO > W-ROW-NO

           PERFORM SUB-2400-MATCH-OUTPUT-ROW THRU SUB-2400-EXIT

           IF      W-VALUE-HIT
               PERFORM SUB-2250-REPORT-OUTPUT-ROW THRU SUB-2250-EXIT
           END-IF

           IF      W-EK-HELD
               MOVE W-SET-ERRK-NAME
                                   TO W-MATCH-FILE
               MOVE W-EK-HELD-ROW  TO W-MATCH-ROW
               MOVE W-ROW-CARD     TO W-MATCH-CARD
               MOVE W-EK-HELD-FUNCTION
                                   TO W-MATCH-FUNCTION
               MOVE W-EK-HELD-RUN-ID
                                   TO W-MATCH-RUN-ID
               MOVE W-EK-HELD-NOTE TO W-MATCH-NOTE
               PERFORM SUB-8300-SET-PARTITION THRU SUB-8300-EXIT
               PERFORM SUB-9400-WRITE-MATCH THRU SUB-9400-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-CLASSIFY-ROW.
      *----------------------
      **** Text rows carry ': ' after the provider-function, the
      **** two columnar layouts a '|' and the run ID; anything else
      **** is an assembled LAYOUT-RECORD row.

           MOVE SPACES             TO W-ROW-STAMP

           EVALUATE TRUE
             WHEN PO-COLON = ': '
               SET  W-ROW-TEXT     TO TRUE
               MOVE PO-PROVIDER-FUNCTION
                                   TO W-ROW-FUNCTION

             WHEN POC-DELIM-1 = '|'
              AND POU-PROVIDER-FUNCTION = 'CUSTOMER-PROFILE'
               SET  W-ROW-CUSTOMER TO TRUE
               MOVE POU-PROVIDER-FUNCTION
                                   TO W-ROW-FUNCTION
               MOVE POU-RUN-ID     TO W-ROW-STAMP

             WHEN POC-DELIM-1 = '|'
               SET  W-ROW-COLUMNAR TO TRUE
               MOVE POC-PROVIDER-FUNCTION
                                   TO W-ROW-FUNCTION
               MOVE POC-RUN-ID     TO W-ROW-STAMP

             WHEN OTHER
               SET  W-ROW-LAYOUT   TO TRUE
               MOVE 'LAYOUT-RECORD'
                                   TO W-ROW-FUNCTION
           END-EVALUATE
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-FIND-CARD.
      *-------------------
      **** Replays the deck: each card owns up to its count of units
      **** in deck order, and a row whose provider-function differs
      **** from the card in hand belongs to a later card. LINKED-SET
      **** cards write nothing here and are passed over the same
      **** way. A text row with no provider-function is the second
      **** line of the unit above it.

           MOVE 0                  TO W-ROW-CARD

           IF      W-CARD-CNT = 0
               GO TO SUB-2220-EXIT
           END-IF

           IF      W-ROW-TEXT
           AND     W-ROW-FUNCTION = SPACES
               MOVE W-CUR-CARD     TO W-ROW-CARD
               GO TO SUB-2220-EXIT
           END-IF

           SET  W-CARD-NOT-SETTLED TO TRUE

           PERFORM SUB-2230-TRY-CARD THRU SUB-2230-EXIT
               UNTIL W-CARD-SETTLED
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2230-TRY-CARD.
      *------------------

           IF      W-CUR-CARD > 0
               SET  CD-DX          TO W-CUR-CARD

               IF      W-CUR-UNITS < W-CD-COUNT(CD-DX)
               AND     W-CD-FUNCTION(CD-DX) = W-ROW-FUNCTION
                   ADD  1          TO W-CUR-UNITS
                   MOVE W-CUR-CARD TO W-ROW-CARD
                   SET  W-CARD-SETTLED
                                   TO TRUE
                   GO TO SUB-2230-EXIT
               END-IF
           END-IF

      **** Out of cards - the row cannot be placed, and neither can
      **** any row after it.
           IF      W-CUR-CARD >= W-CARD-CNT
               SET  W-CARD-SETTLED TO TRUE
               GO TO SUB-2230-EXIT
           END-IF

           ADD  1                  TO W-CUR-CARD
           MOVE 0                  TO W-CUR-UNITS
           .
       SUB-2230-EXIT.
           EXIT.
      /
       SUB-2240-FIND-SEGMENT.
      *----------------------
      **** Finds W-SEG-KEY among the set's runs, leaving its place
      **** in W-SEG-FOUND (0 when it is none of them). Runs write in
      **** turn, so the set only ever moves on to a later run.

           MOVE 0                  TO W-SEG-FOUND

           PERFORM SUB-2245-MATCH-SEGMENT THRU SUB-2245-EXIT
               VARYING SG-DX FROM 1 BY 1
                 UNTIL W-SEG-FOUND > 0
                    OR SG-DX > W-SEG-CNT

           IF      W-SEG-FOUND > W-SEG-CUR
               MOVE W-SEG-FOUND    TO W-SEG-CUR
               MOVE W-SEG-RUN-ID(W-SEG-CUR)
                                   TO W-SET-RUN-ID
           END-IF
           .
       SUB-2240-EXIT.
           EXIT.
      /
       SUB-2245-MATCH-SEGMENT.
      *-----------------------

           IF      W-SEG-RUN-ID(SG-DX) = W-SEG-KEY
               SET  W-SEG-FOUND    TO SG-DX
           END-IF
           .
       SUB-2245-EXIT.
           EXIT.
      /
       SUB-2250-REPORT-OUTPUT-ROW.
      *---------------------------

           ADD  1                  TO W-OUTPUT-HITS

           MOVE W-SET-OUTP-NAME    TO W-MATCH-FILE
           MOVE W-ROW-NO           TO W-MATCH-ROW
           MOVE W-ROW-CARD         TO W-MATCH-CARD
           MOVE W-ROW-FUNCTION     TO W-MATCH-FUNCTION

           IF      W-ROW-STAMP = SPACES
               MOVE W-SET-RUN-ID   TO W-MATCH-RUN-ID
           ELSE
               MOVE W-ROW-STAMP    TO W-MATCH-RUN-ID
           END-IF

           PERFORM SUB-8300-SET-PARTITION THRU SUB-8300-EXIT

           MOVE SPACES             TO W-MATCH-NOTE

           IF      W-ROW-NOT-PLANTED
               MOVE 'GENERATED VALUE'
                                   TO W-MATCH-NOTE
               GO TO SUB-2250-WRITE
           END-IF

      **** The row is on the answer key - either the value is the
      **** planted one, or the defect sits elsewhere on the row.
           MOVE W-ROW-EK-AFTER     TO W-CAND
           SET  W-VALUE-NOT-HIT    TO TRUE
           PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT

           IF      W-VALUE-HIT
               STRING 'INJECTED DEFECT '
                       W-ROW-EK-KIND
                       ' - WAS '
                       W-ROW-EK-BEFORE
                            DELIMITED SIZE
                                 INTO W-MATCH-NOTE
           ELSE
               ADD  1              TO W-DEFECT-ROW-HITS
               STRING 'GENERATED VALUE - ROW ALSO CARRIES DEFECT '
                       W-ROW-EK-KIND
                            DELIMITED SIZE
                                 INTO W-MATCH-NOTE
           END-IF
           .
       SUB-2250-WRITE.
           PERFORM SUB-9400-WRITE-MATCH THRU SUB-9400-EXIT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-ERRKEY-ROW.
      *--------------------------
      **** An answer-key row naming the output row in hand marks it
      **** as planted. Either side of the key can be the value: the
      **** AFTER side is a defect planted in its place, the BEFORE
      **** side a clean value a defect replaced.

      **** The key's run ID says which of the set's runs wrote the
      **** row, stamped or not.
           IF      EK-ROW-NO = W-ROW-NO
               SET  W-ROW-PLANTED  TO TRUE
               MOVE EK-ERROR-KIND  TO W-ROW-EK-KIND
               MOVE EK-BEFORE      TO W-ROW-EK-BEFORE
               MOVE EK-AFTER       TO W-ROW-EK-AFTER
               MOVE EK-RUN-ID      TO W-SEG-KEY
               PERFORM SUB-2240-FIND-SEGMENT THRU SUB-2240-EXIT
           END-IF

           MOVE SPACES             TO W-MATCH-NOTE

           MOVE EK-AFTER           TO W-CAND
           SET  W-VALUE-NOT-HIT    TO TRUE
           PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT

           IF      W-VALUE-HIT
               ADD  1              TO W-PLANTED-HITS
               STRING 'PLANTED AS DEFECT '
                       EK-ERROR-KIND
                       ' - WAS '
                       EK-BEFORE
                            DELIMITED SIZE
                                 INTO W-MATCH-NOTE
           ELSE
               MOVE EK-BEFORE      TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT

               IF      W-VALUE-HIT
                   ADD  1          TO W-REPLACED-HITS
                   MOVE EK-AFTER   TO W-EK-AFTER-SHOW

                   IF      EK-AFTER = SPACES
                       MOVE 'BLANK'
                                   TO W-EK-AFTER-SHOW
                   END-IF

                   STRING 'REPLACED BY DEFECT '
                           EK-ERROR-KIND
                           ' - NOW '
                           W-EK-AFTER-SHOW
                                DELIMITED SIZE
                                     INTO W-MATCH-NOTE
               END-IF
           END-IF

           IF      W-MATCH-NOTE = SPACES
               GO TO SUB-2300-READ-NEXT
           END-IF

           ADD  1                  TO W-ERRKEY-HITS

           IF      EK-ROW-NO = W-ROW-NO
               SET  W-EK-HELD      TO TRUE
               MOVE EK-ROW-NO      TO W-EK-HELD-ROW
               MOVE EK-PROVIDER-FUNCTION
                                   TO W-EK-HELD-FUNCTION
               MOVE EK-RUN-ID      TO W-EK-HELD-RUN-ID
               MOVE W-MATCH-NOTE   TO W-EK-HELD-NOTE
               GO TO SUB-2300-READ-NEXT
           END-IF

           MOVE W-SET-ERRK-NAME    TO W-MATCH-FILE
           MOVE EK-ROW-NO          TO W-MATCH-ROW
           MOVE 0                  TO W-MATCH-CARD
           MOVE EK-PROVIDER-FUNCTION
                                   TO W-MATCH-FUNCTION
           MOVE EK-RUN-ID          TO W-MATCH-RUN-ID
           MOVE W-SET-PART-NAME    TO W-MATCH-PARTITION
           PERFORM SUB-9400-WRITE-MATCH THRU SUB-9400-EXIT
           .
       SUB-2300-READ-NEXT.
           PERFORM SUB-2390-READ-ERRKEY THRU SUB-2390-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2390-READ-ERRKEY.
      *---------------------

           READ PRVERRK
               AT END
                   SET  W-EK-EOF   TO TRUE
           END-READ
           .
       SUB-2390-EXIT.
           EXIT.
      /
       SUB-2400-MATCH-OUTPUT-ROW.
      *--------------------------
      **** Identifiers are held against the row's identifier
      **** fields; a LAYOUT-RECORD row has no fields this program
      **** knows, so the value is searched for anywhere on it.

           SET  W-VALUE-NOT-HIT    TO TRUE

           IF      NOT W-FAMILY-IDENTIFIER
               MOVE PRVOUTP-REC    TO W-SEARCH-WK
               PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT

               IF      W-ROW-CUSTOMER
                   MOVE SPACES     TO W-SEARCH-WK
                   STRING POU-FIRST-NAME
                                DELIMITED '  '
                           ' '  DELIMITED SIZE
                           POU-LAST-NAME
                                DELIMITED '  '
                                     INTO W-SEARCH-WK
                   PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT
               END-IF

               GO TO SUB-2400-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-ROW-TEXT
               MOVE PO-FAKER-RESULT
                                   TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT

             WHEN W-ROW-COLUMNAR
               MOVE POC-RESULT     TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT

             WHEN W-ROW-CUSTOMER
               MOVE POU-SSN        TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT
               MOVE POU-BANK-ACCT  TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT

             WHEN OTHER
               MOVE PRVOUTP-REC    TO W-SEARCH-WK
               PERFORM SUB-8060-SEARCH-IDENTIFIER THRU SUB-8060-EXIT
           END-EVALUATE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-SCAN-LINK-FILES.
      *-------------------------
      **** The link files are never partitioned - their cards are
      **** the LINKED-SET cards of the unpartitioned deck, one
      **** customer per unit. Account rows are read in step with
      **** their customer's place in LINKCUST order, and each
      **** account's transaction rows in step with the account.

           MOVE 0                  TO W-SET-PART
           PERFORM SUB-2105-SET-NAMES THRU SUB-2105-EXIT
           PERFORM SUB-2110-LOAD-DECK THRU SUB-2110-EXIT

           MOVE 'NONE'             TO W-MATCH-PARTITION

           OPEN INPUT LINKCUST

           IF      W-LINKCUST-FOUND
               MOVE 0              TO W-LINK-CUST-NO
               SET  W-NOT-EOF      TO TRUE

               PERFORM SUB-2510-SCAN-LINKCUST THRU SUB-2510-EXIT
                   UNTIL W-EOF

               CLOSE LINKCUST
           END-IF

           OPEN INPUT LINKACCT

           IF      NOT W-LINKACCT-FOUND
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 0                  TO W-LINK-CUST-NO
                                      W-LINK-ROW-NO
                                      W-LINK-TRAN-ROW-NO
           MOVE SPACES             TO W-LAST-SSN

           OPEN INPUT LINKTRAN

           IF      W-LINKTRAN-FOUND
               SET  W-TRAN-NOT-EOF TO TRUE
               PERFORM SUB-2590-READ-LINKTRAN THRU SUB-2590-EXIT
           ELSE
               SET  W-TRAN-EOF     TO TRUE
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2520-SCAN-LINKACCT THRU SUB-2520-EXIT
               UNTIL W-EOF

           CLOSE LINKACCT

           IF      W-LINKTRAN-FOUND
           OR      W-LINKTRAN-STATUS = '10'
               CLOSE LINKTRAN
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-SCAN-LINKCUST.
      *-----------------------

           READ LINKCUST
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2510-EXIT
           END-READ

           ADD  1                  TO W-LINK-CUST-NO
                                      W-ROWS-SCANNED

           SET  W-VALUE-NOT-HIT    TO TRUE

           IF      W-FAMILY-IDENTIFIER
               MOVE LC-SSN         TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT
           ELSE
               MOVE LINKCUST-REC   TO W-SEARCH-WK
               PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT

               MOVE SPACES         TO W-SEARCH-WK
               STRING LC-FIRST-NAME
                            DELIMITED '  '
                       ' '  DELIMITED SIZE
                       LC-LAST-NAME
                            DELIMITED '  '
                                 INTO W-SEARCH-WK
               PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT
           END-IF

           IF      W-VALUE-NOT-HIT
               GO TO SUB-2510-EXIT
           END-IF

           MOVE 'FAKERTST Linkcust.txt'
                                   TO W-MATCH-FILE
           MOVE W-LINK-CUST-NO     TO W-MATCH-ROW
           MOVE LC-RUN-ID          TO W-MATCH-RUN-ID
           MOVE 'CUSTOMER ROW'     TO W-MATCH-NOTE
           PERFORM SUB-2580-REPORT-LINK-ROW THRU SUB-2580-EXIT
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-SCAN-LINKACCT.
      *-----------------------

           READ LINKACCT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2520-EXIT
           END-READ

           ADD  1                  TO W-LINK-ROW-NO
                                      W-ROWS-SCANNED

           IF      LA-SSN NOT = W-LAST-SSN
               ADD  1              TO W-LINK-CUST-NO
               MOVE LA-SSN         TO W-LAST-SSN
           END-IF

           SET  W-VALUE-NOT-HIT    TO TRUE

           IF      W-FAMILY-IDENTIFIER
               MOVE LA-SSN         TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT
               MOVE LA-ACCT-NO     TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT
           ELSE
               MOVE LINKACCT-REC   TO W-SEARCH-WK
               PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT
           END-IF

           IF      W-VALUE-HIT
               MOVE 'FAKERTST Linkacct.txt'
                                   TO W-MATCH-FILE
               MOVE W-LINK-ROW-NO  TO W-MATCH-ROW
               MOVE LA-RUN-ID      TO W-MATCH-RUN-ID
               MOVE 'ACCOUNT ROW'  TO W-MATCH-NOTE
               PERFORM SUB-2580-REPORT-LINK-ROW THRU SUB-2580-EXIT
           END-IF

           PERFORM SUB-2530-SCAN-LINKTRAN THRU SUB-2530-EXIT
               UNTIL W-TRAN-EOF
                  OR LT-ACCT-NO NOT = LA-ACCT-NO
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-SCAN-LINKTRAN.
      *-----------------------
      **** The row in hand was read ahead by SUB-2590.

           ADD  1                  TO W-ROWS-SCANNED

           SET  W-VALUE-NOT-HIT    TO TRUE

           IF      W-FAMILY-IDENTIFIER
               MOVE LT-ACCT-NO     TO W-CAND
               PERFORM SUB-8000-MATCH-CANDIDATE THRU SUB-8000-EXIT
           ELSE
               MOVE LINKTRAN-REC   TO W-SEARCH-WK
               PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT
           END-IF

           IF      W-VALUE-HIT
               MOVE 'FAKERTST Linktran.txt'
                                   TO W-MATCH-FILE
               MOVE W-LINK-TRAN-ROW-NO
                                   TO W-MATCH-ROW
               MOVE LT-RUN-ID      TO W-MATCH-RUN-ID
               MOVE 'TRANSACTION ROW'
                                   TO W-MATCH-NOTE
               PERFORM SUB-2580-REPORT-LINK-ROW THRU SUB-2580-EXIT
           END-IF

           PERFORM SUB-2590-READ-LINKTRAN THRU SUB-2590-EXIT
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2580-REPORT-LINK-ROW.
      *-------------------------
      **** The customer's place in LINKCUST order is its unit
      **** number across the deck's LINKED-SET cards.

           ADD  1                  TO W-LINK-HITS

           MOVE 0                  TO W-MATCH-CARD
                                      W-CUM-UNITS

           PERFORM SUB-2585-FIND-LINK-CARD THRU SUB-2585-EXIT
               VARYING CD-DX FROM 1 BY 1
                 UNTIL CD-DX > W-CARD-CNT
                    OR W-MATCH-CARD > 0

           MOVE 'LINKED-SET'       TO W-MATCH-FUNCTION
           MOVE 'NONE'             TO W-MATCH-PARTITION

           PERFORM SUB-9400-WRITE-MATCH THRU SUB-9400-EXIT
           .
       SUB-2580-EXIT.
           EXIT.
      /
       SUB-2585-FIND-LINK-CARD.
      *------------------------

           IF      W-CD-FUNCTION(CD-DX) = 'LINKED-SET'
               ADD  W-CD-COUNT(CD-DX)
                                   TO W-CUM-UNITS

               IF      W-CUM-UNITS >= W-LINK-CUST-NO
                   SET  W-MATCH-CARD
                                   TO CD-DX
               END-IF
           END-IF
           .
       SUB-2585-EXIT.
           EXIT.
      /
       SUB-2590-READ-LINKTRAN.
      *-----------------------

           READ LINKTRAN
               AT END
                   SET  W-TRAN-EOF TO TRUE
               NOT AT END
                   ADD  1          TO W-LINK-TRAN-ROW-NO
           END-READ
           .
       SUB-2590-EXIT.
           EXIT.
      /
       SUB-2700-PRINT-RUN.
      *-------------------
      **** The run's history events exactly as the history file
      **** carries them (as FAKRHIST prints them), then its
      **** archived reconciliation totals. A run that started but
      **** never ended abended - its files may be incomplete.

           MOVE SPACES             TO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PRVRPT-REC
           STRING 'RUN '
                   W-RUN-ID-T(RN-DX)
                   ' - HISTORY EVENTS'
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE 0                  TO W-EVENT-CNT
                                      W-ARCHIVE-CNT
           SET  W-RUN-NOT-ENDED    TO TRUE

           OPEN INPUT RUNHIST

           IF      W-RUNHIST-FOUND
               SET  W-NOT-EOF      TO TRUE

               PERFORM SUB-2710-READ-EVENT THRU SUB-2710-EXIT
                   UNTIL W-EOF

               CLOSE RUNHIST
           END-IF

           MOVE SPACES             TO PRVRPT-REC

           EVALUATE TRUE
             WHEN W-EVENT-CNT = 0
               MOVE '*** NO HISTORY EVENTS ON FILE FOR THIS RUN'
                                   TO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

             WHEN W-RUN-NOT-ENDED
               MOVE '*** RUN NEVER ENDED - ITS FILES MAY BE INCOMPLETE'
                                   TO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           END-EVALUATE

           MOVE SPACES             TO PRVRPT-REC
           STRING 'RUN '
                   W-RUN-ID-T(RN-DX)
                   ' - ARCHIVED RECONCILIATION '
                   '(FUNCTION, REQUESTED, GENERATED, REJECTED, '
                   'DUPLICATES, INJECTED)'
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           OPEN INPUT RECONARC

           IF      W-RECONARC-FOUND
               SET  W-NOT-EOF      TO TRUE

               PERFORM SUB-2720-READ-ARCHIVE THRU SUB-2720-EXIT
                   UNTIL W-EOF

               CLOSE RECONARC
           END-IF

           IF      W-ARCHIVE-CNT = 0
               MOVE '*** NO RECONCILIATION TOTALS ARCHIVED FOR THIS RUN'
                                   TO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-READ-EVENT.
      *--------------------

           READ RUNHIST
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2710-EXIT
           END-READ

           IF      RH-RUN-ID NOT = W-RUN-ID-T(RN-DX)
               GO TO SUB-2710-EXIT
           END-IF

           ADD  1                  TO W-EVENT-CNT

           EVALUATE RH-EVENT
             WHEN 'ENDED'
               SET  W-RUN-ENDED    TO TRUE
             WHEN 'STARTED'
             WHEN 'RESUMED'
               SET  W-RUN-NOT-ENDED
                                   TO TRUE
           END-EVALUATE

           MOVE SPACES             TO PRVRPT-REC
           MOVE RUNHIST-REC        TO PV-LINE
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2720-READ-ARCHIVE.
      *----------------------

           READ RECONARC
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2720-EXIT
           END-READ

           IF      RA-RUN-ID NOT = W-RUN-ID-T(RN-DX)
               GO TO SUB-2720-EXIT
           END-IF

           ADD  1                  TO W-ARCHIVE-CNT

           MOVE SPACES             TO PRVRPT-REC
           MOVE RECONARC-REC       TO PV-LINE
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               MOVE 8              TO RETURN-CODE
               DISPLAY 'FAKPROV completed'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE W-OUTPUT-HITS      TO W-DISP-NUM
           MOVE SPACES             TO PRVRPT-REC
           STRING 'OUTPUT ROWS WITH THE VALUE:     '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE W-LINK-HITS        TO W-DISP-NUM
           MOVE SPACES             TO PRVRPT-REC
           STRING 'LINKED-SET ROWS WITH THE VALUE: '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE W-ERRKEY-HITS      TO W-DISP-NUM
           MOVE SPACES             TO PRVRPT-REC
           STRING 'ANSWER-KEY ROWS WITH THE VALUE: '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           IF      W-DETAIL-CNT > W-DETAIL-MAX
               COMPUTE W-DISP-NUM  =  W-DETAIL-CNT - W-DETAIL-MAX
               MOVE SPACES         TO PRVRPT-REC
               STRING 'FINDINGS NOT LISTED:            '
                       W-DISP-NUM
                            DELIMITED SIZE
                                 INTO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           END-IF

           MOVE SPACES             TO PRVRPT-REC
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PRVRPT-REC

           EVALUATE TRUE
             WHEN W-PLANTED-HITS > 0
               MOVE 'ORIGIN: INJECTED DEFECT - PLANTED BY A CARD''S '
                 TO PRVRPT-REC
               MOVE 'ERROR-RATE CONTROLS, NOT A GENERATOR FAULT'
                 TO PRVRPT-REC(47 : 42)

             WHEN W-OUTPUT-HITS > 0
             OR   W-LINK-HITS > 0
               MOVE 'ORIGIN: GENERATED BY FAKERTST - NOT AN INJECTED '
                 TO PRVRPT-REC
               MOVE 'DEFECT'       TO PRVRPT-REC(49 : 6)

             WHEN W-REPLACED-HITS > 0
               MOVE 'ORIGIN: GENERATED BY FAKERTST, THEN REPLACED ON '
                 TO PRVRPT-REC
               MOVE 'THE FILE BY AN INJECTED DEFECT'
                 TO PRVRPT-REC(49 : 30)

             WHEN W-REG-HIT
               MOVE 'ORIGIN: ISSUED BY FAKERTST - THE ISSUING RUN''S '
                 TO PRVRPT-REC
               MOVE 'FILES ARE NO LONGER ON HAND'
                 TO PRVRPT-REC(48 : 27)

             WHEN OTHER
               MOVE 'ORIGIN: NOT FOUND - NOT ISSUED BY ANY RUN ON '
                 TO PRVRPT-REC
               MOVE 'RECORD NOR ON ANY GENERATED FILE ON HAND'
                 TO PRVRPT-REC(46 : 40)
           END-EVALUATE

           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT

           IF      W-REG-HIT
           AND     W-REG-RUN-NOT-SEEN
           AND   ( W-OUTPUT-HITS > 0
           OR      W-LINK-HITS > 0 )
               MOVE SPACES         TO PRVRPT-REC
               STRING '*** THE VALUE IS ON FILES FROM ANOTHER RUN THAN '
                       'THE ISSUING RUN '
                       W-REG-RUN-ID
                            DELIMITED SIZE
                                 INTO PRVRPT-REC
               PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           END-IF

           CLOSE PRVRPT

           MOVE W-SETS-SCANNED     TO W-DISP-NUM
           DISPLAY 'Output files scanned:     '
                   W-DISP-NUM

           MOVE W-ROWS-SCANNED     TO W-DISP-NUM
           DISPLAY 'Rows scanned:             '
                   W-DISP-NUM

           MOVE W-DETAIL-CNT       TO W-DISP-NUM
           DISPLAY 'Findings:                 '
                   W-DISP-NUM

           DISPLAY 'FAKPROV completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-8000-MATCH-CANDIDATE.
      *-------------------------
      **** Holds one field against the value - an identifier field
      **** whole, hyphens aside; anything else by a search for the
      **** value within it. Sets W-VALUE-HIT on a match and leaves
      **** it alone otherwise, so several fields can be tried in a
      **** row.

           IF      W-FAMILY-IDENTIFIER
               MOVE W-CAND         TO W-NORM-IN
               PERFORM SUB-8100-NORMALIZE THRU SUB-8100-EXIT

               IF      W-NORM-OUT = W-VALUE-NORM
                   SET  W-VALUE-HIT
                                   TO TRUE
               END-IF
           ELSE
               MOVE W-CAND         TO W-SEARCH-WK
               PERFORM SUB-8050-SEARCH-TEXT THRU SUB-8050-EXIT
           END-IF
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8050-SEARCH-TEXT.
      *---------------------

           INSPECT W-SEARCH-WK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 0                  TO W-TALLY

           INSPECT W-SEARCH-WK
                             TALLYING W-TALLY
                              FOR ALL W-VALUE-UPPER(1 : W-VALUE-LEN)

           IF      W-TALLY > 0
               SET  W-VALUE-HIT    TO TRUE
           END-IF
           .
       SUB-8050-EXIT.
           EXIT.
      /
       SUB-8060-SEARCH-IDENTIFIER.
      *---------------------------
      **** An identifier on a row with no known fields - found as
      **** keyed or with its hyphens squeezed out.

           MOVE 0                  TO W-TALLY

           INSPECT W-SEARCH-WK
                             TALLYING W-TALLY
                              FOR ALL W-VALUE(1 : W-VALUE-LEN)
                                  ALL W-VALUE-NORM(1 : W-VALUE-NORM-LEN)

           IF      W-TALLY > 0
               SET  W-VALUE-HIT    TO TRUE
           END-IF
           .
       SUB-8060-EXIT.
           EXIT.
      /
       SUB-8100-NORMALIZE.
      *-------------------
      **** W-NORM-IN to W-NORM-OUT minus any hyphens, stopping at
      **** the first space - the same squeeze FAKERTST gives a value
      **** before keying it (its SUB-9530-NORMALIZE-VALUE).

           MOVE SPACES             TO W-NORM-OUT
           MOVE 0                  TO W-NORM-OUT-SUB

           PERFORM SUB-8110-NORMALIZE-CHAR THRU SUB-8110-EXIT
               VARYING W-NORM-SUB FROM 1 BY 1
                 UNTIL W-NORM-SUB > LENGTH OF W-NORM-IN
                    OR W-NORM-IN(W-NORM-SUB : 1) = SPACE
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8110-NORMALIZE-CHAR.
      *------------------------

           IF      W-NORM-IN(W-NORM-SUB : 1) = '-'
               GO TO SUB-8110-EXIT
           END-IF

           ADD  1                  TO W-NORM-OUT-SUB

           IF      W-NORM-OUT-SUB <= LENGTH OF W-NORM-OUT
               MOVE W-NORM-IN(W-NORM-SUB : 1)
                 TO W-NORM-OUT(W-NORM-OUT-SUB : 1)
           END-IF
           .
       SUB-8110-EXIT.
           EXIT.
      /
       SUB-8300-SET-PARTITION.
      *-----------------------
      **** A card's own partition assignment outranks the set's.

           MOVE W-SET-PART-NAME    TO W-MATCH-PARTITION

           IF      W-MATCH-CARD = 0
               GO TO SUB-8300-EXIT
           END-IF

           SET  CD-DX              TO W-MATCH-CARD

           IF      W-CD-PARTITION(CD-DX) NUMERIC
           AND     W-CD-PARTITION(CD-DX) NOT = '00'
               MOVE SPACES         TO W-MATCH-PARTITION
               STRING 'P'
                       W-CD-PARTITION(CD-DX)
                            DELIMITED SIZE
                                 INTO W-MATCH-PARTITION
           END-IF
           .
       SUB-8300-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-PRVRPT.
      *----------------------

           WRITE PRVRPT-REC

           ADD  1                  TO W-PRVRPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9400-WRITE-MATCH.
      *---------------------
      **** Every finding counts and names its run; only the first
      **** W-DETAIL-MAX are listed.

           ADD  1                  TO W-DETAIL-CNT

           PERFORM SUB-9500-NOTE-RUN THRU SUB-9500-EXIT

           IF      W-MATCH-RUN-ID = W-REG-RUN-ID
           AND     W-REG-HIT
               SET  W-REG-RUN-SEEN TO TRUE
           END-IF

           IF      W-DETAIL-CNT > W-DETAIL-MAX
               GO TO SUB-9400-EXIT
           END-IF

           MOVE SPACES             TO PRVRPT-REC
           MOVE W-MATCH-FILE       TO PVM-FILE
           MOVE W-MATCH-ROW        TO W-ROW-EDIT
           MOVE W-ROW-EDIT         TO PVM-ROW

           IF      W-MATCH-CARD > 0
               MOVE W-MATCH-CARD   TO W-CARD-EDIT
               MOVE W-CARD-EDIT    TO PVM-CARD
           ELSE
               MOVE '    -'        TO PVM-CARD
           END-IF

           MOVE W-MATCH-FUNCTION   TO PVM-FUNCTION
           MOVE W-MATCH-PARTITION  TO PVM-PARTITION
           MOVE W-MATCH-RUN-ID     TO PVM-RUN-ID
           MOVE W-MATCH-NOTE       TO PVM-NOTE
           PERFORM SUB-9200-WRITE-PRVRPT THRU SUB-9200-EXIT
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9500-NOTE-RUN.
      *------------------
      **** Adds W-MATCH-RUN-ID to the runs the report closes with,
      **** once.

           IF      W-MATCH-RUN-ID = SPACES
               GO TO SUB-9500-EXIT
           END-IF

           MOVE 0                  TO W-RUN-FOUND-DX

           PERFORM SUB-9510-FIND-RUN THRU SUB-9510-EXIT
               VARYING RN-DX FROM 1 BY 1
                 UNTIL RN-DX > W-RUN-CNT
                    OR W-RUN-FOUND-DX > 0

           IF      W-RUN-FOUND-DX > 0
           OR      W-RUN-CNT >= W-RUN-MAX
               GO TO SUB-9500-EXIT
           END-IF

           ADD  1                  TO W-RUN-CNT
           MOVE W-MATCH-RUN-ID     TO W-RUN-ID-T(W-RUN-CNT)
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9510-FIND-RUN.
      *------------------

           IF      W-RUN-ID-T(RN-DX) = W-MATCH-RUN-ID
               SET  W-RUN-FOUND-DX TO RN-DX
           END-IF
           .
       SUB-9510-EXIT.
           EXIT.
