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

       PROGRAM-ID.             FAKMAINT.

      **** Screen maintenance for FAKERTST's two control files - the
      **** TESTINPT deck and the LAYOUTDF layout definitions - so
      **** nobody has to count columns in a text editor again. Deck
      **** cards and layout rows are listed, added, changed, copied
      **** and deleted field by field on labelled screens; every
      **** field is edited the moment it is keyed, by the same rules
      **** FAKERTST's EDIT pre-scan (SUB-2500-EDIT-CARD) and layout
      **** load (SUB-1210-READ-LAYOUT) apply, and the
      **** provider-function is picked from the known list rather
      **** than typed blind. Layout rows are checked against one
      **** another for overlapping and skipped positions, and shown
      **** under a record-position ruler.
      ****
      **** Both files are read whole into storage at start-up and
      **** written back whole only when the session ends with
      **** S(ave) - Q(uit) leaves them exactly as they were.
      ****
      **** The command line optionally carries a partition number
      **** (nn) to maintain that partition's deck, 'Data\FAKERTST
      **** Input Pnn.txt', as FAKERTST names it; blank maintains
      **** the unpartitioned deck.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

      **** The key that ended each ACCEPT - F12 on a card or row
      **** screen drops the entry.
       SPECIAL-NAMES.
           CRT STATUS IS W-CRT-STATUS.

       INPUT-OUTPUT SECTION.
      *---------------------

      **** FILE STATUS is checked on both files because a new deck,
      **** or a shop with no layouts yet, simply has no file - the
      **** session then starts from an empty one.
       FILE-CONTROL.
           SELECT TESTINPT             ASSIGN TO DYNAMIC W-TESTINPT-NAME
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-TESTINPT-STATUS.

           SELECT LAYOUTDF             ASSIGN
                                       'Data\FAKERTST Layouts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-LAYOUTDF-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  TESTINPT.

       01  TESTINPT-REC            PIC X(177).

       FD  LAYOUTDF.

       01  LAYOUTDF-REC            PIC X(66).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TESTINPT-NAME         PIC X(40)       VALUE
           'Data\FAKERTST Input.txt'.

       01  W-TESTINPT-STATUS       PIC X(02)       VALUE '00'.
           88  W-TESTINPT-FOUND                    VALUE '00'.
           88  W-TESTINPT-NOT-ON-FILE              VALUE '35'.

       01  W-LAYOUTDF-STATUS       PIC X(02)       VALUE '00'.
           88  W-LAYOUTDF-FOUND                    VALUE '00'.
           88  W-LAYOUTDF-NOT-ON-FILE              VALUE '35'.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKMAINT error: '.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-CMDLINE               PIC X(80)       VALUE SPACES.

      **** A partition deck feeds a partitioned FAKERTST instance,
      **** where LINKED-SET cards are refused.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DECK-PARTITIONED                  VALUE 'Y'.
           88  W-DECK-NOT-PARTITIONED              VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SESSION-DONE                      VALUE 'Y'.
           88  W-SESSION-NOT-DONE                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SAVE-REQUESTED                    VALUE 'Y'.
           88  W-SAVE-NOT-REQUESTED                VALUE 'N'.

      **** Set when a file cannot be opened to be written back at
      **** the end of the session - the run then ends with RC 8.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SAVE-FAILED                       VALUE 'Y'.
           88  W-SAVE-NOT-FAILED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QUIT-ARMED                        VALUE 'Y'.
           88  W-QUIT-NOT-ARMED                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DECK-CHANGED                      VALUE 'Y'.
           88  W-DECK-UNCHANGED                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-LAYOUT-CHANGED                    VALUE 'Y'.
           88  W-LAYOUT-UNCHANGED                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SCREEN-DONE                       VALUE 'Y'.
           88  W-SCREEN-NOT-DONE                   VALUE 'N'.

      **** The whole deck, card images in deck order - the largest
      **** deck this program will maintain is 999 cards.
       01  W-DECK-TABLE.
           05  W-DECK-CARD-CNT     PIC S9(4)  COMP VALUE 0.
           05  W-DECK-CARD         PIC X(177) OCCURS 999
                                   INDEXED DK-DX.

       01  W-DECK-CARD-MAX         PIC S9(4)  COMP VALUE 999.
       01  W-DECK-ERROR-CNT        PIC S9(4)  COMP VALUE 0.

      **** The whole layout-definition file, rows in file order -
      **** the same 500-row ceiling FAKERTST loads.
       01  W-LAYOUT-TABLE.
           05  W-LAYOUT-ROW-CNT    PIC S9(4)  COMP VALUE 0.
           05  W-LAYOUT-ROW        OCCURS 500
                                   INDEXED LR-DX.
               10  W-LR-LAYOUT-NAME
                                   PIC X(10).
               10  W-LR-FIELD-NAME PIC X(20).
               10  W-LR-START      PIC X(03).
               10  W-LR-LENGTH     PIC X(03).
               10  W-LR-FUNCTION   PIC X(30).

       01  W-LAYOUT-ROW-MAX        PIC S9(4)  COMP VALUE 500.

      **** The largest output record FAKERTST assembles.
       01  W-RECORD-MAX            PIC S9(4)  COMP VALUE 240.

      **** The card being keyed - a mirror of FAKERTST's
      **** TESTINPT-REC with every field alphanumeric, so a bad
      **** keystroke can be held and edited instead of abending.
       01  W-CARD-WK.
           05  W-CD-PROVIDER-FUNCTION
                                   PIC X(30).
               88  W-CD-DATE-BETWEEN               VALUE
                                   'DATE-BETWEEN'.
               88  W-CD-DATE-WINDOW                VALUE
                                   'DATE-PAST'
                                   'DATE-FUTURE'.
               88  W-CD-LAYOUT-RECORD              VALUE
                                   'LAYOUT-RECORD'.
               88  W-CD-LINKED-SET                 VALUE
                                   'LINKED-SET'.
           05  W-CD-COUNT          PIC X(06).
           05  W-CD-SEED-NO        PIC X(09).
           05  W-CD-SEED-TEXT.
               10  W-CD-SEED-TEXT-1
                                   PIC X(50).
               10  W-CD-SEED-TEXT-2
                                   PIC X(30).
           05  W-CD-DATE-START     PIC X(08).
           05  W-CD-DATE-END       PIC X(08).
           05  W-CD-DATE-DAYS      PIC X(05).
           05  W-CD-LAYOUT-NAME    PIC X(10).
           05  W-CD-LINK-ACCTS-MAX PIC X(02).
           05  W-CD-LINK-TRANS-MAX PIC X(02).
           05  W-CD-ERROR-RATE     PIC X(03).
           05  W-CD-ERROR-KINDS    PIC X(08).
           05  W-CD-PARTITION-NO   PIC X(02).
           05  W-CD-PARTITION-CNT  PIC X(02).
           05  W-CD-LOCALE         PIC X(02).

      **** The layout row being keyed - a mirror of LAYOUTDF-REC.
       01  W-ROW-WK.
           05  W-RW-LAYOUT-NAME    PIC X(10).
           05  W-RW-FIELD-NAME     PIC X(20).
           05  W-RW-START          PIC X(03).
           05  W-RW-START-N REDEFINES W-RW-START
                                   PIC 9(03).
           05  W-RW-LENGTH         PIC X(03).
           05  W-RW-LENGTH-N REDEFINES W-RW-LENGTH
                                   PIC 9(03).
           05  W-RW-FUNCTION       PIC X(30).

       01  W-ROW-START             PIC S9(4)  COMP.
       01  W-ROW-END               PIC S9(4)  COMP.

      **** Edit findings use FAKERTST's own wording.
       01  W-EDIT-MSG              PIC X(55).
       01  W-INJECT-KIND-CNT       PIC S9(4)  COMP.
       01  W-INJ-SUB               PIC S9(4)  COMP.

      **** Screen working fields.
       01  W-SCREEN-MSG            PIC X(79)       VALUE SPACES.
       01  W-HELP-MSG              PIC X(79)       VALUE SPACES.
       01  W-MODE-TEXT             PIC X(08)       VALUE SPACES.
       01  W-CHOICE                PIC X(01)       VALUE SPACE.
       01  W-ACTION                PIC X(01)       VALUE SPACE.
       01  W-ACTION-ARG            PIC X(10)       VALUE SPACES.
       01  W-ACTION-NO             PIC S9(4)  COMP VALUE 0.
       01  W-CONFIRM               PIC X(01)       VALUE SPACE.
       01  W-CONFIRM-HINT          PIC X(30)       VALUE SPACES.
       01  W-EDIT-CARD-NO          PIC S9(4)  COMP VALUE 0.

       01  W-CRT-STATUS            PIC 9(04)       VALUE 0.
           88  W-CANCEL-KEYED                      VALUE 1012.

      **** Field-by-field entry - the field now being keyed, and
      **** how the keying ended.
       01  W-FIELD-NO              PIC S9(4)  COMP.
       01  W-FIELD-DONE-NO         PIC S9(4)  COMP VALUE 99.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FIELD-APPLIES                     VALUE 'Y'.
           88  W-FIELD-SKIPPED                     VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ENTRY-SAVED                       VALUE 'Y'.
           88  W-ENTRY-DISCARDED                   VALUE 'N'.

      **** One list screen's worth of display lines.
       01  W-LIST-TABLE.
           05  W-LIST-LINE         PIC X(79)  OCCURS 15.

       01  W-LIST-SUB              PIC S9(4)  COMP.
       01  W-LIST-ITEM             PIC S9(4)  COMP.
       01  W-DECK-TOP              PIC S9(4)  COMP VALUE 1.
       01  W-DECK-PAGE-SIZE        PIC S9(4)  COMP VALUE 15.
       01  W-LAYOUT-TOP            PIC S9(4)  COMP VALUE 1.
       01  W-LAYOUT-PAGE-SIZE      PIC S9(4)  COMP VALUE 12.

       01  W-DECK-LINE-WK.
           05  W-DL-SEQ            PIC ZZZ9.
           05  FILLER              PIC X(01).
           05  W-DL-FUNCTION       PIC X(30).
           05  FILLER              PIC X(01).
           05  W-DL-COUNT          PIC X(06).
           05  FILLER              PIC X(01).
           05  W-DL-LAYOUT         PIC X(10).
           05  FILLER              PIC X(01).
           05  W-DL-RATE           PIC X(03).
           05  FILLER              PIC X(01).
           05  W-DL-KINDS          PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-PART-NO        PIC X(02).
           05  W-DL-SLASH          PIC X(01).
           05  W-DL-PART-CNT       PIC X(02).
           05  FILLER              PIC X(01).
           05  W-DL-LOCALE         PIC X(02).
           05  FILLER              PIC X(01).
           05  W-DL-FLAG           PIC X(03).

       01  W-LAYOUT-LINE-WK.
           05  W-LL-LETTER         PIC X(01).
           05  FILLER              PIC X(01).
           05  W-LL-ROW            PIC ZZ9.
           05  FILLER              PIC X(01).
           05  W-LL-FIELD-NAME     PIC X(20).
           05  FILLER              PIC X(01).
           05  W-LL-START          PIC X(03).
           05  FILLER              PIC X(01).
           05  W-LL-LENGTH         PIC X(03).
           05  FILLER              PIC X(01).
           05  W-LL-END            PIC ZZ9.
           05  FILLER              PIC X(01).
           05  W-LL-FUNCTION       PIC X(30).
           05  FILLER              PIC X(01).
           05  W-LL-STATUS         PIC X(09).

      **** The rows of the layout on screen, in start-position
      **** order, each pointing back at its row in W-LAYOUT-TABLE
      **** and carrying its overlap/gap finding.
       01  W-CUR-LAYOUT            PIC X(10)       VALUE SPACES.

       01  W-VIEW-TABLE.
           05  W-VIEW-CNT          PIC S9(4)  COMP VALUE 0.
           05  W-VIEW-ROW          OCCURS 500
                                   INDEXED VW-DX.
               10  W-VW-LR-DX      PIC S9(4)  COMP.
               10  W-VW-START      PIC S9(4)  COMP.
               10  W-VW-END        PIC S9(4)  COMP.
               10  W-VW-VALID-SW   PIC X(01).
                   88  W-VW-VALID                  VALUE 'Y'.
                   88  W-VW-INVALID                VALUE 'N'.
               10  W-VW-STATUS     PIC X(09).

       01  W-VIEW-HOLD.
           05  W-VH-LR-DX          PIC S9(4)  COMP.
           05  W-VH-START          PIC S9(4)  COMP.
           05  W-VH-END            PIC S9(4)  COMP.
           05  W-VH-VALID-SW       PIC X(01).
           05  W-VH-STATUS         PIC X(09).

       01  W-VIEW-SUB              PIC S9(4)  COMP.
       01  W-VIEW-SUB-2            PIC S9(4)  COMP.
       01  W-VIEW-LAST-BYTE        PIC S9(4)  COMP VALUE 0.
       01  W-VIEW-GAP-CNT          PIC S9(4)  COMP VALUE 0.
       01  W-VIEW-OVERLAP-CNT      PIC S9(4)  COMP VALUE 0.
       01  W-GAP-WK                PIC S9(4)  COMP.
       01  W-GAP-DISP              PIC ZZ9.

      **** Every distinct layout name on file, in file order - 'L'
      **** with no name steps through them.
       01  W-NAME-LIST.
           05  W-NAME-LIST-CNT     PIC S9(4)  COMP VALUE 0.
           05  W-NAME-LIST-ENTRY   PIC X(10)  OCCURS 500.

       01  W-NAME-SUB              PIC S9(4)  COMP.
       01  W-NAME-FOUND-SUB        PIC S9(4)  COMP.

      **** The record-position ruler: a 70-byte window of the
      **** record, a scale line, and a map line showing which row
      **** (by its letter) holds each byte - '*' where rows
      **** overlap, '.' where no row does, '=' the row being keyed.
       01  W-RULER-WIDTH           PIC S9(4)  COMP VALUE 70.
       01  W-RULER-FROM            PIC S9(4)  COMP VALUE 1.
       01  W-RULER-TO              PIC S9(4)  COMP.
       01  W-RULER-LINE            PIC X(70).
       01  W-MAP-LINE              PIC X(70).
       01  W-RULER-SUB             PIC S9(4)  COMP.
       01  W-RULER-POS             PIC S9(4)  COMP.
       01  W-RULER-TENS            PIC S9(4)  COMP.
       01  W-RULER-UNITS           PIC S9(4)  COMP.
       01  W-RULER-DIGIT           PIC 9(01).
       01  W-MARK-FROM             PIC S9(4)  COMP.
       01  W-MARK-TO               PIC S9(4)  COMP.
       01  W-MARK-CHAR             PIC X(01).
       01  W-EXCLUDE-LR-DX         PIC S9(4)  COMP VALUE 0.

       01  W-LETTERS               PIC X(52)       VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz'.

      **** Right-justifying a keyed number: '12    ' becomes
      **** '000012', so a count keyed flush left lands in the
      **** columns FAKERTST reads it from.
       01  W-ALIGN-FIELD           PIC X(09).
       01  W-ALIGN-OUT             PIC X(09).
       01  W-ALIGN-LEN             PIC S9(4)  COMP.
       01  W-ALIGN-SUB             PIC S9(4)  COMP.
       01  W-ALIGN-FIRST           PIC S9(4)  COMP.
       01  W-ALIGN-LAST            PIC S9(4)  COMP.
       01  W-ALIGN-DIGITS          PIC S9(4)  COMP.
       01  W-ALIGN-NUM             PIC 9(04).

      **** Every provider-function FAKERTST can dispatch - kept in
      **** step with its FAKER-FUNCTION-KNOWN condition. A
      **** provider-function added there must be added here too,
      **** and W-PROVIDER-CNT raised to match.
       01  W-PROVIDER-LIST.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-ADDRESS'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-BUILDING-NO'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-CITY'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-CITY-PREFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-CITY-SUFFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-MILITARY-APO'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-MILITARY-DPO'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-MILITARY-SHIP-PREFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-MILITARY-STATE-ABBR'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-POSTCODE'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-SECONDARY-ADDRESS'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-STATE'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-STATE-ABBR'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-STATE-POSTCODE'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-STREET-ADDRESS'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-STREET-NAME'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-STREET-SUFFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'ADDRESS-TERRITORY-ABBR'.
           05  FILLER              PIC X(30)       VALUE
                                   'BANK-ACCOUNT'.
           05  FILLER              PIC X(30)       VALUE
                                   'BANK-ROUTING'.
           05  FILLER              PIC X(30)       VALUE
                                   'COMPANY-COMPANY'.
           05  FILLER              PIC X(30)       VALUE
                                   'COMPANY-SUFFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'CUSTOMER-PROFILE'.
           05  FILLER              PIC X(30)       VALUE
                                   'DATE-BIRTHDATE'.
           05  FILLER              PIC X(30)       VALUE
                                   'DATE-PAST'.
           05  FILLER              PIC X(30)       VALUE
                                   'DATE-FUTURE'.
           05  FILLER              PIC X(30)       VALUE
                                   'DATE-BETWEEN'.
           05  FILLER              PIC X(30)       VALUE
                                   'INTERNET-DOMAIN'.
           05  FILLER              PIC X(30)       VALUE
                                   'INTERNET-EMAIL'.
           05  FILLER              PIC X(30)       VALUE
                                   'INTERNET-USERNAME'.
           05  FILLER              PIC X(30)       VALUE
                                   'LAYOUT-RECORD'.
           05  FILLER              PIC X(30)       VALUE
                                   'LINKED-SET'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-FIRST-NAME'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-FIRST-NAME-MALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-FIRST-NAME-FEMALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-LAST-NAME'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-LAST-NAME-MALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-LAST-NAME-FEMALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-NAME'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-NAME-MALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-NAME-FEMALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-PREFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-PREFIX-MALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-PREFIX-FEMALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-SUFFIX'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-SUFFIX-MALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'PERSON-SUFFIX-FEMALE'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-EIN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-EIN-HYPHEN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-ITIN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-ITIN-HYPHEN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-SIN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-SSN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TAXID-SSN-HYPHEN'.
           05  FILLER              PIC X(30)       VALUE
                                   'TELEPHONE'.
       01  FILLER REDEFINES W-PROVIDER-LIST.
           05  W-PROVIDER          PIC X(30)  OCCURS 55
                                   INDEXED PV-DX.

       01  W-PROVIDER-CNT          PIC S9(4)  COMP VALUE 55.
       01  W-PROVIDER-WK           PIC X(30).

      **** The card's or row's provider-function as it stood before
      **** it was keyed over - the one the pick list keeps on blank.
       01  W-PROVIDER-WAS          PIC X(30).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PROVIDER-KNOWN                    VALUE 'Y'.
           88  W-PROVIDER-UNKNOWN                  VALUE 'N'.

      **** The pick list - two pages of two columns of 19.
       01  W-PICK-TABLE.
           05  W-PICK-LINE         PIC X(78)  OCCURS 19.

       01  W-PICK-CELL.
           05  W-PC-NO             PIC Z9.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-PC-NAME           PIC X(30).
           05  FILLER              PIC X(05)       VALUE SPACES.

       01  W-PICK-PAGE             PIC 9(01)       VALUE 1.
       01  W-PICK-PAGE-SIZE        PIC S9(4)  COMP VALUE 38.
       01  W-PICK-IN               PIC X(02)       VALUE SPACES.
       01  W-PICK-NO               PIC S9(4)  COMP.
       01  W-PICK-ROW              PIC S9(4)  COMP.
       01  W-PICK-COL              PIC S9(4)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PICK-FOR-LAYOUT                   VALUE 'Y'.
           88  W-PICK-FOR-CARD                     VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PICK-DONE                         VALUE 'Y'.
           88  W-PICK-NOT-DONE                     VALUE 'N'.

       01  W-SHIFT-SUB             PIC S9(4)  COMP.
       01  W-INSERT-AT             PIC S9(4)  COMP.

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
       SCREEN SECTION.
      *---------------

       01  MENU-SCREEN             BLANK SCREEN.
           05  LINE 01 COLUMN 01   VALUE 'FAKMAINT'.
           05  LINE 01 COLUMN 22   VALUE
               'TESTINPT DECK AND LAYOUT MAINTENANCE'.
           05  LINE 03 COLUMN 05   VALUE 'Deck file       :'.
           05  LINE 03 COLUMN 23   PIC X(40) FROM W-TESTINPT-NAME.
           05  LINE 04 COLUMN 05   VALUE 'Cards           :'.
           05  LINE 04 COLUMN 23   PIC ZZZ9  FROM W-DECK-CARD-CNT.
           05  LINE 05 COLUMN 05   VALUE 'Layout rows     :'.
           05  LINE 05 COLUMN 23   PIC ZZZ9  FROM W-LAYOUT-ROW-CNT.
           05  LINE 06 COLUMN 05   VALUE 'Layouts         :'.
           05  LINE 06 COLUMN 23   PIC ZZZ9  FROM W-NAME-LIST-CNT.
           05  LINE 09 COLUMN 05   VALUE '1  Maintain deck cards'.
           05  LINE 10 COLUMN 05   VALUE '2  Maintain layout rows'.
           05  LINE 11 COLUMN 05   VALUE 'S  Save changes and end'.
           05  LINE 12 COLUMN 05   VALUE 'Q  Quit without saving'.
           05  LINE 14 COLUMN 05   VALUE 'Choice:'.
           05  MS-CHOICE
               LINE 14 COLUMN 13   PIC X(01) USING W-CHOICE
                                   UNDERLINE.
           05  LINE 22 COLUMN 01   PIC X(79) FROM W-SCREEN-MSG
                                   HIGHLIGHT.

       01  DECK-SCREEN             BLANK SCREEN.
           05  LINE 01 COLUMN 01   VALUE 'FAKMAINT'.
           05  LINE 01 COLUMN 11   VALUE 'TESTINPT DECK'.
           05  LINE 01 COLUMN 26   PIC X(40) FROM W-TESTINPT-NAME.
           05  LINE 02 COLUMN 01   VALUE 'Cards:'.
           05  LINE 02 COLUMN 08   PIC ZZZ9  FROM W-DECK-CARD-CNT.
           05  LINE 02 COLUMN 15   VALUE 'Cards failing edit:'.
           05  LINE 02 COLUMN 35   PIC ZZZ9  FROM W-DECK-ERROR-CNT.
           05  LINE 04 COLUMN 01   VALUE 'CARD'.
           05  LINE 04 COLUMN 06   VALUE 'PROVIDER-FUNCTION'.
           05  LINE 04 COLUMN 37   VALUE ' COUNT'.
           05  LINE 04 COLUMN 44   VALUE 'LAYOUT'.
           05  LINE 04 COLUMN 55   VALUE 'RTE'.
           05  LINE 04 COLUMN 59   VALUE 'KINDS'.
           05  LINE 04 COLUMN 68   VALUE 'PART'.
           05  LINE 04 COLUMN 74   VALUE 'LC'.
           05  LINE 04 COLUMN 77   VALUE 'ERR'.
           05  LINE 05 COLUMN 01   PIC X(79) FROM W-LIST-LINE(1).
           05  LINE 06 COLUMN 01   PIC X(79) FROM W-LIST-LINE(2).
           05  LINE 07 COLUMN 01   PIC X(79) FROM W-LIST-LINE(3).
           05  LINE 08 COLUMN 01   PIC X(79) FROM W-LIST-LINE(4).
           05  LINE 09 COLUMN 01   PIC X(79) FROM W-LIST-LINE(5).
           05  LINE 10 COLUMN 01   PIC X(79) FROM W-LIST-LINE(6).
           05  LINE 11 COLUMN 01   PIC X(79) FROM W-LIST-LINE(7).
           05  LINE 12 COLUMN 01   PIC X(79) FROM W-LIST-LINE(8).
           05  LINE 13 COLUMN 01   PIC X(79) FROM W-LIST-LINE(9).
           05  LINE 14 COLUMN 01   PIC X(79) FROM W-LIST-LINE(10).
           05  LINE 15 COLUMN 01   PIC X(79) FROM W-LIST-LINE(11).
           05  LINE 16 COLUMN 01   PIC X(79) FROM W-LIST-LINE(12).
           05  LINE 17 COLUMN 01   PIC X(79) FROM W-LIST-LINE(13).
           05  LINE 18 COLUMN 01   PIC X(79) FROM W-LIST-LINE(14).
           05  LINE 19 COLUMN 01   PIC X(79) FROM W-LIST-LINE(15).
           05  LINE 21 COLUMN 01   VALUE 'Action:'.
           05  DS-ACTION
               LINE 21 COLUMN 09   PIC X(01) USING W-ACTION
                                   UNDERLINE.
           05  LINE 21 COLUMN 12   VALUE 'Card:'.
           05  DS-ARG
               LINE 21 COLUMN 18   PIC X(04) USING W-ACTION-ARG
                                   UNDERLINE.
           05  LINE 22 COLUMN 01   PIC X(79) FROM W-SCREEN-MSG
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 01   VALUE
               'A add after  C change  P copy  D delete  F/B page  X '
             &  'return'.

       01  CARD-SCREEN             BLANK SCREEN.
           05  LINE 01 COLUMN 01   VALUE 'FAKMAINT'.
           05  LINE 01 COLUMN 11   VALUE 'TESTINPT CARD'.
           05  LINE 01 COLUMN 26   PIC X(08) FROM W-MODE-TEXT.
           05  LINE 01 COLUMN 36   VALUE 'Card'.
           05  LINE 01 COLUMN 41   PIC ZZZ9  FROM W-EDIT-CARD-NO.
           05  LINE 03 COLUMN 03   VALUE 'Provider-function  :'.
           05  CS-FUNCTION
               LINE 03 COLUMN 25   PIC X(30)
                                   USING W-CD-PROVIDER-FUNCTION
                                   UNDERLINE.
           05  LINE 03 COLUMN 57   VALUE 'blank = pick list'.
           05  LINE 04 COLUMN 03   VALUE 'Count              :'.
           05  CS-COUNT
               LINE 04 COLUMN 25   PIC X(06) USING W-CD-COUNT
                                   UNDERLINE.
           05  LINE 04 COLUMN 45   VALUE '1 to 999999'.
           05  LINE 05 COLUMN 03   VALUE 'Seed number        :'.
           05  CS-SEED-NO
               LINE 05 COLUMN 25   PIC X(09) USING W-CD-SEED-NO
                                   UNDERLINE.
           05  LINE 05 COLUMN 45   VALUE 'blank = unseeded'.
           05  LINE 06 COLUMN 03   VALUE 'Seed text          :'.
           05  CS-SEED-TEXT-1
               LINE 06 COLUMN 25   PIC X(50) USING W-CD-SEED-TEXT-1
                                   UNDERLINE.
           05  CS-SEED-TEXT-2
               LINE 07 COLUMN 25   PIC X(30) USING W-CD-SEED-TEXT-2
                                   UNDERLINE.
           05  LINE 09 COLUMN 03   VALUE 'Date start / end   :'.
           05  CS-DATE-START
               LINE 09 COLUMN 25   PIC X(08) USING W-CD-DATE-START
                                   UNDERLINE.
           05  CS-DATE-END
               LINE 09 COLUMN 35   PIC X(08) USING W-CD-DATE-END
                                   UNDERLINE.
           05  LINE 09 COLUMN 45   VALUE
               'DATE-BETWEEN, YYYYMMDD'.
           05  LINE 10 COLUMN 03   VALUE 'Day window         :'.
           05  CS-DATE-DAYS
               LINE 10 COLUMN 25   PIC X(05) USING W-CD-DATE-DAYS
                                   UNDERLINE.
           05  LINE 10 COLUMN 45   VALUE
               'DATE-PAST/FUTURE, blank = 3650'.
           05  LINE 11 COLUMN 03   VALUE 'Layout name        :'.
           05  CS-LAYOUT-NAME
               LINE 11 COLUMN 25   PIC X(10) USING W-CD-LAYOUT-NAME
                                   UNDERLINE.
           05  LINE 11 COLUMN 45   VALUE 'LAYOUT-RECORD'.
           05  LINE 12 COLUMN 03   VALUE 'Account/txn caps   :'.
           05  CS-LINK-ACCTS-MAX
               LINE 12 COLUMN 25   PIC X(02)
                                   USING W-CD-LINK-ACCTS-MAX
                                   UNDERLINE.
           05  CS-LINK-TRANS-MAX
               LINE 12 COLUMN 29   PIC X(02)
                                   USING W-CD-LINK-TRANS-MAX
                                   UNDERLINE.
           05  LINE 12 COLUMN 45   VALUE
               'LINKED-SET, blank = 3 / 8'.
           05  LINE 13 COLUMN 03   VALUE 'Error rate / kinds :'.
           05  CS-ERROR-RATE
               LINE 13 COLUMN 25   PIC X(03) USING W-CD-ERROR-RATE
                                   UNDERLINE.
           05  CS-ERROR-KINDS
               LINE 13 COLUMN 30   PIC X(08) USING W-CD-ERROR-KINDS
                                   UNDERLINE.
           05  LINE 13 COLUMN 45   VALUE
               'percent; kinds T Z B D'.
           05  LINE 14 COLUMN 03   VALUE 'Partition no / cnt :'.
           05  CS-PARTITION-NO
               LINE 14 COLUMN 25   PIC X(02) USING W-CD-PARTITION-NO
                                   UNDERLINE.
           05  CS-PARTITION-CNT
               LINE 14 COLUMN 29   PIC X(02)
                                   USING W-CD-PARTITION-CNT
                                   UNDERLINE.
           05  LINE 14 COLUMN 45   VALUE
               'blank = command line'.
           05  LINE 15 COLUMN 03   VALUE 'Locale             :'.
           05  CS-LOCALE
               LINE 15 COLUMN 25   PIC X(02) USING W-CD-LOCALE
                                   UNDERLINE.
           05  LINE 15 COLUMN 45   VALUE 'US, CA or blank'.
           05  LINE 18 COLUMN 03   VALUE 'Confirm             :'.
           05  CS-CONFIRM
               LINE 18 COLUMN 25   PIC X(01) USING W-CONFIRM
                                   UNDERLINE.
           05  LINE 18 COLUMN 45   PIC X(30) FROM W-CONFIRM-HINT.
           05  LINE 22 COLUMN 01   PIC X(79) FROM W-SCREEN-MSG
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 01   PIC X(79) FROM W-HELP-MSG.
           05  LINE 24 COLUMN 01   VALUE 'F12 cancel'.

       01  PICK-SCREEN             BLANK SCREEN.
           05  LINE 01 COLUMN 01   VALUE 'FAKMAINT'.
           05  LINE 01 COLUMN 11   VALUE 'PROVIDER-FUNCTION LIST'.
           05  LINE 01 COLUMN 36   VALUE 'Page'.
           05  LINE 01 COLUMN 41   PIC 9(01) FROM W-PICK-PAGE.
           05  LINE 01 COLUMN 43   VALUE 'of 2'.
           05  LINE 02 COLUMN 01   VALUE 'Current:'.
           05  LINE 02 COLUMN 10   PIC X(30) FROM W-PROVIDER-WK.
           05  LINE 03 COLUMN 02   PIC X(78) FROM W-PICK-LINE(1).
           05  LINE 04 COLUMN 02   PIC X(78) FROM W-PICK-LINE(2).
           05  LINE 05 COLUMN 02   PIC X(78) FROM W-PICK-LINE(3).
           05  LINE 06 COLUMN 02   PIC X(78) FROM W-PICK-LINE(4).
           05  LINE 07 COLUMN 02   PIC X(78) FROM W-PICK-LINE(5).
           05  LINE 08 COLUMN 02   PIC X(78) FROM W-PICK-LINE(6).
           05  LINE 09 COLUMN 02   PIC X(78) FROM W-PICK-LINE(7).
           05  LINE 10 COLUMN 02   PIC X(78) FROM W-PICK-LINE(8).
           05  LINE 11 COLUMN 02   PIC X(78) FROM W-PICK-LINE(9).
           05  LINE 12 COLUMN 02   PIC X(78) FROM W-PICK-LINE(10).
           05  LINE 13 COLUMN 02   PIC X(78) FROM W-PICK-LINE(11).
           05  LINE 14 COLUMN 02   PIC X(78) FROM W-PICK-LINE(12).
           05  LINE 15 COLUMN 02   PIC X(78) FROM W-PICK-LINE(13).
           05  LINE 16 COLUMN 02   PIC X(78) FROM W-PICK-LINE(14).
           05  LINE 17 COLUMN 02   PIC X(78) FROM W-PICK-LINE(15).
           05  LINE 18 COLUMN 02   PIC X(78) FROM W-PICK-LINE(16).
           05  LINE 19 COLUMN 02   PIC X(78) FROM W-PICK-LINE(17).
           05  LINE 20 COLUMN 02   PIC X(78) FROM W-PICK-LINE(18).
           05  LINE 21 COLUMN 02   PIC X(78) FROM W-PICK-LINE(19).
           05  LINE 22 COLUMN 01   PIC X(79) FROM W-SCREEN-MSG
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 01   VALUE 'Number:'.
           05  PS-NUMBER
               LINE 23 COLUMN 09   PIC X(02) USING W-PICK-IN
                                   UNDERLINE.
           05  LINE 23 COLUMN 14   VALUE
               'F/B page, blank keeps the current one'.
           05  LINE 24 COLUMN 01   VALUE 'F12 cancel'.

       01  LAYOUT-SCREEN           BLANK SCREEN.
           05  LINE 01 COLUMN 01   VALUE 'FAKMAINT'.
           05  LINE 01 COLUMN 11   VALUE 'LAYOUT ROWS'.
           05  LINE 01 COLUMN 25   VALUE 'Layout:'.
           05  LINE 01 COLUMN 33   PIC X(10) FROM W-CUR-LAYOUT.
           05  LINE 02 COLUMN 01   VALUE 'Rows:'.
           05  LINE 02 COLUMN 07   PIC ZZ9   FROM W-VIEW-CNT.
           05  LINE 02 COLUMN 12   VALUE 'Last byte used:'.
           05  LINE 02 COLUMN 28   PIC ZZ9   FROM W-VIEW-LAST-BYTE.
           05  LINE 02 COLUMN 33   VALUE 'Gaps:'.
           05  LINE 02 COLUMN 39   PIC ZZ9   FROM W-VIEW-GAP-CNT.
           05  LINE 02 COLUMN 44   VALUE 'Overlaps:'.
           05  LINE 02 COLUMN 54   PIC ZZ9   FROM W-VIEW-OVERLAP-CNT.
           05  LINE 04 COLUMN 01   PIC ZZ9   FROM W-RULER-FROM.
           05  LINE 04 COLUMN 04   VALUE '-'.
           05  LINE 04 COLUMN 05   PIC ZZ9   FROM W-RULER-TO.
           05  LINE 04 COLUMN 10   PIC X(70) FROM W-RULER-LINE.
           05  LINE 05 COLUMN 10   PIC X(70) FROM W-MAP-LINE.
           05  LINE 07 COLUMN 01   VALUE 'M'.
           05  LINE 07 COLUMN 03   VALUE 'ROW'.
           05  LINE 07 COLUMN 07   VALUE 'FIELD-NAME'.
           05  LINE 07 COLUMN 28   VALUE 'STA'.
           05  LINE 07 COLUMN 32   VALUE 'LEN'.
           05  LINE 07 COLUMN 36   VALUE 'END'.
           05  LINE 07 COLUMN 40   VALUE 'PROVIDER-FUNCTION'.
           05  LINE 07 COLUMN 71   VALUE 'CHECK'.
           05  LINE 08 COLUMN 01   PIC X(79) FROM W-LIST-LINE(1).
           05  LINE 09 COLUMN 01   PIC X(79) FROM W-LIST-LINE(2).
           05  LINE 10 COLUMN 01   PIC X(79) FROM W-LIST-LINE(3).
           05  LINE 11 COLUMN 01   PIC X(79) FROM W-LIST-LINE(4).
           05  LINE 12 COLUMN 01   PIC X(79) FROM W-LIST-LINE(5).
           05  LINE 13 COLUMN 01   PIC X(79) FROM W-LIST-LINE(6).
           05  LINE 14 COLUMN 01   PIC X(79) FROM W-LIST-LINE(7).
           05  LINE 15 COLUMN 01   PIC X(79) FROM W-LIST-LINE(8).
           05  LINE 16 COLUMN 01   PIC X(79) FROM W-LIST-LINE(9).
           05  LINE 17 COLUMN 01   PIC X(79) FROM W-LIST-LINE(10).
           05  LINE 18 COLUMN 01   PIC X(79) FROM W-LIST-LINE(11).
           05  LINE 19 COLUMN 01   PIC X(79) FROM W-LIST-LINE(12).
           05  LINE 21 COLUMN 01   VALUE 'Action:'.
           05  LS-ACTION
               LINE 21 COLUMN 09   PIC X(01) USING W-ACTION
                                   UNDERLINE.
           05  LINE 21 COLUMN 12   VALUE 'Row or layout:'.
           05  LS-ARG
               LINE 21 COLUMN 27   PIC X(10) USING W-ACTION-ARG
                                   UNDERLINE.
           05  LINE 22 COLUMN 01   PIC X(79) FROM W-SCREEN-MSG
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 01   VALUE
               'A add C change P copy D delete L layout F/B page '
             &  '</> ruler X return'.

       01  ROW-SCREEN              BLANK SCREEN.
           05  LINE 01 COLUMN 01   VALUE 'FAKMAINT'.
           05  LINE 01 COLUMN 11   VALUE 'LAYOUT ROW'.
           05  LINE 01 COLUMN 23   PIC X(08) FROM W-MODE-TEXT.
           05  LINE 01 COLUMN 33   VALUE 'Layout:'.
           05  LINE 01 COLUMN 41   PIC X(10) FROM W-RW-LAYOUT-NAME.
           05  LINE 03 COLUMN 03   VALUE 'Field name         :'.
           05  RS-FIELD-NAME
               LINE 03 COLUMN 25   PIC X(20) USING W-RW-FIELD-NAME
                                   UNDERLINE.
           05  LINE 04 COLUMN 03   VALUE 'Start              :'.
           05  RS-START
               LINE 04 COLUMN 25   PIC X(03) USING W-RW-START
                                   UNDERLINE.
           05  LINE 04 COLUMN 45   VALUE '1 to 240'.
           05  LINE 05 COLUMN 03   VALUE 'Length             :'.
           05  RS-LENGTH
               LINE 05 COLUMN 25   PIC X(03) USING W-RW-LENGTH
                                   UNDERLINE.
           05  LINE 05 COLUMN 45   VALUE 'Ends at'.
           05  LINE 05 COLUMN 53   PIC ZZ9   FROM W-ROW-END.
           05  LINE 06 COLUMN 03   VALUE 'Provider-function  :'.
           05  RS-FUNCTION
               LINE 06 COLUMN 25   PIC X(30) USING W-RW-FUNCTION
                                   UNDERLINE.
           05  LINE 06 COLUMN 57   VALUE 'blank = pick list'.
           05  LINE 08 COLUMN 01   PIC ZZ9   FROM W-RULER-FROM.
           05  LINE 08 COLUMN 04   VALUE '-'.
           05  LINE 08 COLUMN 05   PIC ZZ9   FROM W-RULER-TO.
           05  LINE 08 COLUMN 10   PIC X(70) FROM W-RULER-LINE.
           05  LINE 09 COLUMN 10   PIC X(70) FROM W-MAP-LINE.
           05  LINE 11 COLUMN 03   VALUE 'Confirm             :'.
           05  RS-CONFIRM
               LINE 11 COLUMN 25   PIC X(01) USING W-CONFIRM
                                   UNDERLINE.
           05  LINE 11 COLUMN 45   PIC X(30) FROM W-CONFIRM-HINT.
           05  LINE 22 COLUMN 01   PIC X(79) FROM W-SCREEN-MSG
                                   HIGHLIGHT.
           05  LINE 23 COLUMN 01   PIC X(79) FROM W-HELP-MSG.
           05  LINE 24 COLUMN 01   VALUE 'F12 cancel'.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RUN-NOT-STOPPED
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-SESSION-DONE
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

           DISPLAY 'FAKMAINT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           IF      W-CMDLINE NOT = SPACES
               IF      W-CMDLINE(1 : 2) NUMERIC
               AND     W-CMDLINE(1 : 2) NOT = '00'
               AND     W-CMDLINE(3 : 78) = SPACES
                   SET  W-DECK-PARTITIONED
                                   TO TRUE
                   MOVE SPACES     TO W-TESTINPT-NAME
                   STRING 'Data\FAKERTST Input P'
                           W-CMDLINE(1 : 2)
                           '.txt'   DELIMITED SIZE
                                 INTO W-TESTINPT-NAME
               ELSE
                   DISPLAY W-ERROR-MSG
                       'command line must be blank or a partition '
                       'number nn - got: '
                       W-CMDLINE
                   SET  W-RUN-STOPPED
                                   TO TRUE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           PERFORM SUB-1100-LOAD-DECK THRU SUB-1100-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-LAYOUTS THRU SUB-1200-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-6800-BUILD-NAME-LIST THRU SUB-6800-EXIT

           IF      W-NAME-LIST-CNT > 0
               MOVE W-NAME-LIST-ENTRY(1)
                                   TO W-CUR-LAYOUT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-DECK.
      *-------------------
      **** A deck too big for the table is refused outright - saving
      **** a truncated copy back would lose the cards past the end.

           OPEN INPUT TESTINPT

           IF      W-TESTINPT-NOT-ON-FILE
               MOVE 'New deck - no cards on file yet'
                                   TO W-SCREEN-MSG
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-TESTINPT-FOUND
               DISPLAY W-ERROR-MSG
                   'deck cannot be opened - status '
                   W-TESTINPT-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1110-READ-DECK THRU SUB-1110-EXIT
               UNTIL W-EOF
                  OR W-RUN-STOPPED

           CLOSE TESTINPT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-DECK.
      *-------------------

           READ TESTINPT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      W-DECK-CARD-CNT >= W-DECK-CARD-MAX
               DISPLAY W-ERROR-MSG
                   'deck has more than 999 cards - too large to '
                   'maintain here'
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-DECK-CARD-CNT
           MOVE TESTINPT-REC       TO W-DECK-CARD(W-DECK-CARD-CNT)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-LAYOUTS.
      *----------------------
      **** Every row is kept exactly as read, good or bad, so a
      **** save never silently loses one - a row FAKERTST would drop
      **** at load is flagged INVALID on the layout screen instead.

           OPEN INPUT LAYOUTDF

           IF      W-LAYOUTDF-NOT-ON-FILE
               GO TO SUB-1200-EXIT
           END-IF

           IF      NOT W-LAYOUTDF-FOUND
               DISPLAY W-ERROR-MSG
                   'layout-definition file cannot be opened - '
                   'status '
                   W-LAYOUTDF-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-1210-READ-LAYOUT THRU SUB-1210-EXIT
               UNTIL W-EOF
                  OR W-RUN-STOPPED

           CLOSE LAYOUTDF
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

           IF      W-LAYOUT-ROW-CNT >= W-LAYOUT-ROW-MAX
               DISPLAY W-ERROR-MSG
                   'layout-definition file has more than 500 rows '
                   '- too large to maintain here'
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1210-EXIT
           END-IF

           ADD  1                  TO W-LAYOUT-ROW-CNT
           MOVE LAYOUTDF-REC       TO W-LAYOUT-ROW(W-LAYOUT-ROW-CNT)
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
      **** The main menu.

           MOVE SPACE              TO W-CHOICE

           DISPLAY MENU-SCREEN
           ACCEPT  MENU-SCREEN

           MOVE SPACES             TO W-SCREEN-MSG
           MOVE FUNCTION UPPER-CASE (W-CHOICE)
                                   TO W-CHOICE

           IF      W-CHOICE NOT = 'Q'
               SET  W-QUIT-NOT-ARMED
                                   TO TRUE
           END-IF

           EVALUATE W-CHOICE
             WHEN '1'
               PERFORM SUB-4000-MAINTAIN-DECK THRU SUB-4000-EXIT

             WHEN '2'
               PERFORM SUB-6000-MAINTAIN-LAYOUTS THRU SUB-6000-EXIT

             WHEN 'S'
               SET  W-SAVE-REQUESTED
                                   TO TRUE
               SET  W-SESSION-DONE TO TRUE

             WHEN 'Q'
               IF      (W-DECK-CHANGED
                  OR    W-LAYOUT-CHANGED)
               AND     W-QUIT-NOT-ARMED
                   SET  W-QUIT-ARMED
                                   TO TRUE
                   MOVE 'Changes not saved - key Q again to quit and '
                     &  'lose them, or S to save'
                                   TO W-SCREEN-MSG
               ELSE
                   SET  W-SESSION-DONE
                                   TO TRUE
               END-IF

             WHEN OTHER
               MOVE 'Choose 1, 2, S or Q'
                                   TO W-SCREEN-MSG
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               DISPLAY 'FAKMAINT completed'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-SAVE-REQUESTED
           AND     W-DECK-CHANGED
               PERFORM SUB-9300-SAVE-DECK THRU SUB-9300-EXIT
           END-IF

           IF      W-SAVE-REQUESTED
           AND     W-LAYOUT-CHANGED
               PERFORM SUB-9400-SAVE-LAYOUTS THRU SUB-9400-EXIT
           END-IF

           IF      W-SAVE-NOT-REQUESTED
           AND     (W-DECK-CHANGED
              OR    W-LAYOUT-CHANGED)
               DISPLAY 'Changes discarded - files left as they were'
           END-IF

           IF      W-SAVE-FAILED
               MOVE 8              TO RETURN-CODE
           END-IF

           DISPLAY 'FAKMAINT completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-MAINTAIN-DECK.
      *-----------------------

           SET  W-SCREEN-NOT-DONE  TO TRUE

           PERFORM SUB-4100-DECK-SCREEN THRU SUB-4100-EXIT
               UNTIL W-SCREEN-DONE

           MOVE SPACES             TO W-SCREEN-MSG
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-DECK-SCREEN.
      *---------------------
      **** One pass of the deck list - every card re-edited so the
      **** ERR column and failing-card count are always current.

           MOVE 0                  TO W-DECK-ERROR-CNT

           PERFORM SUB-4150-COUNT-CARD-ERRORS THRU SUB-4150-EXIT
               VARYING DK-DX FROM 1 BY 1
                 UNTIL DK-DX > W-DECK-CARD-CNT

           PERFORM SUB-4110-BUILD-DECK-LINE THRU SUB-4110-EXIT
               VARYING W-LIST-SUB FROM 1 BY 1
                 UNTIL W-LIST-SUB > W-DECK-PAGE-SIZE

           MOVE SPACE              TO W-ACTION
           MOVE SPACES             TO W-ACTION-ARG

           DISPLAY DECK-SCREEN
           ACCEPT  DECK-SCREEN

           MOVE SPACES             TO W-SCREEN-MSG
           MOVE FUNCTION UPPER-CASE (W-ACTION)
                                   TO W-ACTION

           EVALUATE W-ACTION
             WHEN 'A'
               PERFORM SUB-4200-ADD-CARD THRU SUB-4200-EXIT

             WHEN 'C'
               PERFORM SUB-4210-CHANGE-CARD THRU SUB-4210-EXIT

             WHEN 'P'
               PERFORM SUB-4220-COPY-CARD THRU SUB-4220-EXIT

             WHEN 'D'
               PERFORM SUB-4230-DELETE-CARD THRU SUB-4230-EXIT

             WHEN 'F'
               IF      W-DECK-TOP + W-DECK-PAGE-SIZE
                                   <= W-DECK-CARD-CNT
                   ADD  W-DECK-PAGE-SIZE
                                   TO W-DECK-TOP
               END-IF

             WHEN 'B'
               SUBTRACT W-DECK-PAGE-SIZE
                                   FROM W-DECK-TOP
               IF      W-DECK-TOP < 1
                   MOVE 1          TO W-DECK-TOP
               END-IF

             WHEN 'X'
               SET  W-SCREEN-DONE  TO TRUE

             WHEN OTHER
               MOVE 'Choose A, C, P, D, F, B or X'
                                   TO W-SCREEN-MSG
           END-EVALUATE
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4110-BUILD-DECK-LINE.
      *-------------------------

           MOVE SPACES             TO W-LIST-LINE(W-LIST-SUB)

           COMPUTE W-LIST-ITEM     =  W-DECK-TOP + W-LIST-SUB - 1

           IF      W-LIST-ITEM > W-DECK-CARD-CNT
               GO TO SUB-4110-EXIT
           END-IF

           MOVE W-DECK-CARD(W-LIST-ITEM)
                                   TO W-CARD-WK
           PERFORM SUB-5000-EDIT-CARD THRU SUB-5000-EXIT

           MOVE SPACES             TO W-DECK-LINE-WK
           MOVE W-LIST-ITEM        TO W-DL-SEQ
           MOVE W-CD-PROVIDER-FUNCTION
                                   TO W-DL-FUNCTION
           MOVE W-CD-COUNT         TO W-DL-COUNT
           MOVE W-CD-LAYOUT-NAME   TO W-DL-LAYOUT
           MOVE W-CD-ERROR-RATE    TO W-DL-RATE
           MOVE W-CD-ERROR-KINDS   TO W-DL-KINDS
           MOVE W-CD-PARTITION-NO  TO W-DL-PART-NO
           MOVE W-CD-PARTITION-CNT TO W-DL-PART-CNT
           MOVE W-CD-LOCALE        TO W-DL-LOCALE

           IF      W-CD-PARTITION-NO NOT = SPACES
               MOVE '/'            TO W-DL-SLASH
           END-IF

           IF      W-EDIT-MSG NOT = SPACES
               MOVE '***'          TO W-DL-FLAG
           END-IF

           MOVE W-DECK-LINE-WK     TO W-LIST-LINE(W-LIST-SUB)
           .
       SUB-4110-EXIT.
           EXIT.
      /
       SUB-4150-COUNT-CARD-ERRORS.
      *---------------------------

           MOVE W-DECK-CARD(DK-DX) TO W-CARD-WK
           PERFORM SUB-5000-EDIT-CARD THRU SUB-5000-EXIT

           IF      W-EDIT-MSG NOT = SPACES
               ADD  1              TO W-DECK-ERROR-CNT
           END-IF
           .
       SUB-4150-EXIT.
           EXIT.
      /
       SUB-4200-ADD-CARD.
      *------------------
      **** A new card goes in after the card number keyed, or at
      **** the end of the deck when none is keyed.

           IF      W-DECK-CARD-CNT >= W-DECK-CARD-MAX
               MOVE 'Deck is full - 999 cards'
                                   TO W-SCREEN-MSG
               GO TO SUB-4200-EXIT
           END-IF

           IF      W-ACTION-ARG = SPACES
               MOVE W-DECK-CARD-CNT
                                   TO W-ACTION-NO
           ELSE
               PERFORM SUB-8000-GET-ACTION-NO THRU SUB-8000-EXIT
               IF      W-ACTION-NO < 0
               OR      W-ACTION-NO > W-DECK-CARD-CNT
                   MOVE 'Key the card number to add after (0 for '
                     &  'the top), or leave it blank for the end'
                                   TO W-SCREEN-MSG
                   GO TO SUB-4200-EXIT
               END-IF
           END-IF

           COMPUTE W-EDIT-CARD-NO  =  W-ACTION-NO + 1
           MOVE SPACES             TO W-CARD-WK
           MOVE 'ADD'              TO W-MODE-TEXT

           PERFORM SUB-4300-ENTER-CARD THRU SUB-4300-EXIT

           IF      W-ENTRY-SAVED
               MOVE W-EDIT-CARD-NO TO W-INSERT-AT
               PERFORM SUB-4400-INSERT-CARD THRU SUB-4400-EXIT
               MOVE 'Card added'   TO W-SCREEN-MSG
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4210-CHANGE-CARD.
      *---------------------

           PERFORM SUB-4250-GET-CARD-NO THRU SUB-4250-EXIT

           IF      W-ACTION-NO = 0
               GO TO SUB-4210-EXIT
           END-IF

           MOVE W-ACTION-NO        TO W-EDIT-CARD-NO
           MOVE W-DECK-CARD(W-EDIT-CARD-NO)
                                   TO W-CARD-WK
           MOVE 'CHANGE'           TO W-MODE-TEXT

           PERFORM SUB-4300-ENTER-CARD THRU SUB-4300-EXIT

           IF      W-ENTRY-SAVED
               MOVE W-CARD-WK      TO W-DECK-CARD(W-EDIT-CARD-NO)
               SET  W-DECK-CHANGED TO TRUE
               MOVE 'Card changed' TO W-SCREEN-MSG
           END-IF
           .
       SUB-4210-EXIT.
           EXIT.
      /
       SUB-4220-COPY-CARD.
      *-------------------
      **** The copy starts as the card keyed and goes in right
      **** after it.

           IF      W-DECK-CARD-CNT >= W-DECK-CARD-MAX
               MOVE 'Deck is full - 999 cards'
                                   TO W-SCREEN-MSG
               GO TO SUB-4220-EXIT
           END-IF

           PERFORM SUB-4250-GET-CARD-NO THRU SUB-4250-EXIT

           IF      W-ACTION-NO = 0
               GO TO SUB-4220-EXIT
           END-IF

           COMPUTE W-EDIT-CARD-NO  =  W-ACTION-NO + 1
           MOVE W-DECK-CARD(W-ACTION-NO)
                                   TO W-CARD-WK
           MOVE 'COPY'             TO W-MODE-TEXT

           PERFORM SUB-4300-ENTER-CARD THRU SUB-4300-EXIT

           IF      W-ENTRY-SAVED
               MOVE W-EDIT-CARD-NO TO W-INSERT-AT
               PERFORM SUB-4400-INSERT-CARD THRU SUB-4400-EXIT
               MOVE 'Card copied'  TO W-SCREEN-MSG
           END-IF
           .
       SUB-4220-EXIT.
           EXIT.
      /
       SUB-4230-DELETE-CARD.
      *---------------------

           PERFORM SUB-4250-GET-CARD-NO THRU SUB-4250-EXIT

           IF      W-ACTION-NO = 0
               GO TO SUB-4230-EXIT
           END-IF

           MOVE W-ACTION-NO        TO W-EDIT-CARD-NO
           MOVE W-DECK-CARD(W-EDIT-CARD-NO)
                                   TO W-CARD-WK
           MOVE 'DELETE'           TO W-MODE-TEXT
           MOVE SPACE              TO W-CONFIRM
           MOVE 'Y delete, anything else keep'
                                   TO W-CONFIRM-HINT
           MOVE 'Y deletes this card, anything else keeps it'
                                   TO W-HELP-MSG

           DISPLAY CARD-SCREEN
           ACCEPT  CS-CONFIRM

           MOVE SPACES             TO W-HELP-MSG

           IF      FUNCTION UPPER-CASE (W-CONFIRM) NOT = 'Y'
               MOVE 'Card kept'    TO W-SCREEN-MSG
               GO TO SUB-4230-EXIT
           END-IF

           PERFORM SUB-4420-CLOSE-UP-CARD THRU SUB-4420-EXIT
               VARYING W-SHIFT-SUB FROM W-EDIT-CARD-NO BY 1
                 UNTIL W-SHIFT-SUB >= W-DECK-CARD-CNT

           SUBTRACT 1              FROM W-DECK-CARD-CNT
           SET  W-DECK-CHANGED     TO TRUE
           MOVE 'Card deleted'     TO W-SCREEN-MSG

           IF      W-DECK-TOP > 1
           AND     W-DECK-TOP > W-DECK-CARD-CNT
               SUBTRACT W-DECK-PAGE-SIZE
                                   FROM W-DECK-TOP
           END-IF
           .
       SUB-4230-EXIT.
           EXIT.
      /
       SUB-4250-GET-CARD-NO.
      *---------------------
      **** The card number keyed with C, P or D - zero back when
      **** there is no such card.

           PERFORM SUB-8000-GET-ACTION-NO THRU SUB-8000-EXIT

           IF      W-ACTION-NO < 1
           OR      W-ACTION-NO > W-DECK-CARD-CNT
               MOVE 0              TO W-ACTION-NO
               MOVE 'Key the number of a card on the list'
                                   TO W-SCREEN-MSG
           END-IF
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4300-ENTER-CARD.
      *--------------------
      **** The card keyed one field at a time, each edited as it is
      **** keyed - a field that fails is keyed again before the next
      **** is offered. Fields a provider-function does not use are
      **** passed over. F12 at any field drops the card.

           MOVE 1                  TO W-FIELD-NO
           SET  W-ENTRY-DISCARDED  TO TRUE
           MOVE SPACES             TO W-SCREEN-MSG

           PERFORM SUB-4310-ENTER-CARD-FIELD THRU SUB-4310-EXIT
               UNTIL W-FIELD-NO = W-FIELD-DONE-NO

           MOVE SPACES             TO W-HELP-MSG
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4310-ENTER-CARD-FIELD.
      *--------------------------

           MOVE SPACES             TO W-EDIT-MSG

           EVALUATE W-FIELD-NO
             WHEN 1
               PERFORM SUB-4320-ENTER-FUNCTION THRU SUB-4320-EXIT

             WHEN 2
               MOVE 'Units this card generates, 1 to 999999'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-COUNT
               MOVE W-CD-COUNT     TO W-ALIGN-FIELD
               MOVE 6              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-COUNT
               PERFORM SUB-5110-EDIT-COUNT THRU SUB-5110-EXIT

             WHEN 3
               MOVE 'Any number makes the batch repeatable - blank '
                 &  'continues the running sequence'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-SEED-NO
               MOVE W-CD-SEED-NO   TO W-ALIGN-FIELD
               MOVE 9              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-SEED-NO
               PERFORM SUB-5120-EDIT-SEED-NO THRU SUB-5120-EXIT

             WHEN 4
               MOVE 'Free text seed - blank for none'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-SEED-TEXT-1

             WHEN 5
               MOVE 'Seed text continued'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-SEED-TEXT-2

             WHEN 6
               MOVE 'First date of the range, YYYYMMDD'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-DATE-START
               IF      W-CD-DATE-START NOT NUMERIC
                   MOVE 'DATE-BETWEEN needs numeric YYYYMMDD range'
                                   TO W-EDIT-MSG
               END-IF

             WHEN 7
               MOVE 'Last date of the range, YYYYMMDD'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-DATE-END
               PERFORM SUB-5130-EDIT-DATE-RANGE THRU SUB-5130-EXIT

             WHEN 8
               MOVE 'Days back or ahead - blank takes 3650'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-DATE-DAYS
               MOVE W-CD-DATE-DAYS TO W-ALIGN-FIELD
               MOVE 5              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-DATE-DAYS
               PERFORM SUB-5140-EDIT-DAY-WINDOW THRU SUB-5140-EXIT

             WHEN 9
               MOVE 'A layout defined in the layout rows'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-LAYOUT-NAME
               PERFORM SUB-5150-EDIT-LAYOUT-NAME THRU SUB-5150-EXIT

             WHEN 10
               MOVE 'Most accounts per customer - blank takes 3'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-LINK-ACCTS-MAX
               MOVE W-CD-LINK-ACCTS-MAX
                                   TO W-ALIGN-FIELD
               MOVE 2              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-LINK-ACCTS-MAX
               PERFORM SUB-5160-EDIT-LINK-CAPS THRU SUB-5160-EXIT

             WHEN 11
               MOVE 'Most transactions per account - blank takes 8'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-LINK-TRANS-MAX
               MOVE W-CD-LINK-TRANS-MAX
                                   TO W-ALIGN-FIELD
               MOVE 2              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-LINK-TRANS-MAX
               PERFORM SUB-5160-EDIT-LINK-CAPS THRU SUB-5160-EXIT

             WHEN 12
               MOVE 'Percent of rows to corrupt - blank for clean '
                 &  'data'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-ERROR-RATE
               MOVE W-CD-ERROR-RATE
                                   TO W-ALIGN-FIELD
               MOVE 3              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-ERROR-RATE
               PERFORM SUB-5170-EDIT-ERROR-RATE THRU SUB-5170-EXIT

             WHEN 13
               MOVE 'T transposed digits, Z city/ZIP mismatch, B '
                 &  'blanked field, D bad date'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-ERROR-KINDS
               MOVE FUNCTION UPPER-CASE (W-CD-ERROR-KINDS)
                                   TO W-CD-ERROR-KINDS
               PERFORM SUB-5175-EDIT-ERROR-KINDS THRU SUB-5175-EXIT

             WHEN 14
               MOVE 'This card''s partition number - blank takes '
                 &  'the command line''s'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-PARTITION-NO
               MOVE W-CD-PARTITION-NO
                                   TO W-ALIGN-FIELD
               MOVE 2              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-PARTITION-NO
               IF      W-CD-PARTITION-NO NOT NUMERIC
               AND     W-CD-PARTITION-NO NOT = SPACES
                   MOVE 'partition fields malformed - not numeric'
                                   TO W-EDIT-MSG
               END-IF

             WHEN 15
               MOVE 'How many partitions in all'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-PARTITION-CNT
               MOVE W-CD-PARTITION-CNT
                                   TO W-ALIGN-FIELD
               MOVE 2              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-CD-PARTITION-CNT
               PERFORM SUB-5180-EDIT-PARTITION THRU SUB-5180-EXIT

             WHEN 16
               MOVE 'CA for Canadian draws - blank or US for US'
                                   TO W-HELP-MSG
               DISPLAY CARD-SCREEN
               ACCEPT  CS-LOCALE
               MOVE FUNCTION UPPER-CASE (W-CD-LOCALE)
                                   TO W-CD-LOCALE
               PERFORM SUB-5190-EDIT-LOCALE THRU SUB-5190-EXIT

             WHEN OTHER
               PERFORM SUB-4340-CONFIRM-CARD THRU SUB-4340-EXIT
               GO TO SUB-4310-EXIT
           END-EVALUATE

           IF      W-CANCEL-KEYED
               MOVE 'Card dropped - deck unchanged'
                                   TO W-SCREEN-MSG
               MOVE W-FIELD-DONE-NO
                                   TO W-FIELD-NO
               GO TO SUB-4310-EXIT
           END-IF

           IF      W-EDIT-MSG NOT = SPACES
               MOVE W-EDIT-MSG     TO W-SCREEN-MSG
               GO TO SUB-4310-EXIT
           END-IF

           MOVE SPACES             TO W-SCREEN-MSG
           ADD  1                  TO W-FIELD-NO

           SET  W-FIELD-SKIPPED    TO TRUE

           PERFORM SUB-4350-NEXT-CARD-FIELD THRU SUB-4350-EXIT
               UNTIL W-FIELD-APPLIES
           .
       SUB-4310-EXIT.
           EXIT.
      /
       SUB-4320-ENTER-FUNCTION.
      *------------------------
      **** A provider-function keyed in full is taken when it is on
      **** the known list; anything else - blank included - brings
      **** up the list to pick from, where blank keeps the card's
      **** provider-function as it was. A partition deck takes no
      **** LINKED-SET card, as FAKERTST would refuse it.

           MOVE 'Key a provider-function, or leave blank to pick '
             &  'from the list'
                                   TO W-HELP-MSG
           MOVE W-CD-PROVIDER-FUNCTION
                                   TO W-PROVIDER-WAS
           DISPLAY CARD-SCREEN
           ACCEPT  CS-FUNCTION

           IF      W-CANCEL-KEYED
               GO TO SUB-4320-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE (W-CD-PROVIDER-FUNCTION)
                                   TO W-PROVIDER-WK
           PERFORM SUB-8200-FIND-PROVIDER THRU SUB-8200-EXIT

           IF      W-PROVIDER-UNKNOWN
               IF      W-PROVIDER-WK NOT = SPACES
                   MOVE 'Not on the known list - pick one'
                                   TO W-SCREEN-MSG
               END-IF
               MOVE W-PROVIDER-WAS TO W-PROVIDER-WK
               SET  W-PICK-FOR-CARD
                                   TO TRUE
               PERFORM SUB-8300-PICK-PROVIDER THRU SUB-8300-EXIT
               IF      W-CANCEL-KEYED
                   GO TO SUB-4320-EXIT
               END-IF
           END-IF

           MOVE W-PROVIDER-WK      TO W-CD-PROVIDER-FUNCTION
           PERFORM SUB-5100-EDIT-FUNCTION THRU SUB-5100-EXIT

           IF      W-EDIT-MSG = SPACES
           AND     W-CD-LINKED-SET
           AND     W-DECK-PARTITIONED
               MOVE 'LINKED-SET cards cannot run partitioned'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-4320-EXIT.
           EXIT.
      /
       SUB-4340-CONFIRM-CARD.
      *----------------------
      **** The whole card edited once more before it is kept, in
      **** case a field keyed earlier no longer fits one keyed since.

           PERFORM SUB-5000-EDIT-CARD THRU SUB-5000-EXIT

           IF      W-EDIT-MSG NOT = SPACES
               MOVE W-EDIT-MSG     TO W-SCREEN-MSG
               MOVE 1              TO W-FIELD-NO
               GO TO SUB-4340-EXIT
           END-IF

           MOVE SPACE              TO W-CONFIRM
           MOVE 'Y keep, N drop, R re-key'
                                   TO W-CONFIRM-HINT
           MOVE 'Card passes every edit'
                                   TO W-HELP-MSG
           DISPLAY CARD-SCREEN
           ACCEPT  CS-CONFIRM

           IF      W-CANCEL-KEYED
               MOVE 'N'            TO W-CONFIRM
           END-IF

           EVALUATE FUNCTION UPPER-CASE (W-CONFIRM)
             WHEN 'Y'
               SET  W-ENTRY-SAVED  TO TRUE
               MOVE W-FIELD-DONE-NO
                                   TO W-FIELD-NO
             WHEN 'N'
               MOVE 'Card dropped - deck unchanged'
                                   TO W-SCREEN-MSG
               MOVE W-FIELD-DONE-NO
                                   TO W-FIELD-NO
             WHEN 'R'
               MOVE 1              TO W-FIELD-NO
             WHEN OTHER
               MOVE 'Key Y, N or R'
                                   TO W-SCREEN-MSG
           END-EVALUATE
           .
       SUB-4340-EXIT.
           EXIT.
      /
       SUB-4350-NEXT-CARD-FIELD.
      *-------------------------
      **** Passes over a field the card's provider-function never
      **** reads.

           EVALUATE W-FIELD-NO
             WHEN 6
             WHEN 7
               IF      W-CD-DATE-BETWEEN
                   SET  W-FIELD-APPLIES
                                   TO TRUE
               END-IF
             WHEN 8
               IF      W-CD-DATE-WINDOW
                   SET  W-FIELD-APPLIES
                                   TO TRUE
               END-IF
             WHEN 9
               IF      W-CD-LAYOUT-RECORD
                   SET  W-FIELD-APPLIES
                                   TO TRUE
               END-IF
             WHEN 10
             WHEN 11
               IF      W-CD-LINKED-SET
                   SET  W-FIELD-APPLIES
                                   TO TRUE
               END-IF
             WHEN 13
               IF      W-CD-ERROR-RATE NUMERIC
               AND     W-CD-ERROR-RATE NOT = '000'
                   SET  W-FIELD-APPLIES
                                   TO TRUE
               END-IF
             WHEN OTHER
               SET  W-FIELD-APPLIES
                                   TO TRUE
           END-EVALUATE

           IF      W-FIELD-SKIPPED
               ADD  1              TO W-FIELD-NO
           END-IF
           .
       SUB-4350-EXIT.
           EXIT.
      /
       SUB-4400-INSERT-CARD.
      *---------------------
      **** W-CARD-WK goes in as card W-INSERT-AT, the cards from
      **** there down moving one place along.

           PERFORM SUB-4410-OPEN-UP-CARD THRU SUB-4410-EXIT
               VARYING W-SHIFT-SUB FROM W-DECK-CARD-CNT BY -1
                 UNTIL W-SHIFT-SUB < W-INSERT-AT

           ADD  1                  TO W-DECK-CARD-CNT
           MOVE W-CARD-WK          TO W-DECK-CARD(W-INSERT-AT)
           SET  W-DECK-CHANGED     TO TRUE
           .
       SUB-4400-EXIT.
           EXIT.
      /
       SUB-4410-OPEN-UP-CARD.
      *----------------------

           MOVE W-DECK-CARD(W-SHIFT-SUB)
                                   TO W-DECK-CARD(W-SHIFT-SUB + 1)
           .
       SUB-4410-EXIT.
           EXIT.
      /
       SUB-4420-CLOSE-UP-CARD.
      *-----------------------

           MOVE W-DECK-CARD(W-SHIFT-SUB + 1)
                                   TO W-DECK-CARD(W-SHIFT-SUB)
           .
       SUB-4420-EXIT.
           EXIT.
      /
       SUB-5000-EDIT-CARD.
      *-------------------
      **** The whole card in W-CARD-WK put through every edit, in
      **** the order FAKERTST's SUB-2500-EDIT-CARD applies them -
      **** W-EDIT-MSG comes back holding the first finding, or
      **** spaces for a clean card. The field screens call the same
      **** edits one at a time.

           MOVE SPACES             TO W-EDIT-MSG

           PERFORM SUB-5100-EDIT-FUNCTION THRU SUB-5100-EXIT
           PERFORM SUB-5110-EDIT-COUNT THRU SUB-5110-EXIT
           PERFORM SUB-5120-EDIT-SEED-NO THRU SUB-5120-EXIT
           PERFORM SUB-5150-EDIT-LAYOUT-NAME THRU SUB-5150-EXIT
           PERFORM SUB-5160-EDIT-LINK-CAPS THRU SUB-5160-EXIT
           PERFORM SUB-5170-EDIT-ERROR-RATE THRU SUB-5170-EXIT
           PERFORM SUB-5175-EDIT-ERROR-KINDS THRU SUB-5175-EXIT
           PERFORM SUB-5190-EDIT-LOCALE THRU SUB-5190-EXIT
           PERFORM SUB-5180-EDIT-PARTITION THRU SUB-5180-EXIT
           PERFORM SUB-5130-EDIT-DATE-RANGE THRU SUB-5130-EXIT
           PERFORM SUB-5140-EDIT-DAY-WINDOW THRU SUB-5140-EXIT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-EDIT-FUNCTION.
      *-----------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5100-EXIT
           END-IF

           MOVE W-CD-PROVIDER-FUNCTION
                                   TO W-PROVIDER-WK
           PERFORM SUB-8200-FIND-PROVIDER THRU SUB-8200-EXIT

           IF      W-PROVIDER-UNKNOWN
               MOVE 'unknown provider-function'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5110-EDIT-COUNT.
      *--------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5110-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-CD-COUNT NOT NUMERIC
               MOVE 'count not numeric - would default to 1 unit'
                                   TO W-EDIT-MSG

             WHEN W-CD-COUNT = '000000'
               MOVE 'count zero - card would generate nothing'
                                   TO W-EDIT-MSG

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-5110-EXIT.
           EXIT.
      /
       SUB-5120-EDIT-SEED-NO.
      *----------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5120-EXIT
           END-IF

           IF      W-CD-SEED-NO NOT NUMERIC
           AND     W-CD-SEED-NO NOT = SPACES
               MOVE 'seed number malformed - not numeric, not blank'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5120-EXIT.
           EXIT.
      /
       SUB-5130-EDIT-DATE-RANGE.
      *-------------------------

           IF      W-EDIT-MSG NOT = SPACES
           OR      NOT W-CD-DATE-BETWEEN
               GO TO SUB-5130-EXIT
           END-IF

           IF      W-CD-DATE-START NOT NUMERIC
           OR      W-CD-DATE-END   NOT NUMERIC
               MOVE 'DATE-BETWEEN needs numeric YYYYMMDD range'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5130-EXIT.
           EXIT.
      /
       SUB-5140-EDIT-DAY-WINDOW.
      *-------------------------

           IF      W-EDIT-MSG NOT = SPACES
           OR      NOT W-CD-DATE-WINDOW
               GO TO SUB-5140-EXIT
           END-IF

           IF      W-CD-DATE-DAYS NOT NUMERIC
           AND     W-CD-DATE-DAYS NOT = SPACES
               MOVE 'day window malformed - not numeric'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5140-EXIT.
           EXIT.
      /
       SUB-5150-EDIT-LAYOUT-NAME.
      *--------------------------
      **** Checked against the layout rows as they now stand in this
      **** session, so a layout added here passes at once - and only
      **** rows FAKERTST would load count.

           IF      W-EDIT-MSG NOT = SPACES
           OR      NOT W-CD-LAYOUT-RECORD
               GO TO SUB-5150-EXIT
           END-IF

           MOVE 'layout name not in layout-definition file'
                                   TO W-EDIT-MSG

           PERFORM SUB-5155-MATCH-LAYOUT-NAME THRU SUB-5155-EXIT
               VARYING LR-DX FROM 1 BY 1
                 UNTIL LR-DX > W-LAYOUT-ROW-CNT
                    OR W-EDIT-MSG = SPACES
           .
       SUB-5150-EXIT.
           EXIT.
      /
       SUB-5155-MATCH-LAYOUT-NAME.
      *---------------------------

           IF      W-LR-LAYOUT-NAME(LR-DX) = W-CD-LAYOUT-NAME
               MOVE W-LAYOUT-ROW(LR-DX)
                                   TO W-ROW-WK
               PERFORM SUB-7500-CHECK-ROW THRU SUB-7500-EXIT
               IF      W-PROVIDER-KNOWN
                   MOVE SPACES     TO W-EDIT-MSG
               END-IF
           END-IF
           .
       SUB-5155-EXIT.
           EXIT.
      /
       SUB-5160-EDIT-LINK-CAPS.
      *------------------------

           IF      W-EDIT-MSG NOT = SPACES
           OR      NOT W-CD-LINKED-SET
               GO TO SUB-5160-EXIT
           END-IF

           IF      W-DECK-PARTITIONED
               MOVE 'LINKED-SET cards cannot run partitioned'
                                   TO W-EDIT-MSG
               GO TO SUB-5160-EXIT
           END-IF

           IF      (W-CD-LINK-ACCTS-MAX NOT NUMERIC
              AND   W-CD-LINK-ACCTS-MAX NOT = SPACES)
           OR      (W-CD-LINK-TRANS-MAX NOT NUMERIC
              AND   W-CD-LINK-TRANS-MAX NOT = SPACES)
               MOVE 'linked-set account/transaction caps malformed'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5160-EXIT.
           EXIT.
      /
       SUB-5170-EDIT-ERROR-RATE.
      *-------------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5170-EXIT
           END-IF

           IF      W-CD-ERROR-RATE NOT NUMERIC
           AND     W-CD-ERROR-RATE NOT = SPACES
               MOVE 'error rate malformed - not numeric, not blank'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5170-EXIT.
           EXIT.
      /
       SUB-5175-EDIT-ERROR-KINDS.
      *--------------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5175-EXIT
           END-IF

           IF      W-CD-ERROR-RATE NOT NUMERIC
           OR      W-CD-ERROR-RATE = '000'
               GO TO SUB-5175-EXIT
           END-IF

           MOVE 0                  TO W-INJECT-KIND-CNT

           PERFORM SUB-5176-EDIT-KIND-CHAR THRU SUB-5176-EXIT
               VARYING W-INJ-SUB FROM 1 BY 1
                 UNTIL W-INJ-SUB > LENGTH OF W-CD-ERROR-KINDS
                    OR W-EDIT-MSG NOT = SPACES

           IF      W-EDIT-MSG = SPACES
           AND     W-INJECT-KIND-CNT = 0
               MOVE 'error rate set but no valid error kinds (TZBD)'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5175-EXIT.
           EXIT.
      /
       SUB-5176-EDIT-KIND-CHAR.
      *------------------------

           EVALUATE W-CD-ERROR-KINDS(W-INJ-SUB : 1)
             WHEN 'T'
             WHEN 'Z'
             WHEN 'B'
             WHEN 'D'
               ADD  1              TO W-INJECT-KIND-CNT

             WHEN SPACE
               CONTINUE

             WHEN OTHER
               MOVE 'unknown error kind letter - use T, Z, B or D'
                                   TO W-EDIT-MSG
           END-EVALUATE
           .
       SUB-5176-EXIT.
           EXIT.
      /
       SUB-5180-EDIT-PARTITION.
      *------------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5180-EXIT
           END-IF

           IF      W-CD-PARTITION-NO  = SPACES
           AND     W-CD-PARTITION-CNT = SPACES
               GO TO SUB-5180-EXIT
           END-IF

           IF      W-CD-PARTITION-NO  NOT NUMERIC
           OR      W-CD-PARTITION-CNT NOT NUMERIC
               MOVE 'partition fields malformed - not numeric'
                                   TO W-EDIT-MSG
               GO TO SUB-5180-EXIT
           END-IF

           IF      W-CD-PARTITION-NO  = '00'
           OR      W-CD-PARTITION-CNT = '00'
           OR      W-CD-PARTITION-NO > W-CD-PARTITION-CNT
               MOVE 'partition number out of range for count'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5180-EXIT.
           EXIT.
      /
       SUB-5190-EDIT-LOCALE.
      *---------------------

           IF      W-EDIT-MSG NOT = SPACES
               GO TO SUB-5190-EXIT
           END-IF

           IF      W-CD-LOCALE NOT = SPACES
           AND     W-CD-LOCALE NOT = 'US'
           AND     W-CD-LOCALE NOT = 'CA'
               MOVE 'locale not US, CA or blank'
                                   TO W-EDIT-MSG
           END-IF
           .
       SUB-5190-EXIT.
           EXIT.
      /
       SUB-6000-MAINTAIN-LAYOUTS.
      *--------------------------

           SET  W-SCREEN-NOT-DONE  TO TRUE
           MOVE 1                  TO W-LAYOUT-TOP
                                      W-RULER-FROM

           PERFORM SUB-6100-LAYOUT-SCREEN THRU SUB-6100-EXIT
               UNTIL W-SCREEN-DONE

           MOVE SPACES             TO W-SCREEN-MSG
           .
       SUB-6000-EXIT.
           EXIT.
      /
       SUB-6100-LAYOUT-SCREEN.
      *-----------------------
      **** One pass of the layout list - the current layout's rows
      **** in start order with their overlap/gap findings, under the
      **** ruler.

           PERFORM SUB-6700-BUILD-VIEW THRU SUB-6700-EXIT

           MOVE 0                  TO W-EXCLUDE-LR-DX
                                      W-MARK-FROM
                                      W-MARK-TO
           PERFORM SUB-7300-BUILD-RULER THRU SUB-7300-EXIT

           PERFORM SUB-6110-BUILD-LAYOUT-LINE THRU SUB-6110-EXIT
               VARYING W-LIST-SUB FROM 1 BY 1
                 UNTIL W-LIST-SUB > W-LAYOUT-PAGE-SIZE

           IF      W-CUR-LAYOUT = SPACES
           AND     W-SCREEN-MSG = SPACES
               MOVE 'No layouts yet - key L and a new layout name'
                                   TO W-SCREEN-MSG
           END-IF

           MOVE SPACE              TO W-ACTION
           MOVE SPACES             TO W-ACTION-ARG

           DISPLAY LAYOUT-SCREEN
           ACCEPT  LAYOUT-SCREEN

           MOVE SPACES             TO W-SCREEN-MSG
           MOVE FUNCTION UPPER-CASE (W-ACTION)
                                   TO W-ACTION

           EVALUATE W-ACTION
             WHEN 'A'
               PERFORM SUB-6200-ADD-ROW THRU SUB-6200-EXIT

             WHEN 'C'
               PERFORM SUB-6210-CHANGE-ROW THRU SUB-6210-EXIT

             WHEN 'P'
               PERFORM SUB-6220-COPY-ROW THRU SUB-6220-EXIT

             WHEN 'D'
               PERFORM SUB-6230-DELETE-ROW THRU SUB-6230-EXIT

             WHEN 'L'
               PERFORM SUB-6300-SELECT-LAYOUT THRU SUB-6300-EXIT

             WHEN 'F'
               IF      W-LAYOUT-TOP + W-LAYOUT-PAGE-SIZE
                                   <= W-VIEW-CNT
                   ADD  W-LAYOUT-PAGE-SIZE
                                   TO W-LAYOUT-TOP
               END-IF

             WHEN 'B'
               SUBTRACT W-LAYOUT-PAGE-SIZE
                                   FROM W-LAYOUT-TOP
               IF      W-LAYOUT-TOP < 1
                   MOVE 1          TO W-LAYOUT-TOP
               END-IF

             WHEN '>'
               IF      W-RULER-FROM + W-RULER-WIDTH
                                   <= W-RECORD-MAX
                   ADD  W-RULER-WIDTH
                                   TO W-RULER-FROM
               END-IF

             WHEN '<'
               SUBTRACT W-RULER-WIDTH
                                   FROM W-RULER-FROM
               IF      W-RULER-FROM < 1
                   MOVE 1          TO W-RULER-FROM
               END-IF

             WHEN 'X'
               SET  W-SCREEN-DONE  TO TRUE

             WHEN OTHER
               MOVE 'Choose A, C, P, D, L, F, B, <, > or X'
                                   TO W-SCREEN-MSG
           END-EVALUATE
           .
       SUB-6100-EXIT.
           EXIT.
      /
       SUB-6110-BUILD-LAYOUT-LINE.
      *---------------------------

           MOVE SPACES             TO W-LIST-LINE(W-LIST-SUB)

           COMPUTE W-LIST-ITEM     =  W-LAYOUT-TOP + W-LIST-SUB - 1

           IF      W-LIST-ITEM > W-VIEW-CNT
               GO TO SUB-6110-EXIT
           END-IF

           SET  VW-DX              TO W-LIST-ITEM
           SET  LR-DX              TO W-VW-LR-DX(VW-DX)

           MOVE SPACES             TO W-LAYOUT-LINE-WK
           PERFORM SUB-7400-ROW-LETTER THRU SUB-7400-EXIT
           MOVE W-MARK-CHAR        TO W-LL-LETTER
           MOVE W-LIST-ITEM        TO W-LL-ROW
           MOVE W-LR-FIELD-NAME(LR-DX)
                                   TO W-LL-FIELD-NAME
           MOVE W-LR-START(LR-DX)  TO W-LL-START
           MOVE W-LR-LENGTH(LR-DX) TO W-LL-LENGTH
           MOVE W-LR-FUNCTION(LR-DX)
                                   TO W-LL-FUNCTION
           MOVE W-VW-STATUS(VW-DX) TO W-LL-STATUS

           IF      W-VW-VALID(VW-DX)
               MOVE W-VW-END(VW-DX)
                                   TO W-LL-END
           END-IF

           MOVE W-LAYOUT-LINE-WK   TO W-LIST-LINE(W-LIST-SUB)
           .
       SUB-6110-EXIT.
           EXIT.
      /
       SUB-6200-ADD-ROW.
      *-----------------
      **** A new row goes into the file right after the current
      **** layout's last row, keeping a layout's rows together.

           IF      W-CUR-LAYOUT = SPACES
               MOVE 'Key L and a layout name first'
                                   TO W-SCREEN-MSG
               GO TO SUB-6200-EXIT
           END-IF

           IF      W-LAYOUT-ROW-CNT >= W-LAYOUT-ROW-MAX
               MOVE 'Layout-definition file is full - 500 rows'
                                   TO W-SCREEN-MSG
               GO TO SUB-6200-EXIT
           END-IF

           MOVE SPACES             TO W-ROW-WK
           MOVE W-CUR-LAYOUT       TO W-RW-LAYOUT-NAME
           MOVE 'ADD'              TO W-MODE-TEXT
           MOVE 0                  TO W-EXCLUDE-LR-DX

           PERFORM SUB-7100-ENTER-ROW THRU SUB-7100-EXIT

           IF      W-ENTRY-DISCARDED
               GO TO SUB-6200-EXIT
           END-IF

           MOVE W-LAYOUT-ROW-CNT   TO W-INSERT-AT

           PERFORM SUB-6250-FIND-LAYOUT-END THRU SUB-6250-EXIT
               VARYING LR-DX FROM 1 BY 1
                 UNTIL LR-DX > W-LAYOUT-ROW-CNT

           ADD  1                  TO W-INSERT-AT
           PERFORM SUB-6400-INSERT-ROW THRU SUB-6400-EXIT
           MOVE 'Row added'        TO W-SCREEN-MSG
           .
       SUB-6200-EXIT.
           EXIT.
      /
       SUB-6210-CHANGE-ROW.
      *--------------------

           PERFORM SUB-6260-GET-ROW-NO THRU SUB-6260-EXIT

           IF      W-ACTION-NO = 0
               GO TO SUB-6210-EXIT
           END-IF

           SET  LR-DX              TO W-VW-LR-DX(W-ACTION-NO)
           SET  W-EXCLUDE-LR-DX    TO LR-DX
           MOVE W-LAYOUT-ROW(LR-DX)
                                   TO W-ROW-WK
           MOVE 'CHANGE'           TO W-MODE-TEXT

           PERFORM SUB-7100-ENTER-ROW THRU SUB-7100-EXIT

           IF      W-ENTRY-SAVED
               MOVE W-ROW-WK       TO W-LAYOUT-ROW(W-EXCLUDE-LR-DX)
               SET  W-LAYOUT-CHANGED
                                   TO TRUE
               MOVE 'Row changed'  TO W-SCREEN-MSG
           END-IF
           .
       SUB-6210-EXIT.
           EXIT.
      /
       SUB-6220-COPY-ROW.
      *------------------
      **** The copy starts as the row keyed - it overlaps that row
      **** until it is given a start position of its own.

           IF      W-LAYOUT-ROW-CNT >= W-LAYOUT-ROW-MAX
               MOVE 'Layout-definition file is full - 500 rows'
                                   TO W-SCREEN-MSG
               GO TO SUB-6220-EXIT
           END-IF

           PERFORM SUB-6260-GET-ROW-NO THRU SUB-6260-EXIT

           IF      W-ACTION-NO = 0
               GO TO SUB-6220-EXIT
           END-IF

           SET  LR-DX              TO W-VW-LR-DX(W-ACTION-NO)
           SET  W-INSERT-AT        TO LR-DX
           ADD  1                  TO W-INSERT-AT
           MOVE W-LAYOUT-ROW(LR-DX)
                                   TO W-ROW-WK
           MOVE 'COPY'             TO W-MODE-TEXT
           MOVE 0                  TO W-EXCLUDE-LR-DX

           PERFORM SUB-7100-ENTER-ROW THRU SUB-7100-EXIT

           IF      W-ENTRY-SAVED
               PERFORM SUB-6400-INSERT-ROW THRU SUB-6400-EXIT
               MOVE 'Row copied'   TO W-SCREEN-MSG
           END-IF
           .
       SUB-6220-EXIT.
           EXIT.
      /
       SUB-6230-DELETE-ROW.
      *--------------------

           PERFORM SUB-6260-GET-ROW-NO THRU SUB-6260-EXIT

           IF      W-ACTION-NO = 0
               GO TO SUB-6230-EXIT
           END-IF

           SET  LR-DX              TO W-VW-LR-DX(W-ACTION-NO)
           SET  W-EXCLUDE-LR-DX    TO LR-DX
           MOVE W-LAYOUT-ROW(LR-DX)
                                   TO W-ROW-WK
           MOVE 'DELETE'           TO W-MODE-TEXT
           MOVE SPACE              TO W-CONFIRM
           MOVE 'Y delete, anything else keep'
                                   TO W-CONFIRM-HINT
           MOVE 'Y deletes this row, anything else keeps it'
                                   TO W-HELP-MSG

           PERFORM SUB-7150-ROW-RULER THRU SUB-7150-EXIT

           DISPLAY ROW-SCREEN
           ACCEPT  RS-CONFIRM

           MOVE SPACES             TO W-HELP-MSG

           IF      FUNCTION UPPER-CASE (W-CONFIRM) NOT = 'Y'
               MOVE 'Row kept'     TO W-SCREEN-MSG
               GO TO SUB-6230-EXIT
           END-IF

           PERFORM SUB-6420-CLOSE-UP-ROW THRU SUB-6420-EXIT
               VARYING W-SHIFT-SUB FROM W-EXCLUDE-LR-DX BY 1
                 UNTIL W-SHIFT-SUB >= W-LAYOUT-ROW-CNT

           SUBTRACT 1              FROM W-LAYOUT-ROW-CNT
           SET  W-LAYOUT-CHANGED   TO TRUE
           MOVE 'Row deleted'      TO W-SCREEN-MSG

           IF      W-LAYOUT-TOP > 1
           AND     W-LAYOUT-TOP >= W-VIEW-CNT
               SUBTRACT W-LAYOUT-PAGE-SIZE
                                   FROM W-LAYOUT-TOP
           END-IF
           .
       SUB-6230-EXIT.
           EXIT.
      /
       SUB-6250-FIND-LAYOUT-END.
      *-------------------------

           IF      W-LR-LAYOUT-NAME(LR-DX) = W-CUR-LAYOUT
               SET  W-INSERT-AT    TO LR-DX
           END-IF
           .
       SUB-6250-EXIT.
           EXIT.
      /
       SUB-6260-GET-ROW-NO.
      *--------------------
      **** The row number keyed with C, P or D - its place on the
      **** list, zero back when there is no such row.

           PERFORM SUB-8000-GET-ACTION-NO THRU SUB-8000-EXIT

           IF      W-ACTION-NO < 1
           OR      W-ACTION-NO > W-VIEW-CNT
               MOVE 0              TO W-ACTION-NO
               MOVE 'Key the number of a row on the list'
                                   TO W-SCREEN-MSG
           END-IF
           .
       SUB-6260-EXIT.
           EXIT.
      /
       SUB-6300-SELECT-LAYOUT.
      *-----------------------
      **** L with a name moves to that layout - a name not on file
      **** starts a new one. L alone steps to the next layout.

           IF      W-ACTION-ARG NOT = SPACES
               MOVE W-ACTION-ARG   TO W-CUR-LAYOUT
           ELSE
               PERFORM SUB-6310-NEXT-LAYOUT THRU SUB-6310-EXIT
           END-IF

           MOVE 1                  TO W-LAYOUT-TOP
                                      W-RULER-FROM

           PERFORM SUB-6700-BUILD-VIEW THRU SUB-6700-EXIT

           IF      W-VIEW-CNT = 0
               MOVE 'New layout - key A to add its first row'
                                   TO W-SCREEN-MSG
           END-IF
           .
       SUB-6300-EXIT.
           EXIT.
      /
       SUB-6310-NEXT-LAYOUT.
      *---------------------

           IF      W-NAME-LIST-CNT = 0
               MOVE 'No layouts on file - key L and a new name'
                                   TO W-SCREEN-MSG
               GO TO SUB-6310-EXIT
           END-IF

           MOVE 0                  TO W-NAME-FOUND-SUB

           PERFORM SUB-6320-MATCH-NAME THRU SUB-6320-EXIT
               VARYING W-NAME-SUB FROM 1 BY 1
                 UNTIL W-NAME-SUB > W-NAME-LIST-CNT
                    OR W-NAME-FOUND-SUB > 0

           ADD  1                  TO W-NAME-FOUND-SUB

           IF      W-NAME-FOUND-SUB > W-NAME-LIST-CNT
               MOVE 1              TO W-NAME-FOUND-SUB
           END-IF

           MOVE W-NAME-LIST-ENTRY(W-NAME-FOUND-SUB)
                                   TO W-CUR-LAYOUT
           .
       SUB-6310-EXIT.
           EXIT.
      /
       SUB-6320-MATCH-NAME.
      *--------------------

           IF      W-NAME-LIST-ENTRY(W-NAME-SUB) = W-CUR-LAYOUT
               MOVE W-NAME-SUB     TO W-NAME-FOUND-SUB
           END-IF
           .
       SUB-6320-EXIT.
           EXIT.
      /
       SUB-6400-INSERT-ROW.
      *--------------------
      **** W-ROW-WK goes in as row W-INSERT-AT of the file.

           PERFORM SUB-6410-OPEN-UP-ROW THRU SUB-6410-EXIT
               VARYING W-SHIFT-SUB FROM W-LAYOUT-ROW-CNT BY -1
                 UNTIL W-SHIFT-SUB < W-INSERT-AT

           ADD  1                  TO W-LAYOUT-ROW-CNT
           MOVE W-ROW-WK           TO W-LAYOUT-ROW(W-INSERT-AT)
           SET  W-LAYOUT-CHANGED   TO TRUE
           .
       SUB-6400-EXIT.
           EXIT.
      /
       SUB-6410-OPEN-UP-ROW.
      *---------------------

           MOVE W-LAYOUT-ROW(W-SHIFT-SUB)
                                   TO W-LAYOUT-ROW(W-SHIFT-SUB + 1)
           .
       SUB-6410-EXIT.
           EXIT.
      /
       SUB-6420-CLOSE-UP-ROW.
      *----------------------

           MOVE W-LAYOUT-ROW(W-SHIFT-SUB + 1)
                                   TO W-LAYOUT-ROW(W-SHIFT-SUB)
           .
       SUB-6420-EXIT.
           EXIT.
      /
       SUB-6700-BUILD-VIEW.
      *--------------------
      **** The current layout's rows, put in start-position order
      **** and walked once for overlaps and gaps: a row starting at
      **** or before the furthest byte any earlier row reaches
      **** overlaps; a row starting beyond the byte after it leaves
      **** a gap. Rows FAKERTST would refuse at load sort first,
      **** flagged INVALID, and take no part in the checks.

           PERFORM SUB-6800-BUILD-NAME-LIST THRU SUB-6800-EXIT

           MOVE 0                  TO W-VIEW-CNT
                                      W-VIEW-LAST-BYTE
                                      W-VIEW-GAP-CNT
                                      W-VIEW-OVERLAP-CNT

           IF      W-CUR-LAYOUT = SPACES
               GO TO SUB-6700-EXIT
           END-IF

           PERFORM SUB-6710-COLLECT-ROW THRU SUB-6710-EXIT
               VARYING LR-DX FROM 1 BY 1
                 UNTIL LR-DX > W-LAYOUT-ROW-CNT

           PERFORM SUB-6720-SORT-VIEW-ROW THRU SUB-6720-EXIT
               VARYING W-VIEW-SUB FROM 2 BY 1
                 UNTIL W-VIEW-SUB > W-VIEW-CNT

           PERFORM SUB-6740-CHECK-VIEW-ROW THRU SUB-6740-EXIT
               VARYING VW-DX FROM 1 BY 1
                 UNTIL VW-DX > W-VIEW-CNT
           .
       SUB-6700-EXIT.
           EXIT.
      /
       SUB-6710-COLLECT-ROW.
      *---------------------

           IF      W-LR-LAYOUT-NAME(LR-DX) NOT = W-CUR-LAYOUT
               GO TO SUB-6710-EXIT
           END-IF

           ADD  1                  TO W-VIEW-CNT
           SET  VW-DX              TO W-VIEW-CNT
           SET  W-VW-LR-DX(VW-DX)  TO LR-DX
           MOVE SPACES             TO W-VW-STATUS(VW-DX)

           MOVE W-LAYOUT-ROW(LR-DX)
                                   TO W-ROW-WK
           PERFORM SUB-7500-CHECK-ROW THRU SUB-7500-EXIT

           IF      W-PROVIDER-KNOWN
               SET  W-VW-VALID(VW-DX)
                                   TO TRUE
               MOVE W-ROW-START    TO W-VW-START(VW-DX)
               MOVE W-ROW-END      TO W-VW-END(VW-DX)
           ELSE
               SET  W-VW-INVALID(VW-DX)
                                   TO TRUE
               MOVE 0              TO W-VW-START(VW-DX)
                                      W-VW-END(VW-DX)
               MOVE 'INVALID'      TO W-VW-STATUS(VW-DX)
           END-IF
           .
       SUB-6710-EXIT.
           EXIT.
      /
       SUB-6720-SORT-VIEW-ROW.
      *-----------------------
      **** Insertion sort - row W-VIEW-SUB slides up past every
      **** earlier row that starts later than it does.

           MOVE W-VIEW-ROW(W-VIEW-SUB)
                                   TO W-VIEW-HOLD
           COMPUTE W-VIEW-SUB-2    =  W-VIEW-SUB - 1

           PERFORM SUB-6730-SHIFT-VIEW-ROW THRU SUB-6730-EXIT
               UNTIL W-VIEW-SUB-2 < 1

           MOVE W-VIEW-HOLD        TO W-VIEW-ROW(W-VIEW-SUB-2 + 1)
           .
       SUB-6720-EXIT.
           EXIT.
      /
       SUB-6730-SHIFT-VIEW-ROW.
      *------------------------

           IF      W-VW-START(W-VIEW-SUB-2) <= W-VH-START
               MOVE 0              TO W-VIEW-SUB-2
               GO TO SUB-6730-EXIT
           END-IF

           MOVE W-VIEW-ROW(W-VIEW-SUB-2)
                                   TO W-VIEW-ROW(W-VIEW-SUB-2 + 1)
           SUBTRACT 1              FROM W-VIEW-SUB-2
           .
       SUB-6730-EXIT.
           EXIT.
      /
       SUB-6740-CHECK-VIEW-ROW.
      *------------------------

           IF      W-VW-INVALID(VW-DX)
               GO TO SUB-6740-EXIT
           END-IF

           COMPUTE W-GAP-WK        =  W-VW-START(VW-DX)
                                      - W-VIEW-LAST-BYTE
                                      - 1

           EVALUATE TRUE
             WHEN W-GAP-WK < 0
               MOVE 'OVERLAP'      TO W-VW-STATUS(VW-DX)
               ADD  1              TO W-VIEW-OVERLAP-CNT

             WHEN W-GAP-WK > 0
               MOVE W-GAP-WK       TO W-GAP-DISP
               STRING 'GAP '
                       W-GAP-DISP
                            DELIMITED SIZE
                                 INTO W-VW-STATUS(VW-DX)
               ADD  1              TO W-VIEW-GAP-CNT

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF      W-VW-END(VW-DX) > W-VIEW-LAST-BYTE
               MOVE W-VW-END(VW-DX)
                                   TO W-VIEW-LAST-BYTE
           END-IF
           .
       SUB-6740-EXIT.
           EXIT.
      /
       SUB-6800-BUILD-NAME-LIST.
      *-------------------------

           MOVE 0                  TO W-NAME-LIST-CNT

           PERFORM SUB-6810-LIST-NAME THRU SUB-6810-EXIT
               VARYING LR-DX FROM 1 BY 1
                 UNTIL LR-DX > W-LAYOUT-ROW-CNT
           .
       SUB-6800-EXIT.
           EXIT.
      /
       SUB-6810-LIST-NAME.
      *-------------------

           MOVE 0                  TO W-NAME-FOUND-SUB

           PERFORM SUB-6820-MATCH-LISTED THRU SUB-6820-EXIT
               VARYING W-NAME-SUB FROM 1 BY 1
                 UNTIL W-NAME-SUB > W-NAME-LIST-CNT
                    OR W-NAME-FOUND-SUB > 0

           IF      W-NAME-FOUND-SUB = 0
               ADD  1              TO W-NAME-LIST-CNT
               MOVE W-LR-LAYOUT-NAME(LR-DX)
                                   TO W-NAME-LIST-ENTRY(W-NAME-LIST-CNT)
           END-IF
           .
       SUB-6810-EXIT.
           EXIT.
      /
       SUB-6820-MATCH-LISTED.
      *----------------------

           IF      W-NAME-LIST-ENTRY(W-NAME-SUB)
                                   = W-LR-LAYOUT-NAME(LR-DX)
               MOVE W-NAME-SUB     TO W-NAME-FOUND-SUB
           END-IF
           .
       SUB-6820-EXIT.
           EXIT.
      /
       SUB-7100-ENTER-ROW.
      *-------------------
      **** The row keyed one field at a time, as a card is - field
      **** name, start, length (checked against the layout's other
      **** rows for overlap), provider-function, then keep/drop.
      **** F12 at any field drops the row.

           MOVE 1                  TO W-FIELD-NO
           SET  W-ENTRY-DISCARDED  TO TRUE
           MOVE SPACES             TO W-SCREEN-MSG

           PERFORM SUB-7110-ENTER-ROW-FIELD THRU SUB-7110-EXIT
               UNTIL W-FIELD-NO = W-FIELD-DONE-NO

           MOVE SPACES             TO W-HELP-MSG
           .
       SUB-7100-EXIT.
           EXIT.
      /
       SUB-7110-ENTER-ROW-FIELD.
      *-------------------------

           MOVE SPACES             TO W-EDIT-MSG

           PERFORM SUB-7150-ROW-RULER THRU SUB-7150-EXIT

           EVALUATE W-FIELD-NO
             WHEN 1
               MOVE 'Name of the field in the record'
                                   TO W-HELP-MSG
               DISPLAY ROW-SCREEN
               ACCEPT  RS-FIELD-NAME
               IF      W-RW-FIELD-NAME = SPACES
                   MOVE 'field name must not be blank'
                                   TO W-EDIT-MSG
               END-IF

             WHEN 2
               MOVE 'First byte of the field in the record'
                                   TO W-HELP-MSG
               DISPLAY ROW-SCREEN
               ACCEPT  RS-START
               MOVE W-RW-START     TO W-ALIGN-FIELD
               MOVE 3              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-RW-START
               IF      W-RW-START NOT NUMERIC
                   MOVE 'start must be 1 to 240'
                                   TO W-EDIT-MSG
               ELSE
                   IF      W-RW-START-N < 1
                   OR      W-RW-START-N > W-RECORD-MAX
                       MOVE 'start must be 1 to 240'
                                   TO W-EDIT-MSG
                   ELSE
                       PERFORM SUB-7130-EDIT-ROW-START
                                   THRU SUB-7130-EXIT
                   END-IF
               END-IF

             WHEN 3
               MOVE 'Bytes the field takes up'
                                   TO W-HELP-MSG
               DISPLAY ROW-SCREEN
               ACCEPT  RS-LENGTH
               MOVE W-RW-LENGTH    TO W-ALIGN-FIELD
               MOVE 3              TO W-ALIGN-LEN
               PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT
               MOVE W-ALIGN-FIELD  TO W-RW-LENGTH
               PERFORM SUB-7200-EDIT-ROW-LENGTH THRU SUB-7200-EXIT

             WHEN 4
               PERFORM SUB-7120-ENTER-ROW-FUNCTION
                                   THRU SUB-7120-EXIT

             WHEN OTHER
               PERFORM SUB-7140-CONFIRM-ROW THRU SUB-7140-EXIT
               GO TO SUB-7110-EXIT
           END-EVALUATE

           IF      W-CANCEL-KEYED
               MOVE 'Row dropped - layout unchanged'
                                   TO W-SCREEN-MSG
               MOVE W-FIELD-DONE-NO
                                   TO W-FIELD-NO
               GO TO SUB-7110-EXIT
           END-IF

           IF      W-EDIT-MSG NOT = SPACES
               MOVE W-EDIT-MSG     TO W-SCREEN-MSG
               GO TO SUB-7110-EXIT
           END-IF

           MOVE SPACES             TO W-SCREEN-MSG
           ADD  1                  TO W-FIELD-NO
           .
       SUB-7110-EXIT.
           EXIT.
      /
       SUB-7120-ENTER-ROW-FUNCTION.
      *----------------------------

           MOVE 'Key a provider-function, or leave blank to pick '
             &  'from the list'
                                   TO W-HELP-MSG
           MOVE W-RW-FUNCTION      TO W-PROVIDER-WAS
           DISPLAY ROW-SCREEN
           ACCEPT  RS-FUNCTION

           IF      W-CANCEL-KEYED
               GO TO SUB-7120-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE (W-RW-FUNCTION)
                                   TO W-PROVIDER-WK
           PERFORM SUB-8200-FIND-PROVIDER THRU SUB-8200-EXIT

           IF      W-PROVIDER-UNKNOWN
               IF      W-PROVIDER-WK NOT = SPACES
                   MOVE 'Not on the known list - pick one'
                                   TO W-SCREEN-MSG
               END-IF
               MOVE W-PROVIDER-WAS TO W-PROVIDER-WK
               SET  W-PICK-FOR-LAYOUT
                                   TO TRUE
               PERFORM SUB-8300-PICK-PROVIDER THRU SUB-8300-EXIT
               IF      W-CANCEL-KEYED
                   GO TO SUB-7120-EXIT
               END-IF
           END-IF

           MOVE W-PROVIDER-WK      TO W-RW-FUNCTION
           PERFORM SUB-8200-FIND-PROVIDER THRU SUB-8200-EXIT

           EVALUATE TRUE
             WHEN W-PROVIDER-UNKNOWN
               MOVE 'unknown provider-function'
                                   TO W-EDIT-MSG

             WHEN W-RW-FUNCTION = 'LAYOUT-RECORD'
             WHEN W-RW-FUNCTION = 'LINKED-SET'
               MOVE 'LAYOUT-RECORD and LINKED-SET are card forms, '
                 &  'not fields'
                                   TO W-EDIT-MSG

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-7120-EXIT.
           EXIT.
      /
       SUB-7130-EDIT-ROW-START.
      *------------------------
      **** A start inside another row of the layout is refused here,
      **** where it can be re-keyed, rather than leaving every
      **** length to fail at the next field.

           COMPUTE W-ROW-START     =  W-RW-START-N
           MOVE W-ROW-START        TO W-ROW-END

           PERFORM SUB-7210-CHECK-OVERLAP THRU SUB-7210-EXIT
               VARYING VW-DX FROM 1 BY 1
                 UNTIL VW-DX > W-VIEW-CNT
                    OR W-EDIT-MSG NOT = SPACES
           .
       SUB-7130-EXIT.
           EXIT.
      /
       SUB-7140-CONFIRM-ROW.
      *---------------------

           MOVE SPACE              TO W-CONFIRM
           MOVE 'Y keep, N drop, R re-key'
                                   TO W-CONFIRM-HINT
           MOVE 'Row passes every edit'
                                   TO W-HELP-MSG
           DISPLAY ROW-SCREEN
           ACCEPT  RS-CONFIRM

           IF      W-CANCEL-KEYED
               MOVE 'N'            TO W-CONFIRM
           END-IF

           EVALUATE FUNCTION UPPER-CASE (W-CONFIRM)
             WHEN 'Y'
               SET  W-ENTRY-SAVED  TO TRUE
               MOVE W-FIELD-DONE-NO
                                   TO W-FIELD-NO
             WHEN 'N'
               MOVE 'Row dropped - layout unchanged'
                                   TO W-SCREEN-MSG
               MOVE W-FIELD-DONE-NO
                                   TO W-FIELD-NO
             WHEN 'R'
               MOVE 1              TO W-FIELD-NO
             WHEN OTHER
               MOVE 'Key Y, N or R'
                                   TO W-SCREEN-MSG
           END-EVALUATE
           .
       SUB-7140-EXIT.
           EXIT.
      /
       SUB-7150-ROW-RULER.
      *-------------------
      **** The ruler for the row screen - the layout's other rows
      **** mapped around the window holding the row being keyed,
      **** with that row's own bytes marked '='.

           MOVE 0                  TO W-ROW-END
                                      W-MARK-FROM
                                      W-MARK-TO

           IF      W-RW-START NUMERIC
           AND     W-RW-START-N > 0
           AND     W-RW-START-N <= W-RECORD-MAX
               COMPUTE W-RULER-FROM
                                   =  ((W-RW-START-N - 1)
                                      / W-RULER-WIDTH)
                                      * W-RULER-WIDTH + 1
               MOVE W-RW-START-N   TO W-MARK-FROM
                                      W-MARK-TO
               IF      W-RW-LENGTH NUMERIC
               AND     W-RW-LENGTH-N > 0
                   COMPUTE W-ROW-END
                                   =  W-RW-START-N
                                      + W-RW-LENGTH-N
                                      - 1
                   MOVE W-ROW-END  TO W-MARK-TO
               END-IF
           END-IF

           PERFORM SUB-7300-BUILD-RULER THRU SUB-7300-EXIT
           .
       SUB-7150-EXIT.
           EXIT.
      /
       SUB-7200-EDIT-ROW-LENGTH.
      *-------------------------
      **** Length must keep the field inside the record and clear
      **** of every other row of the layout.

           IF      W-RW-LENGTH NOT NUMERIC
               MOVE 'length must be a number from 1'
                                   TO W-EDIT-MSG
               GO TO SUB-7200-EXIT
           END-IF

           IF      W-RW-LENGTH-N < 1
               MOVE 'length must be a number from 1'
                                   TO W-EDIT-MSG
               GO TO SUB-7200-EXIT
           END-IF

           COMPUTE W-ROW-START     =  W-RW-START-N
           COMPUTE W-ROW-END       =  W-RW-START-N
                                      + W-RW-LENGTH-N
                                      - 1

           IF      W-ROW-END > W-RECORD-MAX
               MOVE 'field would end past position 240'
                                   TO W-EDIT-MSG
               GO TO SUB-7200-EXIT
           END-IF

           PERFORM SUB-7210-CHECK-OVERLAP THRU SUB-7210-EXIT
               VARYING VW-DX FROM 1 BY 1
                 UNTIL VW-DX > W-VIEW-CNT
                    OR W-EDIT-MSG NOT = SPACES
           .
       SUB-7200-EXIT.
           EXIT.
      /
       SUB-7210-CHECK-OVERLAP.
      *-----------------------

           IF      W-VW-INVALID(VW-DX)
           OR      W-VW-LR-DX(VW-DX) = W-EXCLUDE-LR-DX
               GO TO SUB-7210-EXIT
           END-IF

           IF      W-ROW-START <= W-VW-END(VW-DX)
           AND     W-ROW-END   >= W-VW-START(VW-DX)
               SET  LR-DX          TO W-VW-LR-DX(VW-DX)
               STRING 'overlaps '
                       W-LR-FIELD-NAME(LR-DX)
                       ' at '
                       W-LR-START(LR-DX)
                       ' for '
                       W-LR-LENGTH(LR-DX)
                            DELIMITED SIZE
                                 INTO W-EDIT-MSG
           END-IF
           .
       SUB-7210-EXIT.
           EXIT.
      /
       SUB-7300-BUILD-RULER.
      *---------------------
      **** Scale and map lines for the window from W-RULER-FROM -
      **** W-MARK-FROM/W-MARK-TO, when set, is overlaid as '='.

           COMPUTE W-RULER-TO      =  W-RULER-FROM
                                      + W-RULER-WIDTH
                                      - 1

           IF      W-RULER-TO > W-RECORD-MAX
               MOVE W-RECORD-MAX   TO W-RULER-TO
           END-IF

           MOVE SPACES             TO W-RULER-LINE
                                      W-MAP-LINE

           PERFORM SUB-7310-RULER-BYTE THRU SUB-7310-EXIT
               VARYING W-RULER-SUB FROM 1 BY 1
                 UNTIL W-RULER-SUB > W-RULER-WIDTH

           PERFORM SUB-7320-MAP-VIEW-ROW THRU SUB-7320-EXIT
               VARYING VW-DX FROM 1 BY 1
                 UNTIL VW-DX > W-VIEW-CNT

           IF      W-MARK-FROM > 0
               MOVE '='            TO W-MARK-CHAR
               PERFORM SUB-7330-MARK-RANGE THRU SUB-7330-EXIT
           END-IF
           .
       SUB-7300-EXIT.
           EXIT.
      /
       SUB-7310-RULER-BYTE.
      *--------------------

           COMPUTE W-RULER-POS     =  W-RULER-FROM + W-RULER-SUB - 1

           IF      W-RULER-POS > W-RULER-TO
               GO TO SUB-7310-EXIT
           END-IF

           DIVIDE W-RULER-POS      BY 10
                                   GIVING W-RULER-TENS
                                   REMAINDER W-RULER-UNITS

           EVALUATE TRUE
             WHEN W-RULER-UNITS = 0
               DIVIDE W-RULER-TENS BY 10
                                   GIVING W-RULER-TENS
                                   REMAINDER W-RULER-DIGIT
               MOVE W-RULER-DIGIT  TO W-RULER-LINE(W-RULER-SUB : 1)
             WHEN W-RULER-UNITS = 5
               MOVE '+'            TO W-RULER-LINE(W-RULER-SUB : 1)
             WHEN OTHER
               MOVE '.'            TO W-RULER-LINE(W-RULER-SUB : 1)
           END-EVALUATE

           IF      W-RULER-POS <= W-VIEW-LAST-BYTE
               MOVE '.'            TO W-MAP-LINE(W-RULER-SUB : 1)
           END-IF
           .
       SUB-7310-EXIT.
           EXIT.
      /
       SUB-7320-MAP-VIEW-ROW.
      *----------------------

           IF      W-VW-INVALID(VW-DX)
           OR      W-VW-LR-DX(VW-DX) = W-EXCLUDE-LR-DX
               GO TO SUB-7320-EXIT
           END-IF

           MOVE W-VW-START(VW-DX)  TO W-MARK-FROM
           MOVE W-VW-END(VW-DX)    TO W-MARK-TO
           PERFORM SUB-7400-ROW-LETTER THRU SUB-7400-EXIT
           PERFORM SUB-7330-MARK-RANGE THRU SUB-7330-EXIT

           MOVE 0                  TO W-MARK-FROM
                                      W-MARK-TO
           .
       SUB-7320-EXIT.
           EXIT.
      /
       SUB-7330-MARK-RANGE.
      *--------------------
      **** Marks bytes W-MARK-FROM to W-MARK-TO of the window with
      **** W-MARK-CHAR - or '*' where another row is already there.

           PERFORM SUB-7340-MARK-BYTE THRU SUB-7340-EXIT
               VARYING W-RULER-POS FROM W-MARK-FROM BY 1
                 UNTIL W-RULER-POS > W-MARK-TO
           .
       SUB-7330-EXIT.
           EXIT.
      /
       SUB-7340-MARK-BYTE.
      *-------------------

           IF      W-RULER-POS < W-RULER-FROM
           OR      W-RULER-POS > W-RULER-TO
               GO TO SUB-7340-EXIT
           END-IF

           COMPUTE W-RULER-SUB     =  W-RULER-POS - W-RULER-FROM + 1

           IF      W-MAP-LINE(W-RULER-SUB : 1) = SPACE
           OR      W-MAP-LINE(W-RULER-SUB : 1) = '.'
               MOVE W-MARK-CHAR    TO W-MAP-LINE(W-RULER-SUB : 1)
           ELSE
               MOVE '*'            TO W-MAP-LINE(W-RULER-SUB : 1)
           END-IF
           .
       SUB-7340-EXIT.
           EXIT.
      /
       SUB-7400-ROW-LETTER.
      *--------------------
      **** The map letter of view row VW-DX - A to Z, then a to z,
      **** then '#'.

           IF      VW-DX > LENGTH OF W-LETTERS
               MOVE '#'            TO W-MARK-CHAR
           ELSE
               SET  W-VIEW-SUB     TO VW-DX
               MOVE W-LETTERS(W-VIEW-SUB : 1)
                                   TO W-MARK-CHAR
           END-IF
           .
       SUB-7400-EXIT.
           EXIT.
      /
       SUB-7500-CHECK-ROW.
      *-------------------
      **** The layout row in W-ROW-WK put through FAKERTST's load
      **** rules - W-PROVIDER-KNOWN comes back set only for a row
      **** FAKERTST would load, with W-ROW-START/W-ROW-END set.

           SET  W-PROVIDER-UNKNOWN TO TRUE

           IF      W-RW-LAYOUT-NAME = SPACES
           OR      W-RW-START  NOT NUMERIC
           OR      W-RW-LENGTH NOT NUMERIC
           OR      W-RW-FUNCTION = 'LAYOUT-RECORD'
           OR      W-RW-FUNCTION = 'LINKED-SET'
               GO TO SUB-7500-EXIT
           END-IF

           MOVE W-RW-START-N       TO W-ROW-START
           COMPUTE W-ROW-END       =  W-RW-START-N
                                      + W-RW-LENGTH-N
                                      - 1

           IF      W-RW-START-N  < 1
           OR      W-RW-LENGTH-N < 1
           OR      W-ROW-END     > W-RECORD-MAX
               GO TO SUB-7500-EXIT
           END-IF

           MOVE W-RW-FUNCTION      TO W-PROVIDER-WK
           PERFORM SUB-8200-FIND-PROVIDER THRU SUB-8200-EXIT
           .
       SUB-7500-EXIT.
           EXIT.
      /
       SUB-8000-GET-ACTION-NO.
      *-----------------------
      **** The number keyed beside an action - -1 back when it is
      **** not a number.

           MOVE W-ACTION-ARG       TO W-ALIGN-FIELD
           MOVE 4                  TO W-ALIGN-LEN
           PERFORM SUB-8100-ALIGN-NUMBER THRU SUB-8100-EXIT

           IF      W-ALIGN-FIELD(1 : 4) NUMERIC
           AND     W-ACTION-ARG(5 : 6) = SPACES
               MOVE W-ALIGN-FIELD(1 : 4)
                                   TO W-ALIGN-NUM
               MOVE W-ALIGN-NUM    TO W-ACTION-NO
           ELSE
               MOVE -1             TO W-ACTION-NO
           END-IF
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8100-ALIGN-NUMBER.
      *----------------------
      **** The first W-ALIGN-LEN bytes of W-ALIGN-FIELD, when they
      **** hold nothing but digits and spaces around them, come back
      **** right-justified with leading zeros. Blank stays blank and
      **** anything else is left as keyed for the edit to reject.

           MOVE 0                  TO W-ALIGN-FIRST
                                      W-ALIGN-LAST

           PERFORM SUB-8110-SCAN-ALIGN-BYTE THRU SUB-8110-EXIT
               VARYING W-ALIGN-SUB FROM 1 BY 1
                 UNTIL W-ALIGN-SUB > W-ALIGN-LEN

           IF      W-ALIGN-FIRST = 0
               GO TO SUB-8100-EXIT
           END-IF

           COMPUTE W-ALIGN-DIGITS  =  W-ALIGN-LAST
                                      - W-ALIGN-FIRST
                                      + 1

           IF      W-ALIGN-FIELD(W-ALIGN-FIRST : W-ALIGN-DIGITS)
                                   NOT NUMERIC
               GO TO SUB-8100-EXIT
           END-IF

           MOVE ZEROS              TO W-ALIGN-OUT
           MOVE W-ALIGN-FIELD(W-ALIGN-FIRST : W-ALIGN-DIGITS)
                    TO W-ALIGN-OUT(W-ALIGN-LEN - W-ALIGN-DIGITS + 1 :
                                   W-ALIGN-DIGITS)
           MOVE W-ALIGN-OUT(1 : W-ALIGN-LEN)
                                   TO W-ALIGN-FIELD
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8110-SCAN-ALIGN-BYTE.
      *-------------------------

           IF      W-ALIGN-FIELD(W-ALIGN-SUB : 1) NOT = SPACE
               IF      W-ALIGN-FIRST = 0
                   MOVE W-ALIGN-SUB
                                   TO W-ALIGN-FIRST
               END-IF
               MOVE W-ALIGN-SUB    TO W-ALIGN-LAST
           END-IF
           .
       SUB-8110-EXIT.
           EXIT.
      /
       SUB-8200-FIND-PROVIDER.
      *-----------------------
      **** Is W-PROVIDER-WK on the known list?

           SET  W-PROVIDER-UNKNOWN TO TRUE

           IF      W-PROVIDER-WK = SPACES
               GO TO SUB-8200-EXIT
           END-IF

           SET  PV-DX              TO 1

           SEARCH W-PROVIDER
               WHEN W-PROVIDER(PV-DX) = W-PROVIDER-WK
                   SET  W-PROVIDER-KNOWN
                                   TO TRUE
           END-SEARCH
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-8300-PICK-PROVIDER.
      *-----------------------
      **** The known list, two pages of it - W-PROVIDER-WK comes
      **** back holding the provider-function picked, or unchanged
      **** when none is. F12 leaves the list with W-CANCEL-KEYED
      **** still set, for the entry screen to drop its card or row.

           MOVE 1                  TO W-PICK-PAGE
           SET  W-PICK-NOT-DONE    TO TRUE

           PERFORM SUB-8310-PICK-SCREEN THRU SUB-8310-EXIT
               UNTIL W-PICK-DONE
           .
       SUB-8300-EXIT.
           EXIT.
      /
       SUB-8310-PICK-SCREEN.
      *---------------------

           PERFORM SUB-8320-BUILD-PICK-LINE THRU SUB-8320-EXIT
               VARYING W-PICK-ROW FROM 1 BY 1
                 UNTIL W-PICK-ROW > 19

           MOVE SPACES             TO W-PICK-IN

           DISPLAY PICK-SCREEN
           ACCEPT  PICK-SCREEN

           MOVE SPACES             TO W-SCREEN-MSG

           EVALUATE TRUE
             WHEN W-CANCEL-KEYED
             WHEN W-PICK-IN = SPACES
               SET  W-PICK-DONE    TO TRUE

             WHEN FUNCTION UPPER-CASE (W-PICK-IN) = 'F'
               MOVE 2              TO W-PICK-PAGE

             WHEN FUNCTION UPPER-CASE (W-PICK-IN) = 'B'
               MOVE 1              TO W-PICK-PAGE

             WHEN OTHER
               MOVE W-PICK-IN      TO W-ACTION-ARG
               PERFORM SUB-8000-GET-ACTION-NO THRU SUB-8000-EXIT
               IF      W-ACTION-NO < 1
               OR      W-ACTION-NO > W-PROVIDER-CNT
                   MOVE 'Key the number of a provider-function on '
                     &  'the list'
                                   TO W-SCREEN-MSG
               ELSE
                   MOVE W-PROVIDER(W-ACTION-NO)
                                   TO W-PROVIDER-WK
                   SET  W-PICK-DONE
                                   TO TRUE
               END-IF
           END-EVALUATE
           .
       SUB-8310-EXIT.
           EXIT.
      /
       SUB-8320-BUILD-PICK-LINE.
      *-------------------------

           MOVE SPACES             TO W-PICK-LINE(W-PICK-ROW)

           PERFORM SUB-8330-BUILD-PICK-CELL THRU SUB-8330-EXIT
               VARYING W-PICK-COL FROM 1 BY 1
                 UNTIL W-PICK-COL > 2
           .
       SUB-8320-EXIT.
           EXIT.
      /
       SUB-8330-BUILD-PICK-CELL.
      *-------------------------

           COMPUTE W-PICK-NO       =  (W-PICK-PAGE - 1)
                                      * W-PICK-PAGE-SIZE
                                      + (W-PICK-COL - 1) * 19
                                      + W-PICK-ROW

           IF      W-PICK-NO > W-PROVIDER-CNT
               GO TO SUB-8330-EXIT
           END-IF

           MOVE W-PICK-NO          TO W-PC-NO
           MOVE W-PROVIDER(W-PICK-NO)
                                   TO W-PC-NAME

           IF      W-PICK-FOR-LAYOUT
           AND     (W-PC-NAME = 'LAYOUT-RECORD'
              OR    W-PC-NAME = 'LINKED-SET')
               MOVE '(card form only)'
                                   TO W-PC-NAME
           END-IF

           MOVE W-PICK-CELL
               TO W-PICK-LINE(W-PICK-ROW)((W-PICK-COL - 1) * 39 + 1 :
                                          39)
           .
       SUB-8330-EXIT.
           EXIT.
      /
       SUB-9300-SAVE-DECK.
      *-------------------

           OPEN OUTPUT TESTINPT

           IF      NOT W-TESTINPT-FOUND
               DISPLAY W-ERROR-MSG
                   'deck cannot be opened for output - status '
                   W-TESTINPT-STATUS
                   ' - deck not saved'
               SET  W-SAVE-FAILED  TO TRUE
               GO TO SUB-9300-EXIT
           END-IF

           PERFORM SUB-9310-WRITE-CARD THRU SUB-9310-EXIT
               VARYING DK-DX FROM 1 BY 1
                 UNTIL DK-DX > W-DECK-CARD-CNT

           CLOSE TESTINPT

           MOVE W-DECK-CARD-CNT    TO W-DISP-NUM
           DISPLAY 'Deck cards saved:         '
                   W-DISP-NUM
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9310-WRITE-CARD.
      *--------------------

           MOVE W-DECK-CARD(DK-DX) TO TESTINPT-REC
           WRITE TESTINPT-REC
           .
       SUB-9310-EXIT.
           EXIT.
      /
       SUB-9400-SAVE-LAYOUTS.
      *----------------------

           OPEN OUTPUT LAYOUTDF

           IF      NOT W-LAYOUTDF-FOUND
               DISPLAY W-ERROR-MSG
                   'layout-definition file cannot be opened for '
                   'output - status '
                   W-LAYOUTDF-STATUS
                   ' - layouts not saved'
               SET  W-SAVE-FAILED  TO TRUE
               GO TO SUB-9400-EXIT
           END-IF

           PERFORM SUB-9410-WRITE-LAYOUT THRU SUB-9410-EXIT
               VARYING LR-DX FROM 1 BY 1
                 UNTIL LR-DX > W-LAYOUT-ROW-CNT

           CLOSE LAYOUTDF

           MOVE W-LAYOUT-ROW-CNT   TO W-DISP-NUM
           DISPLAY 'Layout rows saved:        '
                   W-DISP-NUM
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9410-WRITE-LAYOUT.
      *----------------------

           MOVE W-LAYOUT-ROW(LR-DX)
                                   TO LAYOUTDF-REC
           WRITE LAYOUTDF-REC
           .
       SUB-9410-EXIT.
           EXIT.
