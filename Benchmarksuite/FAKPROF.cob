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

       PROGRAM-ID.             FAKPROF.

      **** Production profiler for the distribution-weight control
      **** file: reads a production extract plus a field map in the
      **** FAKMASK FLDMAP shape, tallies how often each state, age,
      **** first name and last name really occurs, and writes a
      **** ready-to-use 'Data\FAKER Weights.txt' - STATE rows for
      **** FAKADDR's CITYZIP draw, AGE bands (WT-AGE-LO/WT-AGE-HI)
      **** for DATE-BIRTHDATE, FIRST-NAME and LAST-NAME rows for
      **** FAKPERS's name tables - plus a profile report of the top
      **** values and their shares.
      ****
      **** The map's provider-function column says what a field
      **** holds: ADDRESS-STATE-ABBR, DATE-BIRTHDATE (YYYYMMDD,
      **** YYYY-MM-DD or MM/DD/YYYY), PERSON-FIRST-NAME(-MALE/
      **** -FEMALE) and PERSON-LAST-NAME(-MALE/-FEMALE). Any other
      **** row - so the masking map for the same extract can be used
      **** as it stands - is passed over, and a *RECFM row switches
      **** to the fixed-format extract exactly as it does in FAKMASK.
      ****
      **** Only aggregate counts ever leave this program: birthdates
      **** are reduced to ages and ages to bands, and any value seen
      **** fewer than W-MIN-COUNT times is left off both the weights
      **** file and the report, so no rare value can point back at
      **** one production record.
      ****
      **** The command line optionally carries the as-of date ages
      **** are taken at (YYYYMMDD, e.g. the extract's cut-off date);
      **** blank takes today.

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
           SELECT PROFIN               ASSIGN 'Data\FAKPROF Input.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

      **** Field map - FAKMASK's FLDMAP shape. FILE STATUS is
      **** checked because with no map there is nothing to profile.
           SELECT FLDMAP               ASSIGN
                                       'Data\FAKPROF Fieldmap.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS W-FLDMAP-STATUS.

      **** Fixed-format twin of PROFIN, used when the field map's
      **** *RECFM row declares a fixed record length - read as a
      **** raw byte stream the way FAKMASK reads its extract.
           SELECT PROFINF              ASSIGN 'Data\FAKPROF Input.dat'
                                       ORGANIZATION SEQUENTIAL.

      **** The distribution-weight control file FAKADDR and FAKPERS
      **** read - rebuilt whole by every run.
           SELECT WEIGHTDF             ASSIGN 'Data\FAKER Weights.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT PROFRPT              ASSIGN 'Data\FAKPROF Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PROFIN.

       01  PROFIN-REC              PIC X(300).

       FD  FLDMAP.

      **** Mirror of FAKMASK's FLDMAP-REC layout.
       01  FLDMAP-REC.
           05  MF-FIELD-NAME       PIC X(20).
           05  MF-START            PIC X(03).
           05  MF-LENGTH           PIC X(03).
           05  MF-PROVIDER-FUNCTION
                                   PIC X(30).
           05  MF-FIELD-TYPE       PIC X(04).

       FD  PROFINF.

       01  PROFINF-REC             PIC X(01).

       FD  WEIGHTDF.

      **** Mirror of the record FAKADDR and FAKPERS read.
       01  WEIGHTDF-REC.
           05  WT-CATEGORY         PIC X(12).
           05  WT-KEY              PIC X(20).
           05  FILLER REDEFINES WT-KEY.
               10  WT-AGE-LO       PIC 9(03).
               10  WT-AGE-FILL     PIC X(01).
               10  WT-AGE-HI       PIC 9(03).
               10  FILLER          PIC X(13).
           05  WT-WEIGHT           PIC 9(05).

       FD  PROFRPT.

       01  PROFRPT-REC.
           05  PR-LINE             PIC X(100).

      **** Layout used for one top value, or one age band.
       01  PROFRPT-VALUE-REC REDEFINES PROFRPT-REC.
           05  FILLER              PIC X(04).
           05  PRV-RANK            PIC Z9.
           05  FILLER              PIC X(02).
           05  PRV-VALUE           PIC X(20).
           05  FILLER              PIC X(02).
           05  PRV-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  PRV-SHARE           PIC ZZ9.99.
           05  PRV-PERCENT         PIC X(01).
           05  FILLER              PIC X(03).
           05  PRV-WEIGHT          PIC ZZ,ZZ9.
           05  FILLER              PIC X(40).

      **** Layout used for the one-line counts.
       01  PROFRPT-COUNT-REC REDEFINES PROFRPT-REC.
           05  FILLER              PIC X(04).
           05  PRC-NAME            PIC X(36).
           05  FILLER              PIC X(02).
           05  PRC-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(47).

      **** Layout used for the field-map lines.
       01  PROFRPT-FIELD-REC REDEFINES PROFRPT-REC.
           05  PRF-FIELD-NAME      PIC X(20).
           05  FILLER              PIC X(02).
           05  PRF-START           PIC ZZ9.
           05  FILLER              PIC X(02).
           05  PRF-LENGTH          PIC ZZ9.
           05  FILLER              PIC X(02).
           05  PRF-FUNCTION        PIC X(30).
           05  FILLER              PIC X(02).
           05  PRF-PROFILED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  PRF-REJECTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(11).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-PROFIN-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-WEIGHTDF-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-PROFRPT-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-FLDMAP-STATUS         PIC X(02)       VALUE '00'.
           88  W-FLDMAP-FOUND                      VALUE '00'.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKPROF error: '.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FLDMAP-EOF                        VALUE 'Y'.
           88  W-FLDMAP-NOT-EOF                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

      **** The smallest count a value may have and still appear on
      **** the weights file or the report - anything rarer could
      **** point back at an individual production record.
       01  W-MIN-COUNT             PIC 9(09)  COMP VALUE 5.
       01  W-MIN-COUNT-DISP        PIC Z9.

      **** How many top values each category's report section
      **** lists, and FAKADDR's limit on STATE rows.
       01  W-TOP-MAX               PIC 9(09)  COMP VALUE 10.
       01  W-STATE-ROW-MAX         PIC 9(09)  COMP VALUE 60.

      **** The as-of date ages are taken at.
       01  W-CMDLINE               PIC X(80)       VALUE SPACES.
       01  W-AS-OF-DATE            PIC 9(08).
       01  W-AS-OF-DATE-X REDEFINES W-AS-OF-DATE.
           05  W-AS-OF-YYYY        PIC 9(04).
           05  W-AS-OF-MMDD        PIC 9(04).
       01  W-AS-OF-INT             PIC S9(09) COMP.

      **** The profiled fields of the map, loaded whole at start-up
      **** the way FAKMASK loads its map. W-MP-ROLE says which
      **** category a field feeds: S state, B birthdate, F first
      **** name, L last name.
       01  W-MAP-TABLE.
           05  W-MAP-FIELD-CNT     PIC S9(4)  COMP VALUE 0.
           05  W-MAP-FIELD         OCCURS 100
                                   INDEXED MP-DX.
               10  W-MP-FIELD-NAME PIC X(20).
               10  W-MP-START      PIC S9(4)  COMP.
               10  W-MP-LENGTH     PIC S9(4)  COMP.
               10  W-MP-FUNCTION   PIC X(30).
               10  W-MP-ROLE       PIC X(01).
                   88  W-MP-STATE                  VALUE 'S'.
                   88  W-MP-BIRTHDATE              VALUE 'B'.
                   88  W-MP-FIRST-NAME             VALUE 'F'.
                   88  W-MP-LAST-NAME              VALUE 'L'.
               10  W-MP-PROFILED   PIC 9(09)  COMP.
               10  W-MP-REJECTED   PIC 9(09)  COMP.

       01  W-MP-START-WK           PIC 9(03).
       01  W-MP-LENGTH-WK          PIC 9(03).
       01  W-MAP-END               PIC S9(4)  COMP.
       01  W-MAP-PASSED-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-ROLE-WK               PIC X(01).

      **** Fixed-format state off the *RECFM control row, as in
      **** FAKMASK.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FIXED-MODE                        VALUE 'Y'.
           88  W-NOT-FIXED-MODE                    VALUE 'N'.

       01  W-FIXED-LRECL           PIC 9(04)  COMP VALUE 0.
       01  W-FIXED-REC-IN          PIC X(300).
       01  W-FIXED-IN-SUB          PIC S9(4)  COMP.

       01  W-PROF-REC-WK           PIC X(300).
       01  W-VALUE-WK              PIC X(80).

      **** State tallies - first-come, one entry per abbreviation.
      **** More distinct codes than the table holds can only be
      **** junk, and are counted rather than tabled.
       01  W-STATE-CNT             PIC S9(4)  COMP VALUE 0.
       01  W-STATE-TABLE.
           05  W-STATE-ENTRY       OCCURS 99
                                   INDEXED ST-DX.
               10  W-ST-ABBR       PIC X(02).
               10  W-ST-COUNT      PIC 9(09)  COMP.

       01  W-ST-FOUND-DX           PIC S9(4)  COMP.
       01  W-STATE-ABBR-WK         PIC X(02).
       01  W-STATE-OVERFLOW-CNT    PIC 9(09)  COMP VALUE 0.

      **** Age tallies, one per year of age 0 to 150 (entry age+1),
      **** and the bands they are rolled into for the AGE rows -
      **** the adult bands match DATE-BIRTHDATE's default 18-90
      **** window, with minors and the very old in bands of their
      **** own. FAKADDR draws an age evenly across its band, so the
      **** top band stops at 100 - anyone older on the extract is
      **** counted in it rather than stretching it.
       01  W-AGE-TABLE.
           05  W-AGE-COUNT         PIC 9(09)  COMP OCCURS 151
                                                   VALUE 0.

       01  W-AGE-BAND-DEFS.
           05  FILLER              PIC X(06)       VALUE '000017'.
           05  FILLER              PIC X(06)       VALUE '018024'.
           05  FILLER              PIC X(06)       VALUE '025034'.
           05  FILLER              PIC X(06)       VALUE '035044'.
           05  FILLER              PIC X(06)       VALUE '045054'.
           05  FILLER              PIC X(06)       VALUE '055064'.
           05  FILLER              PIC X(06)       VALUE '065074'.
           05  FILLER              PIC X(06)       VALUE '075084'.
           05  FILLER              PIC X(06)       VALUE '085100'.
       01  FILLER REDEFINES W-AGE-BAND-DEFS.
           05  W-AGE-BAND          OCCURS 9
                                   INDEXED AB-DX.
               10  W-AB-LO         PIC 9(03).
               10  W-AB-HI         PIC 9(03).

       01  W-AGE-BAND-CNT          PIC S9(4)  COMP VALUE 9.
       01  W-AGE-BAND-COUNTS.
           05  W-AB-COUNT          PIC 9(09)  COMP OCCURS 9
                                                   VALUE 0.

       01  W-AGE-DX                PIC S9(4)  COMP.
       01  W-AGE-WK                PIC S9(4)  COMP.

       01  W-BIRTH-DATE            PIC 9(08).
       01  W-BIRTH-DATE-X REDEFINES W-BIRTH-DATE.
           05  W-BIRTH-YYYY        PIC X(04).
           05  W-BIRTH-MM          PIC X(02).
           05  W-BIRTH-DD          PIC X(02).
       01  W-BIRTH-DATE-N REDEFINES W-BIRTH-DATE.
           05  W-BIRTH-YYYY-N      PIC 9(04).
           05  W-BIRTH-MMDD-N      PIC 9(04).
       01  W-BIRTH-INT             PIC S9(09) COMP.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-VALUE-GOOD                        VALUE 'Y'.
           88  W-VALUE-BAD                         VALUE 'N'.

      **** Every distinct first and last name, hashed on the role
      **** letter and the upper-cased name (open addressing, linear
      **** probe - the same machinery FAKMERGE checks identifiers
      **** with). SPACES is an empty slot.
       01  W-NAME-TABLE.
           05  W-NAME-SLOT                         OCCURS 400009.
               10  W-NS-KEY.
                   15  W-NS-ROLE   PIC X(01).
                   15  W-NS-NAME   PIC X(20).
               10  W-NS-COUNT      PIC 9(09)  COMP.

       01  W-NAME-TABLE-SIZE       PIC 9(09)  COMP VALUE 400009.
       01  W-NAME-SLOT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-NAME-SLOT-MAX         PIC 9(09)  COMP VALUE 360000.
       01  W-NAME-DX               PIC 9(09)  COMP.

       01  W-NAME-KEY.
           05  W-NAME-KEY-ROLE     PIC X(01).
           05  W-NAME-KEY-NAME     PIC X(20).

       01  W-HASH                  PIC 9(09)  COMP.
       01  W-HASH-CHAR-VAL         PIC 9(03)  COMP.
       01  W-HASH-SUB              PIC S9(4)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-SEARCHING                         VALUE 'Y'.
           88  W-SEARCH-DONE                       VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-NAME-FOUND                        VALUE 'Y'.
           88  W-NAME-NOT-FOUND                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TABLE-FULL                        VALUE 'Y'.
           88  W-TABLE-NOT-FULL                    VALUE 'N'.

      **** Per-category totals - S, B, F, L in that order.
       01  W-CAT-TABLE.
           05  W-CAT-ENTRY         OCCURS 4
                                   INDEXED CT-DX.
               10  W-CAT-ROLE      PIC X(01).
               10  W-CAT-NAME      PIC X(12).
               10  W-CAT-VALID     PIC 9(09)  COMP.
               10  W-CAT-REJECTED  PIC 9(09)  COMP.
               10  W-CAT-DISTINCT  PIC 9(09)  COMP.
               10  W-CAT-SUPPRESSED
                                   PIC 9(09)  COMP.
               10  W-CAT-ROWS      PIC 9(09)  COMP.
               10  W-CAT-COVERED   PIC 9(09)  COMP.

       01  W-CAT-DX                PIC S9(4)  COMP.

      **** Walking a table in count order, highest first, ties in
      **** key order - each step picks the best entry that ranks
      **** after the one picked before it, so no entry needs a
      **** "taken" mark.
       01  W-RANK                  PIC 9(09)  COMP.
       01  W-PREV-COUNT            PIC 9(09)  COMP.
       01  W-PREV-KEY              PIC X(20).
       01  W-CAND-COUNT            PIC 9(09)  COMP.
       01  W-CAND-KEY              PIC X(20).
       01  W-BEST-COUNT            PIC 9(09)  COMP.
       01  W-BEST-KEY              PIC X(20).
       01  W-BEST-DX               PIC 9(09)  COMP.

       01  W-WEIGHT-WK             PIC 9(05).
       01  W-SHARE-WK              PIC 9(03)V99.

      **** Mirror of FAKPERS's name tables - a FIRST-NAME or
      **** LAST-NAME row for any name not in them would change no
      **** draw and only draw a FAKPERS warning, so these are the
      **** only names the weights file is written for.
       01  PERSON-FIRST-NAME-MALE-TABLE.
           05  PERSON-FIRST-NAME-MALE-CNT
                                   PIC S9(4)  COMP VALUE 30.
           05  PERSON-FIRST-NAME-MALE-OCCS.
               10  FILLER          PIC X(14)       VALUE 'James'.
               10  FILLER          PIC X(14)       VALUE 'John'.
               10  FILLER          PIC X(14)       VALUE 'Robert'.
               10  FILLER          PIC X(14)       VALUE 'Michael'.
               10  FILLER          PIC X(14)       VALUE 'William'.
               10  FILLER          PIC X(14)       VALUE 'David'.
               10  FILLER          PIC X(14)       VALUE 'Richard'.
               10  FILLER          PIC X(14)       VALUE 'Joseph'.
               10  FILLER          PIC X(14)       VALUE 'Thomas'.
               10  FILLER          PIC X(14)       VALUE 'Charles'.
               10  FILLER          PIC X(14)       VALUE 'Christopher'.
               10  FILLER          PIC X(14)       VALUE 'Daniel'.
               10  FILLER          PIC X(14)       VALUE 'Matthew'.
               10  FILLER          PIC X(14)       VALUE 'Anthony'.
               10  FILLER          PIC X(14)       VALUE 'Mark'.
               10  FILLER          PIC X(14)       VALUE 'Donald'.
               10  FILLER          PIC X(14)       VALUE 'Steven'.
               10  FILLER          PIC X(14)       VALUE 'Paul'.
               10  FILLER          PIC X(14)       VALUE 'Andrew'.
               10  FILLER          PIC X(14)       VALUE 'Joshua'.
               10  FILLER          PIC X(14)       VALUE 'Kenneth'.
               10  FILLER          PIC X(14)       VALUE 'Kevin'.
               10  FILLER          PIC X(14)       VALUE 'Brian'.
               10  FILLER          PIC X(14)       VALUE 'George'.
               10  FILLER          PIC X(14)       VALUE 'Timothy'.
               10  FILLER          PIC X(14)       VALUE 'Ronald'.
               10  FILLER          PIC X(14)       VALUE 'Edward'.
               10  FILLER          PIC X(14)       VALUE 'Jason'.
               10  FILLER          PIC X(14)       VALUE 'Jeffrey'.
               10  FILLER          PIC X(14)       VALUE 'Ryan'.
           05  FILLER REDEFINES PERSON-FIRST-NAME-MALE-OCCS.
               10  FILLER                          OCCURS 30
                                                   INDEXED PFNM-DX.
                   15  PERSON-FIRST-NAME-MALE
                                   PIC X(14).

       01  PERSON-FIRST-NAME-FEMALE-TABLE.
           05  PERSON-FIRST-NAME-FEMALE-CNT
                                   PIC S9(4)  COMP VALUE 30.
           05  PERSON-FIRST-NAME-FEMALE-OCCS.
               10  FILLER          PIC X(14)       VALUE 'Mary'.
               10  FILLER          PIC X(14)       VALUE 'Patricia'.
               10  FILLER          PIC X(14)       VALUE 'Jennifer'.
               10  FILLER          PIC X(14)       VALUE 'Linda'.
               10  FILLER          PIC X(14)       VALUE 'Elizabeth'.
               10  FILLER          PIC X(14)       VALUE 'Barbara'.
               10  FILLER          PIC X(14)       VALUE 'Susan'.
               10  FILLER          PIC X(14)       VALUE 'Jessica'.
               10  FILLER          PIC X(14)       VALUE 'Sarah'.
               10  FILLER          PIC X(14)       VALUE 'Karen'.
               10  FILLER          PIC X(14)       VALUE 'Nancy'.
               10  FILLER          PIC X(14)       VALUE 'Lisa'.
               10  FILLER          PIC X(14)       VALUE 'Margaret'.
               10  FILLER          PIC X(14)       VALUE 'Betty'.
               10  FILLER          PIC X(14)       VALUE 'Sandra'.
               10  FILLER          PIC X(14)       VALUE 'Ashley'.
               10  FILLER          PIC X(14)       VALUE 'Dorothy'.
               10  FILLER          PIC X(14)       VALUE 'Kimberly'.
               10  FILLER          PIC X(14)       VALUE 'Emily'.
               10  FILLER          PIC X(14)       VALUE 'Donna'.
               10  FILLER          PIC X(14)       VALUE 'Michelle'.
               10  FILLER          PIC X(14)       VALUE 'Carol'.
               10  FILLER          PIC X(14)       VALUE 'Amanda'.
               10  FILLER          PIC X(14)       VALUE 'Melissa'.
               10  FILLER          PIC X(14)       VALUE 'Deborah'.
               10  FILLER          PIC X(14)       VALUE 'Stephanie'.
               10  FILLER          PIC X(14)       VALUE 'Rebecca'.
               10  FILLER          PIC X(14)       VALUE 'Sharon'.
               10  FILLER          PIC X(14)       VALUE 'Laura'.
               10  FILLER          PIC X(14)       VALUE 'Cynthia'.
           05  FILLER REDEFINES PERSON-FIRST-NAME-FEMALE-OCCS.
               10  FILLER                          OCCURS 30
                                                   INDEXED PFNF-DX.
                   15  PERSON-FIRST-NAME-FEMALE
                                   PIC X(14).

       01  PERSON-LAST-NAME-TABLE.
           05  PERSON-LAST-NAME-CNT
                                   PIC S9(4)  COMP VALUE 40.
           05  PERSON-LAST-NAME-OCCS.
               10  FILLER          PIC X(14)       VALUE 'Smith'.
               10  FILLER          PIC X(14)       VALUE 'Johnson'.
               10  FILLER          PIC X(14)       VALUE 'Williams'.
               10  FILLER          PIC X(14)       VALUE 'Brown'.
               10  FILLER          PIC X(14)       VALUE 'Jones'.
               10  FILLER          PIC X(14)       VALUE 'Garcia'.
               10  FILLER          PIC X(14)       VALUE 'Miller'.
               10  FILLER          PIC X(14)       VALUE 'Davis'.
               10  FILLER          PIC X(14)       VALUE 'Rodriguez'.
               10  FILLER          PIC X(14)       VALUE 'Martinez'.
               10  FILLER          PIC X(14)       VALUE 'Hernandez'.
               10  FILLER          PIC X(14)       VALUE 'Lopez'.
               10  FILLER          PIC X(14)       VALUE 'Gonzalez'.
               10  FILLER          PIC X(14)       VALUE 'Wilson'.
               10  FILLER          PIC X(14)       VALUE 'Anderson'.
               10  FILLER          PIC X(14)       VALUE 'Thomas'.
               10  FILLER          PIC X(14)       VALUE 'Taylor'.
               10  FILLER          PIC X(14)       VALUE 'Moore'.
               10  FILLER          PIC X(14)       VALUE 'Jackson'.
               10  FILLER          PIC X(14)       VALUE 'Martin'.
               10  FILLER          PIC X(14)       VALUE 'Lee'.
               10  FILLER          PIC X(14)       VALUE 'Perez'.
               10  FILLER          PIC X(14)       VALUE 'Thompson'.
               10  FILLER          PIC X(14)       VALUE 'White'.
               10  FILLER          PIC X(14)       VALUE 'Harris'.
               10  FILLER          PIC X(14)       VALUE 'Sanchez'.
               10  FILLER          PIC X(14)       VALUE 'Clark'.
               10  FILLER          PIC X(14)       VALUE 'Ramirez'.
               10  FILLER          PIC X(14)       VALUE 'Lewis'.
               10  FILLER          PIC X(14)       VALUE 'Robinson'.
               10  FILLER          PIC X(14)       VALUE 'Walker'.
               10  FILLER          PIC X(14)       VALUE 'Young'.
               10  FILLER          PIC X(14)       VALUE 'Allen'.
               10  FILLER          PIC X(14)       VALUE 'King'.
               10  FILLER          PIC X(14)       VALUE 'Wright'.
               10  FILLER          PIC X(14)       VALUE 'Scott'.
               10  FILLER          PIC X(14)       VALUE 'Torres'.
               10  FILLER          PIC X(14)       VALUE 'Nguyen'.
               10  FILLER          PIC X(14)       VALUE 'Hill'.
               10  FILLER          PIC X(14)       VALUE 'Flores'.
           05  FILLER REDEFINES PERSON-LAST-NAME-OCCS.
               10  FILLER                          OCCURS 40
                                                   INDEXED PLN-DX.
                   15  PERSON-LAST-NAME
                                   PIC X(14).

       01  W-TABLE-NAME-WK         PIC X(14).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-IN-FAKPERS                        VALUE 'Y'.
           88  W-NOT-IN-FAKPERS                    VALUE 'N'.

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
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-EOF
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

           DISPLAY 'FAKPROF compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE SPACES             TO W-NAME-TABLE

           PERFORM SUB-1100-INIT-CATEGORIES THRU SUB-1100-EXIT

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           IF      W-CMDLINE = SPACES
               ACCEPT W-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               IF      W-CMDLINE(1 : 8) NUMERIC
               AND     W-CMDLINE(9 : 72) = SPACES
                   MOVE W-CMDLINE(1 : 8)
                                   TO W-AS-OF-DATE
               ELSE
                   MOVE 0          TO W-AS-OF-DATE
               END-IF
           END-IF

           COMPUTE W-AS-OF-INT     =  FUNCTION INTEGER-OF-DATE
                                      (W-AS-OF-DATE)

           IF      W-AS-OF-INT = 0
               DISPLAY W-ERROR-MSG
                   'as-of date must be a valid YYYYMMDD - got: '
                   W-CMDLINE
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-LOAD-FIELD-MAP THRU SUB-1200-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-FIXED-MODE
               OPEN INPUT  PROFINF
           ELSE
               OPEN INPUT  PROFIN
           END-IF

           PERFORM SUB-9100-READ-PROFIN THRU SUB-9100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-INIT-CATEGORIES.
      *-------------------------
      **** The four categories, slot for slot the WT-CATEGORY values
      **** FAKADDR and FAKPERS read.

           MOVE 'S'                TO W-CAT-ROLE(1)
           MOVE 'STATE'            TO W-CAT-NAME(1)
           MOVE 'B'                TO W-CAT-ROLE(2)
           MOVE 'AGE'              TO W-CAT-NAME(2)
           MOVE 'F'                TO W-CAT-ROLE(3)
           MOVE 'FIRST-NAME'       TO W-CAT-NAME(3)
           MOVE 'L'                TO W-CAT-ROLE(4)
           MOVE 'LAST-NAME'        TO W-CAT-NAME(4)

           PERFORM SUB-1110-INIT-CATEGORY THRU SUB-1110-EXIT
               VARYING CT-DX FROM 1 BY 1
                 UNTIL CT-DX > 4
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-INIT-CATEGORY.
      *-----------------------

           MOVE 0                  TO W-CAT-VALID(CT-DX)
                                      W-CAT-REJECTED(CT-DX)
                                      W-CAT-DISTINCT(CT-DX)
                                      W-CAT-SUPPRESSED(CT-DX)
                                      W-CAT-ROWS(CT-DX)
                                      W-CAT-COVERED(CT-DX)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-FIELD-MAP.
      *------------------------

           OPEN INPUT FLDMAP

           IF      NOT W-FLDMAP-FOUND
               DISPLAY W-ERROR-MSG
                   'field map not on hand - status '
                   W-FLDMAP-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-FLDMAP-NOT-EOF   TO TRUE

           PERFORM SUB-1210-READ-FIELD-MAP THRU SUB-1210-EXIT
               UNTIL W-FLDMAP-EOF
                  OR W-MAP-FIELD-CNT >= 100

           IF      NOT W-FLDMAP-EOF
               DISPLAY W-ERROR-MSG
                   'field map has more than 100 profiled rows - '
                   'rows past 100 were not loaded'
           END-IF

           CLOSE FLDMAP

           IF      W-MAP-FIELD-CNT = 0
               DISPLAY W-ERROR-MSG
                   'field map names no state, birthdate, first or '
                   'last name - nothing to profile'
               SET  W-RUN-STOPPED  TO TRUE
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-READ-FIELD-MAP.
      *------------------------
      **** One map row. Rows whose provider-function this program
      **** does not profile - and the typed PACK/BIN/ZONE
      **** declarations - are passed over; a profiled row that
      **** cannot place its field inside the record is dropped with
      **** a warning, as FAKMASK drops it.

           READ FLDMAP
               AT END
                   SET  W-FLDMAP-EOF
                                   TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      MF-FIELD-NAME = '*RECFM'
               PERFORM SUB-1220-SET-RECORD-FORMAT THRU SUB-1220-EXIT
               GO TO SUB-1210-EXIT
           END-IF

           EVALUATE MF-PROVIDER-FUNCTION
             WHEN 'ADDRESS-STATE-ABBR'
               MOVE 'S'            TO W-ROLE-WK
             WHEN 'DATE-BIRTHDATE'
               MOVE 'B'            TO W-ROLE-WK
             WHEN 'PERSON-FIRST-NAME'
             WHEN 'PERSON-FIRST-NAME-MALE'
             WHEN 'PERSON-FIRST-NAME-FEMALE'
               MOVE 'F'            TO W-ROLE-WK
             WHEN 'PERSON-LAST-NAME'
             WHEN 'PERSON-LAST-NAME-MALE'
             WHEN 'PERSON-LAST-NAME-FEMALE'
               MOVE 'L'            TO W-ROLE-WK
             WHEN OTHER
               ADD  1              TO W-MAP-PASSED-CNT
               GO TO SUB-1210-EXIT
           END-EVALUATE

           IF      MF-FIELD-TYPE NOT = SPACES
           AND     MF-FIELD-TYPE NOT = 'DISP'
               DISPLAY W-ERROR-MSG
                   'field-map row dropped - profiled fields must '
                   'be display fields: '
                   FLDMAP-REC
               GO TO SUB-1210-EXIT
           END-IF

           IF      MF-START  NOT NUMERIC
           OR      MF-LENGTH NOT NUMERIC
               DISPLAY W-ERROR-MSG
                   'field-map row dropped - bad position: '
                   FLDMAP-REC
               GO TO SUB-1210-EXIT
           END-IF

           MOVE MF-START           TO W-MP-START-WK
           MOVE MF-LENGTH          TO W-MP-LENGTH-WK

           COMPUTE W-MAP-END       =  W-MP-START-WK
                                      + W-MP-LENGTH-WK
                                      - 1

           IF      W-MP-START-WK  < 1
           OR      W-MP-LENGTH-WK < 1
           OR      W-MP-LENGTH-WK > LENGTH OF W-VALUE-WK
           OR      W-MAP-END      > LENGTH OF W-PROF-REC-WK
           OR      (W-FIXED-MODE
              AND   W-MAP-END     > W-FIXED-LRECL)
               DISPLAY W-ERROR-MSG
                   'field-map row dropped - field falls outside '
                   'the record: '
                   FLDMAP-REC
               GO TO SUB-1210-EXIT
           END-IF

      **** A birthdate has to be one of the three date shapes this
      **** program reads - which its length tells apart.
           IF      W-ROLE-WK = 'B'
           AND     W-MP-LENGTH-WK NOT = 8
           AND     W-MP-LENGTH-WK NOT = 10
               DISPLAY W-ERROR-MSG
                   'field-map row dropped - a birthdate must be 8 '
                   'or 10 long: '
                   FLDMAP-REC
               GO TO SUB-1210-EXIT
           END-IF

           ADD  1                  TO W-MAP-FIELD-CNT
           SET  MP-DX              TO W-MAP-FIELD-CNT

           MOVE MF-FIELD-NAME      TO W-MP-FIELD-NAME(MP-DX)
           MOVE W-MP-START-WK      TO W-MP-START(MP-DX)
           MOVE W-MP-LENGTH-WK     TO W-MP-LENGTH(MP-DX)
           MOVE MF-PROVIDER-FUNCTION
                                   TO W-MP-FUNCTION(MP-DX)
           MOVE W-ROLE-WK          TO W-MP-ROLE(MP-DX)
           MOVE 0                  TO W-MP-PROFILED(MP-DX)
                                      W-MP-REJECTED(MP-DX)
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-SET-RECORD-FORMAT.
      *---------------------------
      **** The *RECFM control row, read exactly as FAKMASK reads it.

           IF      MF-START NOT NUMERIC
               DISPLAY W-ERROR-MSG
                   '*RECFM row dropped - record length not '
                   'numeric: '
                   FLDMAP-REC
               GO TO SUB-1220-EXIT
           END-IF

           MOVE MF-START           TO W-MP-START-WK

           IF      W-MP-START-WK < 1
           OR      W-MP-START-WK > LENGTH OF W-PROF-REC-WK
               DISPLAY W-ERROR-MSG
                   '*RECFM row dropped - record length out of '
                   'range: '
                   FLDMAP-REC
               GO TO SUB-1220-EXIT
           END-IF

           MOVE W-MP-START-WK      TO W-FIXED-LRECL
           SET  W-FIXED-MODE       TO TRUE
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
      **** One extract record - every profiled field tallied into
      **** its category.

           IF      W-FIXED-MODE
               MOVE W-FIXED-REC-IN TO W-PROF-REC-WK
           ELSE
               MOVE PROFIN-REC     TO W-PROF-REC-WK
           END-IF

           PERFORM SUB-2100-PROFILE-FIELD THRU SUB-2100-EXIT
               VARYING MP-DX FROM 1 BY 1
                 UNTIL MP-DX > W-MAP-FIELD-CNT
           .
       SUB-2000-READ.

           PERFORM SUB-9100-READ-PROFIN THRU SUB-9100-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-PROFILE-FIELD.
      *-----------------------

           MOVE SPACES             TO W-VALUE-WK
           MOVE W-PROF-REC-WK(W-MP-START(MP-DX) : W-MP-LENGTH(MP-DX))
                                   TO W-VALUE-WK

           SET  W-VALUE-BAD        TO TRUE

           EVALUATE TRUE
             WHEN W-MP-STATE(MP-DX)
               MOVE 1              TO W-CAT-DX
               PERFORM SUB-2200-TALLY-STATE THRU SUB-2200-EXIT
             WHEN W-MP-BIRTHDATE(MP-DX)
               MOVE 2              TO W-CAT-DX
               PERFORM SUB-2300-TALLY-BIRTHDATE THRU SUB-2300-EXIT
             WHEN W-MP-FIRST-NAME(MP-DX)
               MOVE 3              TO W-CAT-DX
               PERFORM SUB-2400-TALLY-NAME THRU SUB-2400-EXIT
             WHEN OTHER
               MOVE 4              TO W-CAT-DX
               PERFORM SUB-2400-TALLY-NAME THRU SUB-2400-EXIT
           END-EVALUATE

           IF      W-VALUE-GOOD
               ADD  1              TO W-MP-PROFILED(MP-DX)
               ADD  1              TO W-CAT-VALID(W-CAT-DX)
           ELSE
               ADD  1              TO W-MP-REJECTED(MP-DX)
               ADD  1              TO W-CAT-REJECTED(W-CAT-DX)
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TALLY-STATE.
      *---------------------
      **** A state is two letters, upper-cased to match the CITYZIP
      **** abbreviations FAKADDR weighs.

           MOVE FUNCTION UPPER-CASE (W-VALUE-WK(1 : 2))
                                   TO W-STATE-ABBR-WK

           IF      W-STATE-ABBR-WK NOT ALPHABETIC-UPPER
           OR      W-STATE-ABBR-WK(1 : 1) = SPACE
           OR      W-STATE-ABBR-WK(2 : 1) = SPACE
           OR      W-VALUE-WK(3 : 78) NOT = SPACES
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-VALUE-GOOD       TO TRUE
           MOVE 0                  TO W-ST-FOUND-DX

           PERFORM SUB-2210-MATCH-STATE THRU SUB-2210-EXIT
               VARYING ST-DX FROM 1 BY 1
                 UNTIL ST-DX > W-STATE-CNT
                    OR W-ST-FOUND-DX > 0

           IF      W-ST-FOUND-DX = 0
               IF      W-STATE-CNT >= 99
                   ADD  1          TO W-STATE-OVERFLOW-CNT
                   GO TO SUB-2200-EXIT
               END-IF

               ADD  1              TO W-STATE-CNT
               MOVE W-STATE-CNT    TO W-ST-FOUND-DX
               MOVE W-STATE-ABBR-WK
                                   TO W-ST-ABBR(W-ST-FOUND-DX)
               MOVE 0              TO W-ST-COUNT(W-ST-FOUND-DX)
               ADD  1              TO W-CAT-DISTINCT(1)
           END-IF

           ADD  1                  TO W-ST-COUNT(W-ST-FOUND-DX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-MATCH-STATE.
      *---------------------

           IF      W-ST-ABBR(ST-DX) = W-STATE-ABBR-WK
               SET  W-ST-FOUND-DX  TO ST-DX
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-TALLY-BIRTHDATE.
      *-------------------------
      **** A birthdate is reduced to whole years of age at the
      **** as-of date the moment it is read - the date itself is
      **** never kept. An eight-byte field is YYYYMMDD; a ten-byte
      **** field is YYYY-MM-DD when its fifth byte separates and
      **** MM/DD/YYYY when its third does.

           MOVE SPACES             TO W-BIRTH-DATE-X

           EVALUATE TRUE
             WHEN W-MP-LENGTH(MP-DX) = 8
               MOVE W-VALUE-WK(1 : 8)
                                   TO W-BIRTH-DATE-X

             WHEN W-VALUE-WK(5 : 1) NOT NUMERIC
             AND  W-VALUE-WK(8 : 1) = W-VALUE-WK(5 : 1)
               MOVE W-VALUE-WK(1 : 4)
                                   TO W-BIRTH-YYYY
               MOVE W-VALUE-WK(6 : 2)
                                   TO W-BIRTH-MM
               MOVE W-VALUE-WK(9 : 2)
                                   TO W-BIRTH-DD

             WHEN W-VALUE-WK(3 : 1) NOT NUMERIC
             AND  W-VALUE-WK(6 : 1) = W-VALUE-WK(3 : 1)
               MOVE W-VALUE-WK(7 : 4)
                                   TO W-BIRTH-YYYY
               MOVE W-VALUE-WK(1 : 2)
                                   TO W-BIRTH-MM
               MOVE W-VALUE-WK(4 : 2)
                                   TO W-BIRTH-DD

             WHEN OTHER
               GO TO SUB-2300-EXIT
           END-EVALUATE

           IF      W-BIRTH-DATE-X NOT NUMERIC
               GO TO SUB-2300-EXIT
           END-IF

           COMPUTE W-BIRTH-INT     =  FUNCTION INTEGER-OF-DATE
                                      (W-BIRTH-DATE)

           IF      W-BIRTH-INT = 0
           OR      W-BIRTH-INT > W-AS-OF-INT
               GO TO SUB-2300-EXIT
           END-IF

           COMPUTE W-AGE-WK        =  W-AS-OF-YYYY
                                      - W-BIRTH-YYYY-N

           IF      W-AS-OF-MMDD < W-BIRTH-MMDD-N
               SUBTRACT 1          FROM W-AGE-WK
           END-IF

           IF      W-AGE-WK < 0
           OR      W-AGE-WK > 150
               GO TO SUB-2300-EXIT
           END-IF

           SET  W-VALUE-GOOD       TO TRUE
           COMPUTE W-AGE-DX        =  W-AGE-WK + 1
           ADD  1                  TO W-AGE-COUNT(W-AGE-DX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-TALLY-NAME.
      *--------------------
      **** Names are tallied upper-cased and left-justified, so
      **** 'SMITH', 'Smith' and ' smith' are one name.

           IF      W-VALUE-WK = SPACES
               GO TO SUB-2400-EXIT
           END-IF

           MOVE W-CAT-ROLE(W-CAT-DX)
                                   TO W-NAME-KEY-ROLE
           MOVE FUNCTION UPPER-CASE
                    (FUNCTION TRIM (W-VALUE-WK LEADING))
                                   TO W-NAME-KEY-NAME

           SET  W-VALUE-GOOD       TO TRUE

           PERFORM SUB-9500-FIND-NAME-SLOT THRU SUB-9500-EXIT

           IF      W-NAME-FOUND
               ADD  1              TO W-NS-COUNT(W-NAME-DX)
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-NAME-SLOT-CNT >= W-NAME-SLOT-MAX
               IF      W-TABLE-NOT-FULL
                   SET  W-TABLE-FULL
                                   TO TRUE
                   DISPLAY W-ERROR-MSG
                       'name table full - later new names are '
                       'counted but not tallied'
               END-IF
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                  TO W-NAME-SLOT-CNT
           MOVE W-NAME-KEY         TO W-NS-KEY(W-NAME-DX)
           MOVE 1                  TO W-NS-COUNT(W-NAME-DX)
           ADD  1                  TO W-CAT-DISTINCT(W-CAT-DX)
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               DISPLAY 'FAKPROF completed'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

           IF      W-FIXED-MODE
               CLOSE PROFINF
           ELSE
               CLOSE PROFIN
           END-IF

           OPEN OUTPUT WEIGHTDF
           OPEN OUTPUT PROFRPT

           MOVE 'FAKPROF production profile report'
                                   TO PROFRPT-REC
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE W-MIN-COUNT        TO W-MIN-COUNT-DISP
           MOVE SPACES             TO PROFRPT-REC
           STRING 'AGES TAKEN AS OF '
                   W-AS-OF-DATE
                   ' - VALUES SEEN FEWER THAN '
                   W-MIN-COUNT-DISP
                   ' TIMES ARE NEITHER LISTED NOR WEIGHTED'
                        DELIMITED SIZE
                             INTO PROFRPT-REC
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'EXTRACT RECORDS READ'
                                   TO PRC-NAME
           MOVE W-PROFIN-RECS      TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'MAP ROWS NOT PROFILED'
                                   TO PRC-NAME
           MOVE W-MAP-PASSED-CNT   TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'FIELD'            TO PRF-FIELD-NAME
           MOVE 'START'            TO PROFRPT-REC(21 : 5)
           MOVE 'LEN'              TO PROFRPT-REC(28 : 3)
           MOVE 'PROVIDER-FUNCTION'
                                   TO PRF-FUNCTION
           MOVE '   PROFILED'      TO PROFRPT-REC(65 : 11)
           MOVE '   REJECTED'      TO PROFRPT-REC(79 : 11)
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           PERFORM SUB-3050-WRITE-FIELD-LINE THRU SUB-3050-EXIT
               VARYING MP-DX FROM 1 BY 1
                 UNTIL MP-DX > W-MAP-FIELD-CNT

           PERFORM SUB-3100-WRITE-STATES THRU SUB-3100-EXIT

           PERFORM SUB-3200-WRITE-AGES THRU SUB-3200-EXIT

           MOVE 3                  TO W-CAT-DX
           PERFORM SUB-3300-WRITE-NAMES THRU SUB-3300-EXIT

           MOVE 4                  TO W-CAT-DX
           PERFORM SUB-3300-WRITE-NAMES THRU SUB-3300-EXIT

           IF      W-TABLE-FULL
               MOVE SPACES         TO PROFRPT-REC
               PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
               MOVE '*** NAME TABLE FILLED - NAME COUNTS ARE INCOMPLETE'
                                   TO PROFRPT-REC
               PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
           END-IF

           CLOSE WEIGHTDF
                 PROFRPT

           MOVE W-PROFIN-RECS      TO W-DISP-NUM
           DISPLAY 'Extract records read:     '
                   W-DISP-NUM

           MOVE W-WEIGHTDF-RECS    TO W-DISP-NUM
           DISPLAY 'Weight rows written:      '
                   W-DISP-NUM

           DISPLAY 'FAKPROF completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3050-WRITE-FIELD-LINE.
      *--------------------------

           MOVE SPACES             TO PROFRPT-REC
           MOVE W-MP-FIELD-NAME(MP-DX)
                                   TO PRF-FIELD-NAME
           MOVE W-MP-START(MP-DX)  TO PRF-START
           MOVE W-MP-LENGTH(MP-DX) TO PRF-LENGTH
           MOVE W-MP-FUNCTION(MP-DX)
                                   TO PRF-FUNCTION
           MOVE W-MP-PROFILED(MP-DX)
                                   TO PRF-PROFILED
           MOVE W-MP-REJECTED(MP-DX)
                                   TO PRF-REJECTED
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
           .
       SUB-3050-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-STATES.
      *----------------------
      **** STATE rows, most frequent first, up to the 60 FAKADDR
      **** holds - the report lists the top ten of them.

           MOVE 1                  TO W-CAT-DX
           PERFORM SUB-3900-WRITE-CATEGORY-HEAD THRU SUB-3900-EXIT

           MOVE 0                  TO W-RANK
           MOVE 999999999          TO W-PREV-COUNT
           MOVE LOW-VALUES         TO W-PREV-KEY
           MOVE 1                  TO W-BEST-COUNT

           PERFORM SUB-3110-WRITE-NEXT-STATE THRU SUB-3110-EXIT
               UNTIL W-BEST-COUNT = 0
                  OR W-RANK >= W-STATE-ROW-MAX

           COMPUTE W-CAT-SUPPRESSED(1)
                                   =  W-CAT-DISTINCT(1)
                                      - W-CAT-ROWS(1)

           PERFORM SUB-3950-WRITE-CATEGORY-FOOT THRU SUB-3950-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-WRITE-NEXT-STATE.
      *--------------------------

           MOVE 0                  TO W-BEST-COUNT
                                      W-BEST-DX
           MOVE HIGH-VALUES        TO W-BEST-KEY

           PERFORM SUB-3120-RANK-STATE THRU SUB-3120-EXIT
               VARYING ST-DX FROM 1 BY 1
                 UNTIL ST-DX > W-STATE-CNT

           IF      W-BEST-COUNT = 0
               GO TO SUB-3110-EXIT
           END-IF

           ADD  1                  TO W-RANK
           MOVE W-BEST-COUNT       TO W-PREV-COUNT
           MOVE W-BEST-KEY         TO W-PREV-KEY

           MOVE SPACES             TO WEIGHTDF-REC
           MOVE 'STATE'            TO WT-CATEGORY
           MOVE W-BEST-KEY         TO WT-KEY
           PERFORM SUB-3800-WRITE-WEIGHT THRU SUB-3800-EXIT

           IF      W-RANK <= W-TOP-MAX
               PERFORM SUB-3850-WRITE-VALUE-LINE THRU SUB-3850-EXIT
           END-IF
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3120-RANK-STATE.
      *--------------------

           MOVE W-ST-COUNT(ST-DX)  TO W-CAND-COUNT
           MOVE W-ST-ABBR(ST-DX)   TO W-CAND-KEY
           PERFORM SUB-3700-RANK-CANDIDATE THRU SUB-3700-EXIT
           .
       SUB-3120-EXIT.
           EXIT.
      /
       SUB-3200-WRITE-AGES.
      *--------------------
      **** Single years of age are rolled into the bands, and one
      **** AGE row written per band that clears the minimum count.

           MOVE 2                  TO W-CAT-DX
           PERFORM SUB-3900-WRITE-CATEGORY-HEAD THRU SUB-3900-EXIT

           PERFORM SUB-3210-ROLL-AGE THRU SUB-3210-EXIT
               VARYING W-AGE-DX FROM 1 BY 1
                 UNTIL W-AGE-DX > 151

           MOVE 0                  TO W-RANK

           PERFORM SUB-3230-WRITE-AGE-BAND THRU SUB-3230-EXIT
               VARYING AB-DX FROM 1 BY 1
                 UNTIL AB-DX > W-AGE-BAND-CNT

           PERFORM SUB-3950-WRITE-CATEGORY-FOOT THRU SUB-3950-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-ROLL-AGE.
      *------------------

           IF      W-AGE-COUNT(W-AGE-DX) = 0
               GO TO SUB-3210-EXIT
           END-IF

           COMPUTE W-AGE-WK        =  W-AGE-DX - 1

           PERFORM SUB-3220-MATCH-AGE-BAND THRU SUB-3220-EXIT
               VARYING AB-DX FROM 1 BY 1
                 UNTIL AB-DX > W-AGE-BAND-CNT
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3220-MATCH-AGE-BAND.
      *------------------------

           IF      W-AGE-WK >= W-AB-LO(AB-DX)
           AND     (W-AGE-WK <= W-AB-HI(AB-DX)
              OR    AB-DX = W-AGE-BAND-CNT)
               ADD  W-AGE-COUNT(W-AGE-DX)
                                   TO W-AB-COUNT(AB-DX)
           END-IF
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-3230-WRITE-AGE-BAND.
      *------------------------

           IF      W-AB-COUNT(AB-DX) = 0
               GO TO SUB-3230-EXIT
           END-IF

           ADD  1                  TO W-CAT-DISTINCT(2)

           IF      W-AB-COUNT(AB-DX) < W-MIN-COUNT
               ADD  1              TO W-CAT-SUPPRESSED(2)
               GO TO SUB-3230-EXIT
           END-IF

           ADD  1                  TO W-RANK
           MOVE W-AB-COUNT(AB-DX)  TO W-BEST-COUNT
           MOVE SPACES             TO W-BEST-KEY
           STRING W-AB-LO(AB-DX)
                   '-'
                   W-AB-HI(AB-DX)
                        DELIMITED SIZE
                             INTO W-BEST-KEY

           MOVE SPACES             TO WEIGHTDF-REC
           MOVE 'AGE'              TO WT-CATEGORY
           MOVE W-AB-LO(AB-DX)     TO WT-AGE-LO
           MOVE '-'                TO WT-AGE-FILL
           MOVE W-AB-HI(AB-DX)     TO WT-AGE-HI
           PERFORM SUB-3800-WRITE-WEIGHT THRU SUB-3800-EXIT

           PERFORM SUB-3850-WRITE-VALUE-LINE THRU SUB-3850-EXIT
           .
       SUB-3230-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-NAMES.
      *---------------------
      **** The report lists the category's top names from the whole
      **** extract; the weights file carries one row for each name
      **** in FAKPERS's tables that the extract holds often enough.

           PERFORM SUB-3900-WRITE-CATEGORY-HEAD THRU SUB-3900-EXIT

           MOVE 0                  TO W-RANK
           MOVE 999999999          TO W-PREV-COUNT
           MOVE LOW-VALUES         TO W-PREV-KEY
           MOVE 1                  TO W-BEST-COUNT

           PERFORM SUB-3310-LIST-NEXT-NAME THRU SUB-3310-EXIT
               UNTIL W-BEST-COUNT = 0
                  OR W-RANK >= W-TOP-MAX

           IF      W-CAT-DX = 3
               PERFORM SUB-3330-WEIGH-FIRST-MALE THRU SUB-3330-EXIT
                   VARYING PFNM-DX FROM 1 BY 1
                     UNTIL PFNM-DX > PERSON-FIRST-NAME-MALE-CNT
               PERFORM SUB-3340-WEIGH-FIRST-FEMALE THRU SUB-3340-EXIT
                   VARYING PFNF-DX FROM 1 BY 1
                     UNTIL PFNF-DX > PERSON-FIRST-NAME-FEMALE-CNT
           ELSE
               PERFORM SUB-3350-WEIGH-LAST THRU SUB-3350-EXIT
                   VARYING PLN-DX FROM 1 BY 1
                     UNTIL PLN-DX > PERSON-LAST-NAME-CNT
           END-IF

           PERFORM SUB-3370-COUNT-SUPPRESSED THRU SUB-3370-EXIT
               VARYING W-NAME-DX FROM 1 BY 1
                 UNTIL W-NAME-DX > W-NAME-TABLE-SIZE

           PERFORM SUB-3950-WRITE-CATEGORY-FOOT THRU SUB-3950-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-LIST-NEXT-NAME.
      *------------------------

           MOVE 0                  TO W-BEST-COUNT
                                      W-BEST-DX
           MOVE HIGH-VALUES        TO W-BEST-KEY

           PERFORM SUB-3320-RANK-NAME THRU SUB-3320-EXIT
               VARYING W-NAME-DX FROM 1 BY 1
                 UNTIL W-NAME-DX > W-NAME-TABLE-SIZE

           IF      W-BEST-COUNT = 0
               GO TO SUB-3310-EXIT
           END-IF

           ADD  1                  TO W-RANK
           MOVE W-BEST-COUNT       TO W-PREV-COUNT
           MOVE W-BEST-KEY         TO W-PREV-KEY

      **** A name in FAKPERS's tables shows the weight SUB-3360
      **** writes for it; any other name is listed without one.
           SET  W-NOT-IN-FAKPERS   TO TRUE

           IF      W-CAT-DX = 3
               PERFORM SUB-3312-MATCH-FIRST-MALE THRU SUB-3312-EXIT
                   VARYING PFNM-DX FROM 1 BY 1
                     UNTIL W-IN-FAKPERS
                        OR PFNM-DX > PERSON-FIRST-NAME-MALE-CNT
               PERFORM SUB-3314-MATCH-FIRST-FEMALE THRU SUB-3314-EXIT
                   VARYING PFNF-DX FROM 1 BY 1
                     UNTIL W-IN-FAKPERS
                        OR PFNF-DX > PERSON-FIRST-NAME-FEMALE-CNT
           ELSE
               PERFORM SUB-3316-MATCH-LAST THRU SUB-3316-EXIT
                   VARYING PLN-DX FROM 1 BY 1
                     UNTIL W-IN-FAKPERS
                        OR PLN-DX > PERSON-LAST-NAME-CNT
           END-IF

           IF      W-IN-FAKPERS
               PERFORM SUB-3810-COMPUTE-WEIGHT THRU SUB-3810-EXIT
           ELSE
               MOVE 0              TO W-WEIGHT-WK
           END-IF

           PERFORM SUB-3850-WRITE-VALUE-LINE THRU SUB-3850-EXIT
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3312-MATCH-FIRST-MALE.
      *--------------------------

           IF      FUNCTION UPPER-CASE
                       (PERSON-FIRST-NAME-MALE(PFNM-DX)) = W-BEST-KEY
               SET  W-IN-FAKPERS   TO TRUE
           END-IF
           .
       SUB-3312-EXIT.
           EXIT.
      /
       SUB-3314-MATCH-FIRST-FEMALE.
      *----------------------------

           IF      FUNCTION UPPER-CASE
                       (PERSON-FIRST-NAME-FEMALE(PFNF-DX)) = W-BEST-KEY
               SET  W-IN-FAKPERS   TO TRUE
           END-IF
           .
       SUB-3314-EXIT.
           EXIT.
      /
       SUB-3316-MATCH-LAST.
      *--------------------

           IF      FUNCTION UPPER-CASE
                       (PERSON-LAST-NAME(PLN-DX)) = W-BEST-KEY
               SET  W-IN-FAKPERS   TO TRUE
           END-IF
           .
       SUB-3316-EXIT.
           EXIT.
      /
       SUB-3320-RANK-NAME.
      *-------------------

           IF      W-NS-ROLE(W-NAME-DX) NOT = W-CAT-ROLE(W-CAT-DX)
               GO TO SUB-3320-EXIT
           END-IF

           MOVE W-NS-COUNT(W-NAME-DX)
                                   TO W-CAND-COUNT
           MOVE W-NS-NAME(W-NAME-DX)
                                   TO W-CAND-KEY
           PERFORM SUB-3700-RANK-CANDIDATE THRU SUB-3700-EXIT
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-3330-WEIGH-FIRST-MALE.
      *--------------------------

           MOVE PERSON-FIRST-NAME-MALE(PFNM-DX)
                                   TO W-TABLE-NAME-WK
           PERFORM SUB-3360-WEIGH-TABLE-NAME THRU SUB-3360-EXIT
           .
       SUB-3330-EXIT.
           EXIT.
      /
       SUB-3340-WEIGH-FIRST-FEMALE.
      *----------------------------

           MOVE PERSON-FIRST-NAME-FEMALE(PFNF-DX)
                                   TO W-TABLE-NAME-WK
           PERFORM SUB-3360-WEIGH-TABLE-NAME THRU SUB-3360-EXIT
           .
       SUB-3340-EXIT.
           EXIT.
      /
       SUB-3350-WEIGH-LAST.
      *--------------------

           MOVE PERSON-LAST-NAME(PLN-DX)
                                   TO W-TABLE-NAME-WK
           PERFORM SUB-3360-WEIGH-TABLE-NAME THRU SUB-3360-EXIT
           .
       SUB-3350-EXIT.
           EXIT.
      /
       SUB-3360-WEIGH-TABLE-NAME.
      *--------------------------
      **** One FAKPERS table name - weighted by its share of the
      **** extract when the extract holds it often enough, and
      **** left at FAKPERS's default weight of 1 otherwise.

           MOVE W-CAT-ROLE(W-CAT-DX)
                                   TO W-NAME-KEY-ROLE
           MOVE FUNCTION UPPER-CASE (W-TABLE-NAME-WK)
                                   TO W-NAME-KEY-NAME

           PERFORM SUB-9500-FIND-NAME-SLOT THRU SUB-9500-EXIT

           IF      W-NAME-NOT-FOUND
               GO TO SUB-3360-EXIT
           END-IF

           IF      W-NS-COUNT(W-NAME-DX) < W-MIN-COUNT
               GO TO SUB-3360-EXIT
           END-IF

           MOVE W-NS-COUNT(W-NAME-DX)
                                   TO W-BEST-COUNT

           MOVE SPACES             TO WEIGHTDF-REC
           MOVE W-CAT-NAME(W-CAT-DX)
                                   TO WT-CATEGORY
           MOVE W-TABLE-NAME-WK    TO WT-KEY
           PERFORM SUB-3800-WRITE-WEIGHT THRU SUB-3800-EXIT
           .
       SUB-3360-EXIT.
           EXIT.
      /
       SUB-3370-COUNT-SUPPRESSED.
      *--------------------------

           IF      W-NS-ROLE(W-NAME-DX) = W-CAT-ROLE(W-CAT-DX)
           AND     W-NS-COUNT(W-NAME-DX) < W-MIN-COUNT
               ADD  1              TO W-CAT-SUPPRESSED(W-CAT-DX)
           END-IF
           .
       SUB-3370-EXIT.
           EXIT.
      /
       SUB-3700-RANK-CANDIDATE.
      *------------------------
      **** One entry offered for the next rank: it must clear the
      **** minimum count, rank after the entry picked last (lower
      **** count, or the same count and a later key), and beat the
      **** best so far (higher count, or the same count and an
      **** earlier key).

           IF      W-CAND-COUNT < W-MIN-COUNT
               GO TO SUB-3700-EXIT
           END-IF

           IF      W-CAND-COUNT > W-PREV-COUNT
               GO TO SUB-3700-EXIT
           END-IF

           IF      W-CAND-COUNT = W-PREV-COUNT
           AND     W-CAND-KEY <= W-PREV-KEY
               GO TO SUB-3700-EXIT
           END-IF

           IF      W-CAND-COUNT > W-BEST-COUNT
           OR      (W-CAND-COUNT = W-BEST-COUNT
              AND   W-CAND-KEY < W-BEST-KEY)
               MOVE W-CAND-COUNT   TO W-BEST-COUNT
               MOVE W-CAND-KEY     TO W-BEST-KEY
           END-IF
           .
       SUB-3700-EXIT.
           EXIT.
      /
       SUB-3800-WRITE-WEIGHT.
      *----------------------

           PERFORM SUB-3810-COMPUTE-WEIGHT THRU SUB-3810-EXIT

           MOVE W-WEIGHT-WK        TO WT-WEIGHT

           WRITE WEIGHTDF-REC

           ADD  1                  TO W-WEIGHTDF-RECS
           ADD  1                  TO W-CAT-ROWS(W-CAT-DX)
           ADD  W-BEST-COUNT       TO W-CAT-COVERED(W-CAT-DX)
           .
       SUB-3800-EXIT.
           EXIT.
      /
       SUB-3810-COMPUTE-WEIGHT.
      *------------------------
      **** A weight is the value's share of its category in
      **** hundredths of a percent - shares add up to about 10000
      **** - and never below 1, so a value that made the file is
      **** always drawable.

           COMPUTE W-WEIGHT-WK ROUNDED
                                   =  W-BEST-COUNT * 10000
                                      / W-CAT-VALID(W-CAT-DX)

           IF      W-WEIGHT-WK = 0
               MOVE 1              TO W-WEIGHT-WK
           END-IF
           .
       SUB-3810-EXIT.
           EXIT.
      /
       SUB-3850-WRITE-VALUE-LINE.
      *--------------------------

           COMPUTE W-SHARE-WK ROUNDED
                                   =  W-BEST-COUNT * 100
                                      / W-CAT-VALID(W-CAT-DX)

           MOVE SPACES             TO PROFRPT-REC
           MOVE W-RANK             TO PRV-RANK
           MOVE W-BEST-KEY         TO PRV-VALUE
           MOVE W-BEST-COUNT       TO PRV-COUNT
           MOVE W-SHARE-WK         TO PRV-SHARE
           MOVE '%'                TO PRV-PERCENT

           IF      W-WEIGHT-WK > 0
               MOVE W-WEIGHT-WK    TO PRV-WEIGHT
           END-IF

           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
           .
       SUB-3850-EXIT.
           EXIT.
      /
       SUB-3900-WRITE-CATEGORY-HEAD.
      *-----------------------------

           MOVE SPACES             TO PROFRPT-REC
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE W-CAT-NAME(W-CAT-DX)
                                   TO PROFRPT-REC
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'VALUE'            TO PRV-VALUE
           MOVE '      COUNT'      TO PROFRPT-REC(29 : 11)
           MOVE ' SHARE'           TO PROFRPT-REC(43 : 6)
           MOVE 'WEIGHT'           TO PROFRPT-REC(53 : 6)
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

      **** Only the rows that go on the weights file carry a weight
      **** on the report; a name listed here without one is not in
      **** FAKPERS's tables.
           MOVE 0                  TO W-WEIGHT-WK

           IF      W-CAT-VALID(W-CAT-DX) = 0
               MOVE '    (NO VALUES PROFILED)'
                                   TO PROFRPT-REC
               PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-3950-WRITE-CATEGORY-FOOT.
      *-----------------------------

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'VALUES PROFILED'  TO PRC-NAME
           MOVE W-CAT-VALID(W-CAT-DX)
                                   TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'VALUES REJECTED (BLANK OR INVALID)'
                                   TO PRC-NAME
           MOVE W-CAT-REJECTED(W-CAT-DX)
                                   TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'DISTINCT VALUES'  TO PRC-NAME
           MOVE W-CAT-DISTINCT(W-CAT-DX)
                                   TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'RARE VALUES SUPPRESSED'
                                   TO PRC-NAME
           MOVE W-CAT-SUPPRESSED(W-CAT-DX)
                                   TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO PROFRPT-REC
           MOVE 'WEIGHT ROWS WRITTEN'
                                   TO PRC-NAME
           MOVE W-CAT-ROWS(W-CAT-DX)
                                   TO PRC-COUNT
           PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT

           IF      W-CAT-VALID(W-CAT-DX) > 0
               COMPUTE W-SHARE-WK ROUNDED
                                   =  W-CAT-COVERED(W-CAT-DX) * 100
                                      / W-CAT-VALID(W-CAT-DX)
               MOVE SPACES         TO PROFRPT-REC
               MOVE 'SHARE OF VALUES THE ROWS COVER'
                                   TO PRC-NAME
               MOVE W-SHARE-WK     TO PRV-SHARE
               MOVE '%'            TO PRV-PERCENT
               PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
           END-IF

           IF      W-CAT-DX = 1
           AND     W-STATE-OVERFLOW-CNT > 0
               MOVE SPACES         TO PROFRPT-REC
               MOVE 'STATE CODES PAST THE TABLE (NOT TALLIED)'
                                   TO PRC-NAME
               MOVE W-STATE-OVERFLOW-CNT
                                   TO PRC-COUNT
               PERFORM SUB-9200-WRITE-PROFRPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-3950-EXIT.
           EXIT.
      /
       SUB-9100-READ-PROFIN.
      *---------------------

           IF      W-FIXED-MODE
               PERFORM SUB-9110-READ-FIXED THRU SUB-9110-EXIT
               GO TO SUB-9100-EXIT
           END-IF

           READ PROFIN
               AT END
                   SET  W-EOF      TO TRUE
               NOT AT END
                   ADD  1          TO W-PROFIN-RECS
           END-READ
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9110-READ-FIXED.
      *--------------------
      **** One fixed-format record assembled byte by byte off the
      **** raw stream - LRECL bytes exactly. A short tail means the
      **** extract was cut mid-record and is dropped with a warning.

           MOVE SPACES             TO W-FIXED-REC-IN
           MOVE 0                  TO W-FIXED-IN-SUB

           PERFORM SUB-9115-READ-FIXED-BYTE THRU SUB-9115-EXIT
               UNTIL W-EOF
                  OR W-FIXED-IN-SUB >= W-FIXED-LRECL

           IF      W-EOF
               IF      W-FIXED-IN-SUB > 0
                   DISPLAY W-ERROR-MSG
                       'input ended mid-record - short tail '
                       'dropped'
               END-IF
               GO TO SUB-9110-EXIT
           END-IF

           ADD  1                  TO W-PROFIN-RECS
           .
       SUB-9110-EXIT.
           EXIT.
      /
       SUB-9115-READ-FIXED-BYTE.
      *-------------------------

           READ PROFINF
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-9115-EXIT
           END-READ

           ADD  1                  TO W-FIXED-IN-SUB
           MOVE PROFINF-REC        TO W-FIXED-REC-IN(W-FIXED-IN-SUB : 1)
           .
       SUB-9115-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-PROFRPT.
      *-----------------------

           WRITE PROFRPT-REC

           ADD  1                  TO W-PROFRPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9500-FIND-NAME-SLOT.
      *------------------------
      **** Leaves W-NAME-DX on the slot holding W-NAME-KEY, or on
      **** the empty slot it would go in.

           MOVE 0                  TO W-HASH

           PERFORM SUB-9510-HASH-CHAR THRU SUB-9510-EXIT
               VARYING W-HASH-SUB FROM 1 BY 1
                 UNTIL W-HASH-SUB > LENGTH OF W-NAME-KEY

           COMPUTE W-NAME-DX       =  W-HASH + 1

           SET  W-SEARCHING        TO TRUE

           PERFORM SUB-9520-PROBE-NAME-SLOT THRU SUB-9520-EXIT
               UNTIL W-SEARCH-DONE
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9510-HASH-CHAR.
      *-------------------

           COMPUTE W-HASH-CHAR-VAL =  FUNCTION ORD (
                                      W-NAME-KEY(W-HASH-SUB : 1))

           COMPUTE W-HASH          =  FUNCTION MOD (
                                      W-HASH * 31
                                      + W-HASH-CHAR-VAL,
                                      W-NAME-TABLE-SIZE)
           .
       SUB-9510-EXIT.
           EXIT.
      /
       SUB-9520-PROBE-NAME-SLOT.
      *-------------------------

           EVALUATE TRUE
             WHEN W-NS-KEY(W-NAME-DX) = SPACES
               SET  W-NAME-NOT-FOUND
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN W-NS-KEY(W-NAME-DX) = W-NAME-KEY
               SET  W-NAME-FOUND   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN OTHER
               ADD  1              TO W-NAME-DX

               IF      W-NAME-DX > W-NAME-TABLE-SIZE
                   MOVE 1          TO W-NAME-DX
               END-IF
           END-EVALUATE
           .
       SUB-9520-EXIT.
           EXIT.
