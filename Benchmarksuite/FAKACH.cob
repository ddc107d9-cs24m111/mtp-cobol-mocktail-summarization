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

       PROGRAM-ID.             FAKACH.

      **** NACHA ACH origination file from the LINKED-SET files
      **** FAKERTST writes - every LINKTRAN row dated on the
      **** effective entry date keyed on the command line becomes
      **** an entry detail record, so ACH origination and receiving
      **** tests run against high-volume files with a matching
      **** customer base behind them.
      ****
      **** The file is the standard 94-byte record layout: a file
      **** header, one batch per originating company (and so per
      **** company/SEC code) that has entries, entry detail records
      **** (with an optional 05 addenda record each), batch and file
      **** control records carrying the entry/addenda counts, entry
      **** hash and debit/credit totals, and all-9 filler records
      **** blocking the file out to a multiple of ten records.
      ****
      **** A credit transaction is an ACH credit to the customer's
      **** account (transaction code 22), a debit an ACH debit
      **** (27). Each is originated by one of the companies on the
      **** control file that takes its direction - the same company
      **** for every entry to one account, the way one employer pays
      **** one payroll deposit. The receiving routing number is
      **** drawn from FAKADDR's BANK-ROUTING provider seeded with
      **** the account number, so it carries a valid ABA check digit
      **** and stays the same for the account from file to file;
      **** the ODFI and destination routing numbers and any missing
      **** company identification are drawn the same seeded way.
      ****
      **** Company control file rows (optional - three companies
      **** are built in when it is not on hand):
      ****
      ****     1-16   company name
      ****     17-26  company identification (blank - drawn)
      ****     27-29  SEC code (PPD, CCD, WEB or TEL - TEL
      ****            entries are debits only, so D)
      ****     30-39  company entry description
      ****     40     C credits, D debits or B both
      ****     41     Y to give each entry an 05 addenda record
      ****
      **** The balancing report ties the file back to the source:
      **** LINKTRAN's own count and dollar totals for the date
      **** against the entries written, each batch against the file
      **** control, and the blocking. A file that does not balance
      **** sets RETURN-CODE 8.
      ****
      **** Command line: effective entry date, YYYYMMDD.

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
      **** FILE STATUS is checked on all three because a run whose
      **** deck had no LINKED-SET cards simply has no files - there
      **** is nothing to originate.
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

      **** Originating companies - FILE STATUS is checked because a
      **** shop happy with the built-in companies has no file.
           SELECT ACHCO                ASSIGN
                                       'Data\FAKACH Companies.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS IS
                                       W-ACHCO-STATUS.

      **** The payment file is written as fixed 94-byte records
      **** with no line ends - line sequential output would drop
      **** the trailing blanks of the file control record and
      **** break the blocking a bank's file edits count on.
           SELECT ACHFILE              ASSIGN
                                       'Data\FAKACH Payments.dat'
                                       ORGANIZATION SEQUENTIAL.

           SELECT ACHRPT               ASSIGN
                                       'Data\FAKACH Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

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

       FD  ACHCO.

       01  ACHCO-REC.
           05  CO-NAME             PIC X(16).
           05  CO-ID               PIC X(10).
           05  CO-SEC              PIC X(03).
           05  CO-DESC             PIC X(10).
           05  CO-DIRECTION        PIC X(01).
           05  CO-ADDENDA          PIC X(01).

       FD  ACHFILE.

       01  ACHFILE-REC             PIC X(94).

       FD  ACHRPT.

       01  ACHRPT-REC.
           05  AR-LINE             PIC X(100).

      **** Layout used for the one-line-per-batch totals.
       01  ACHRPT-BATCH-REC REDEFINES ACHRPT-REC.
           05  ARB-BATCH-NO        PIC ZZZZZZ9.
           05  FILLER              PIC X(02).
           05  ARB-COMPANY         PIC X(16).
           05  FILLER              PIC X(01).
           05  ARB-SEC             PIC X(03).
           05  FILLER              PIC X(01).
           05  ARB-ENTRIES         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  ARB-ADDENDA         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01).
           05  ARB-DEBITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01).
           05  ARB-CREDITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01).
           05  ARB-HASH            PIC 9(10).
           05  FILLER              PIC X(08).

      **** Layout used for the balancing lines - source against ACH.
       01  ACHRPT-PROOF-REC REDEFINES ACHRPT-REC.
           05  ARP-LABEL           PIC X(30).
           05  ARP-SOURCE          PIC X(23).
           05  FILLER              PIC X(02).
           05  ARP-ACH             PIC X(23).
           05  FILLER              PIC X(02).
           05  ARP-RESULT          PIC X(08).
           05  FILLER              PIC X(12).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LINKCUST-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKACCT-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKTRAN-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-ACHFILE-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-ACHRPT-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKADDR'.

       01  W-LINKCUST-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKCUST-FOUND                    VALUE '00'.

       01  W-LINKACCT-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKACCT-FOUND                    VALUE '00'.

       01  W-LINKTRAN-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKTRAN-FOUND                    VALUE '00'.

       01  W-ACHCO-STATUS          PIC X(02)       VALUE '00'.
           88  W-ACHCO-FOUND                       VALUE '00'.

       01  W-ERROR-MSG             PIC X(19)       VALUE
           '**** FAKACH error: '.

       01  W-CMDLINE               PIC X(80)       VALUE SPACES.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CUST-EOF                          VALUE 'Y'.
           88  W-CUST-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ACCT-EOF                          VALUE 'Y'.
           88  W-ACCT-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TRAN-EOF                          VALUE 'Y'.
           88  W-TRAN-NOT-EOF                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RUN-STOPPED                       VALUE 'Y'.
           88  W-RUN-NOT-STOPPED                   VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-BATCH-OPEN                        VALUE 'Y'.
           88  W-BATCH-NOT-OPEN                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-ROUTING-DRAWN                     VALUE 'Y'.
           88  W-ROUTING-NOT-DRAWN                 VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CUST-MATCHED                      VALUE 'Y'.
           88  W-CUST-NOT-MATCHED                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-BALANCED                          VALUE 'Y'.
           88  W-NOT-BALANCED                      VALUE 'N'.

      **** The effective entry date, as keyed (YYYYMMDD), in the
      **** YYYY-MM-DD shape the link rows carry, and as the YYMMDD
      **** the ACH records carry.
       01  W-ACH-DATE              PIC 9(08).
       01  W-ACH-DATE-X REDEFINES W-ACH-DATE.
           05  FILLER              PIC X(02).
           05  W-ACH-DATE-YYMMDD   PIC X(06).
       01  W-ACH-DATE-INT          PIC 9(09)  COMP.
       01  W-ACH-DATE-FMT          PIC X(10).

       01  W-TODAY                 PIC 9(08).
       01  W-TODAY-X REDEFINES W-TODAY.
           05  FILLER              PIC X(02).
           05  W-TODAY-YYMMDD      PIC X(06).
       01  W-NOW                   PIC 9(08).
       01  W-NOW-X REDEFINES W-NOW.
           05  W-NOW-HHMM          PIC X(04).
           05  FILLER              PIC X(04).

      **** The originating bank and the ACH operator the file goes
      **** to - routing numbers drawn seeded, so every file carries
      **** the same ones.
       01  W-ORIGIN-NAME           PIC X(23)       VALUE
           'COB-FAKER TEST BANK'.
       01  W-DEST-NAME             PIC X(23)       VALUE
           'FEDERAL RESERVE BANK'.
       01  W-ODFI-ROUTING          PIC X(09).
       01  W-DEST-ROUTING          PIC X(09).

      **** Originating companies - off the control file, or built
      **** in below when it is not on hand.
       01  W-CO-MAX                PIC 9(04)  COMP VALUE 50.
       01  W-CO-CNT                PIC 9(04)  COMP VALUE 0.
       01  W-CO-TABLE.
           05  W-CO                                OCCURS 50
                                                   INDEXED CO-DX.
               10  W-CO-NAME       PIC X(16).
               10  W-CO-ID         PIC X(10).
               10  W-CO-SEC        PIC X(03).
               10  W-CO-DESC       PIC X(10).
               10  W-CO-DIRECTION  PIC X(01).
                   88  W-CO-TAKES-CREDITS          VALUE 'C' 'B'.
                   88  W-CO-TAKES-DEBITS           VALUE 'D' 'B'.
               10  W-CO-ADDENDA    PIC X(01).
                   88  W-CO-WANTS-ADDENDA          VALUE 'Y'.

       01  W-CO-DEFAULTS.
           05  FILLER              PIC X(41)       VALUE
               'ACME PAYROLL              PPDPAYROLL   CN'.
           05  FILLER              PIC X(41)       VALUE
               'CITY UTILITIES            PPDUTILITY   DY'.
           05  FILLER              PIC X(41)       VALUE
               'NORTHSTAR RETAIL          WEBONLINE PMTDN'.
       01  W-CO-DEFAULTS-R REDEFINES W-CO-DEFAULTS.
           05  W-CO-DEFAULT        PIC X(41)       OCCURS 3.
       01  W-CO-DEFAULT-CNT        PIC 9(04)  COMP VALUE 3.
       01  W-CO-DEFAULT-DX         PIC 9(04)  COMP.

      **** The companies that take each direction, in file order -
      **** an account's digit sum picks one of them.
       01  W-CR-CO-CNT             PIC 9(04)  COMP VALUE 0.
       01  W-DR-CO-CNT             PIC 9(04)  COMP VALUE 0.
       01  W-DIR-CO-TABLE.
           05  W-CR-CO             PIC 9(04)  COMP OCCURS 50.
           05  W-DR-CO             PIC 9(04)  COMP OCCURS 50.

       01  W-ACCT-DIGIT-SUM        PIC 9(09)  COMP.
       01  W-ACCT-CR-CO            PIC 9(04)  COMP.
       01  W-ACCT-DR-CO            PIC 9(04)  COMP.
       01  W-PICK-WK               PIC 9(09)  COMP.
       01  W-PICK-REM              PIC 9(04)  COMP.
       01  W-DIGIT-SUB             PIC S9(4)  COMP.
       01  W-DIGIT-WK              PIC 9(01).

      **** The account in hand - its receiver name and routing.
       01  W-RECV-NAME             PIC X(22).
       01  W-RECV-ROUTING          PIC X(09).
       01  W-RECV-RDFI REDEFINES W-RECV-ROUTING.
           05  W-RECV-RDFI-ID      PIC 9(08).
           05  W-RECV-CHECK-DIGIT  PIC X(01).

      **** The last routing number drawn, and for which account -
      **** FAKRAND reseeds only when the seed changes, so the same
      **** account drawn twice running would not get the same
      **** number twice. A repeat takes the number kept here.
       01  W-RDFI-ACCT-NO          PIC X(14)       VALUE SPACES.
       01  W-RDFI-ROUTING          PIC X(09)       VALUE SPACES.

      **** Amount work fields - the edited file amounts are
      **** de-edited here and carried on in cents.
       01  W-AMOUNT-WK             PIC S9(09)V99.
       01  W-AMOUNT-CENTS          PIC S9(11) COMP.
       01  W-ENTRY-CENTS           PIC 9(10).

      **** The batch in progress.
       01  W-BATCH-NO              PIC 9(07)       VALUE 0.
       01  W-BATCH-ENTRIES         PIC 9(09)  COMP.
       01  W-BATCH-ADDENDA         PIC 9(09)  COMP.
       01  W-BATCH-HASH            PIC 9(15)  COMP.
       01  W-BATCH-DEBITS          PIC 9(13)  COMP.
       01  W-BATCH-CREDITS         PIC 9(13)  COMP.
       01  W-BATCH-SERVICE-CLASS   PIC X(03).

       01  W-TRACE-SEQ             PIC 9(07)       VALUE 0.

      **** File totals - summed once entry by entry and once batch
      **** control by batch control, so the file control is proved
      **** against both.
       01  W-FILE-ENTRIES          PIC 9(09)  COMP VALUE 0.
       01  W-FILE-ADDENDA          PIC 9(09)  COMP VALUE 0.
       01  W-FILE-HASH             PIC 9(15)  COMP VALUE 0.
       01  W-FILE-DEBITS           PIC 9(15)  COMP VALUE 0.
       01  W-FILE-CREDITS          PIC 9(15)  COMP VALUE 0.
       01  W-FILE-DEBIT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-FILE-CREDIT-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-BTOT-ENTRY-ADDENDA    PIC 9(09)  COMP VALUE 0.
       01  W-BTOT-HASH             PIC 9(15)  COMP VALUE 0.
       01  W-BTOT-DEBITS           PIC 9(15)  COMP VALUE 0.
       01  W-BTOT-CREDITS          PIC 9(15)  COMP VALUE 0.
       01  W-FILE-BLOCKS           PIC 9(09)  COMP VALUE 0.
       01  W-FILLER-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-HASH-10               PIC 9(10).
       01  W-HASH-10-CHECK         PIC 9(10).

      **** Source totals - LINKTRAN's own rows for the date, taken
      **** before any matching is done.
       01  W-SRC-DEBIT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-SRC-CREDIT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-SRC-ZERO-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-SRC-DEBITS            PIC 9(15)  COMP VALUE 0.
       01  W-SRC-CREDITS           PIC 9(15)  COMP VALUE 0.
       01  W-NO-CUST-CNT           PIC 9(09)  COMP VALUE 0.

       01  W-AMT-EDIT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-CNT-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.

      **** One ACH record, built in one of its six shapes and
      **** written whole.
       01  W-ACH-REC               PIC X(94).

       01  W-ACH-FILE-HEADER REDEFINES W-ACH-REC.
           05  AFH-RECORD-TYPE     PIC X(01).
           05  AFH-PRIORITY        PIC X(02).
           05  AFH-DEST            PIC X(10).
           05  AFH-ORIGIN          PIC X(10).
           05  AFH-CREATE-DATE     PIC X(06).
           05  AFH-CREATE-TIME     PIC X(04).
           05  AFH-FILE-ID-MOD     PIC X(01).
           05  AFH-RECORD-SIZE     PIC X(03).
           05  AFH-BLOCKING        PIC X(02).
           05  AFH-FORMAT-CODE     PIC X(01).
           05  AFH-DEST-NAME       PIC X(23).
           05  AFH-ORIGIN-NAME     PIC X(23).
           05  AFH-REFERENCE       PIC X(08).

       01  W-ACH-BATCH-HEADER REDEFINES W-ACH-REC.
           05  ABH-RECORD-TYPE     PIC X(01).
           05  ABH-SERVICE-CLASS   PIC X(03).
           05  ABH-COMPANY-NAME    PIC X(16).
           05  ABH-DISCRETIONARY   PIC X(20).
           05  ABH-COMPANY-ID      PIC X(10).
           05  ABH-SEC             PIC X(03).
           05  ABH-ENTRY-DESC      PIC X(10).
           05  ABH-DESC-DATE       PIC X(06).
           05  ABH-EFFECTIVE-DATE  PIC X(06).
           05  ABH-SETTLEMENT-DATE PIC X(03).
           05  ABH-ORIGIN-STATUS   PIC X(01).
           05  ABH-ODFI            PIC X(08).
           05  ABH-BATCH-NO        PIC 9(07).

       01  W-ACH-ENTRY REDEFINES W-ACH-REC.
           05  AED-RECORD-TYPE     PIC X(01).
           05  AED-TRAN-CODE       PIC X(02).
           05  AED-RDFI            PIC 9(08).
           05  AED-CHECK-DIGIT     PIC X(01).
           05  AED-DFI-ACCOUNT     PIC X(17).
           05  AED-AMOUNT          PIC 9(10).
           05  AED-INDIVIDUAL-ID   PIC X(15).
           05  AED-INDIVIDUAL-NAME PIC X(22).
           05  AED-DISCRETIONARY   PIC X(02).
           05  AED-ADDENDA-IND     PIC X(01).
           05  AED-TRACE.
               10  AED-TRACE-ODFI  PIC X(08).
               10  AED-TRACE-SEQ   PIC 9(07).

       01  W-ACH-ADDENDA REDEFINES W-ACH-REC.
           05  AAD-RECORD-TYPE     PIC X(01).
           05  AAD-ADDENDA-TYPE    PIC X(02).
           05  AAD-PAYMENT-INFO    PIC X(80).
           05  AAD-ADDENDA-SEQ     PIC 9(04).
           05  AAD-ENTRY-SEQ       PIC 9(07).

       01  W-ACH-BATCH-CONTROL REDEFINES W-ACH-REC.
           05  ABC-RECORD-TYPE     PIC X(01).
           05  ABC-SERVICE-CLASS   PIC X(03).
           05  ABC-ENTRY-ADDENDA   PIC 9(06).
           05  ABC-ENTRY-HASH      PIC 9(10).
           05  ABC-TOTAL-DEBITS    PIC 9(12).
           05  ABC-TOTAL-CREDITS   PIC 9(12).
           05  ABC-COMPANY-ID      PIC X(10).
           05  ABC-MAC             PIC X(19).
           05  ABC-RESERVED        PIC X(06).
           05  ABC-ODFI            PIC X(08).
           05  ABC-BATCH-NO        PIC 9(07).

       01  W-ACH-FILE-CONTROL REDEFINES W-ACH-REC.
           05  AFC-RECORD-TYPE     PIC X(01).
           05  AFC-BATCH-CNT       PIC 9(06).
           05  AFC-BLOCK-CNT       PIC 9(06).
           05  AFC-ENTRY-ADDENDA   PIC 9(08).
           05  AFC-ENTRY-HASH      PIC 9(10).
           05  AFC-TOTAL-DEBITS    PIC 9(12).
           05  AFC-TOTAL-CREDITS   PIC 9(12).
           05  AFC-RESERVED        PIC X(39).

       01  W-ACH-FILLER-REC        PIC X(94)       VALUE ALL '9'.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-FAKER-PARAMETER.      
           05  FAKER-PROVIDER-FUNCTION
                                   PIC X(30).
               88  ADDRESS-ADDRESS                 VALUE 
                                   'ADDRESS-ADDRESS'.
               88  ADDRESS-BUILDING-NO             VALUE 
                                   'ADDRESS-BUILDING-NO'.
               88  ADDRESS-CITY                    VALUE 
                                   'ADDRESS-CITY'.
               88  ADDRESS-CITY-PREFIX             VALUE 
                                   'ADDRESS-CITY-PREFIX'.
               88  ADDRESS-CITY-SUFFIX             VALUE 
                                   'ADDRESS-CITY-SUFFIX'.
               88  ADDRESS-MILITARY-APO            VALUE
                                   'ADDRESS-MILITARY-APO'.
               88  ADDRESS-MILITARY-DPO            VALUE
                                   'ADDRESS-MILITARY-DPO'.
               88  ADDRESS-MILITARY-SHIP-PREFIX    VALUE
                                   'ADDRESS-MILITARY-SHIP-PREFIX'.
               88  ADDRESS-MILITARY-STATE-ABBR     VALUE
                                   'ADDRESS-MILITARY-STATE-ABBR'.
               88  ADDRESS-POSTCODE                VALUE 
                                   'ADDRESS-POSTCODE'.
               88  ADDRESS-SECONDARY-ADDRESS       VALUE 
                                   'ADDRESS-SECONDARY-ADDRESS'.
               88  ADDRESS-STATE                   VALUE 
                                   'ADDRESS-STATE'.
               88  ADDRESS-STATE-ABBR              VALUE 
                                   'ADDRESS-STATE-ABBR'.
               88  ADDRESS-STATE-POSTCODE          VALUE 
                                   'ADDRESS-STATE-POSTCODE'.
               88  ADDRESS-STREET-ADDRESS          VALUE 
                                   'ADDRESS-STREET-ADDRESS'.
               88  ADDRESS-STREET-NAME             VALUE 
                                   'ADDRESS-STREET-NAME'.
               88  ADDRESS-STREET-SUFFIX           VALUE 
                                   'ADDRESS-STREET-SUFFIX'.
               88  ADDRESS-TERRITORY-ABBR          VALUE
                                   'ADDRESS-TERRITORY-ABBR'.
               88  BANK-ACCOUNT                    VALUE
                                   'BANK-ACCOUNT'.
               88  BANK-ROUTING                    VALUE
                                   'BANK-ROUTING'.
               88  COMPANY-COMPANY                 VALUE
                                   'COMPANY-COMPANY'.
               88  COMPANY-SUFFIX                  VALUE
                                   'COMPANY-SUFFIX'.
               88  CUSTOMER-PROFILE                VALUE
                                   'CUSTOMER-PROFILE'.
               88  DATE-BIRTHDATE                  VALUE
                                   'DATE-BIRTHDATE'.
               88  DATE-PAST                       VALUE
                                   'DATE-PAST'.
               88  DATE-FUTURE                     VALUE
                                   'DATE-FUTURE'.
               88  DATE-BETWEEN                    VALUE
                                   'DATE-BETWEEN'.
               88  INTERNET-DOMAIN                 VALUE
                                   'INTERNET-DOMAIN'.
               88  INTERNET-EMAIL                  VALUE
                                   'INTERNET-EMAIL'.
               88  INTERNET-USERNAME               VALUE
                                   'INTERNET-USERNAME'.
               88  PERSON-FIRST-NAME               VALUE 
                                   'PERSON-FIRST-NAME'.    
               88  PERSON-FIRST-NAME-MALE          VALUE
                                   'PERSON-FIRST-NAME-MALE'.    
               88  PERSON-FIRST-NAME-FEMALE        VALUE 
                                   'PERSON-FIRST-NAME-FEMALE'.    
               88  PERSON-LAST-NAME                VALUE 
                                   'PERSON-LAST-NAME'.    
               88  PERSON-LAST-NAME-MALE           VALUE 
                                   'PERSON-LAST-NAME-MALE'.    
               88  PERSON-LAST-NAME-FEMALE         VALUE 
                                   'PERSON-LAST-NAME-FEMALE'.    
               88  PERSON-NAME                     VALUE 
                                   'PERSON-NAME'.    
               88  PERSON-NAME-MALE                VALUE 
                                   'PERSON-NAME-MALE'.    
               88  PERSON-NAME-FEMALE              VALUE 
                                   'PERSON-NAME-FEMALE'.    
               88  PERSON-PREFIX                   VALUE 
                                   'PERSON-PREFIX'.    
               88  PERSON-PREFIX-MALE              VALUE 
                                   'PERSON-PREFIX-MALE'.    
               88  PERSON-PREFIX-FEMALE            VALUE 
                                   'PERSON-PREFIX-FEMALE'.    
               88  PERSON-SUFFIX                   VALUE 
                                   'PERSON-SUFFIX'.    
               88  PERSON-SUFFIX-MALE              VALUE 
                                   'PERSON-SUFFIX-MALE'.    
               88  PERSON-SUFFIX-FEMALE            VALUE 
                                   'PERSON-SUFFIX-FEMALE'. 
               88  TAXID-EIN                       VALUE 
                                   'TAXID-EIN'. 
               88  TAXID-EIN-HYPHEN                VALUE 
                                   'TAXID-EIN-HYPHEN'. 
               88  TAXID-ITIN                      VALUE 
                                   'TAXID-ITIN'. 
               88  TAXID-ITIN-HYPHEN               VALUE 
                                   'TAXID-ITIN-HYPHEN'. 
               88  TAXID-SIN                       VALUE
                                   'TAXID-SIN'.
               88  TAXID-SSN                       VALUE 
                                   'TAXID-SSN'. 
               88  TAXID-SSN-HYPHEN                VALUE 
                                   'TAXID-SSN-HYPHEN'. 
               88  TELEPHONE                       VALUE
                                   'TELEPHONE'.
      **** Driver-level card form, never passed to a provider
      **** program - SUB-2120-BUILD-LAYOUT-UNIT assembles the
      **** record itself, calling the per-field providers named in
      **** the LAYOUTDF control file.
               88  LAYOUT-RECORD                   VALUE
                                   'LAYOUT-RECORD'.
               88  LINKED-SET                      VALUE
                                   'LINKED-SET'.
      **** Every value the suite can dispatch, in one condition -
      **** the EDIT pre-scan uses this to flag a typo'd card before
      **** any generation is burned on it. A provider-function added
      **** above must be added here too.
               88  FAKER-FUNCTION-KNOWN            VALUE
                                   'ADDRESS-ADDRESS'
                                   'ADDRESS-BUILDING-NO'
                                   'ADDRESS-CITY'
                                   'ADDRESS-CITY-PREFIX'
                                   'ADDRESS-CITY-SUFFIX'
                                   'ADDRESS-MILITARY-APO'
                                   'ADDRESS-MILITARY-DPO'
                                   'ADDRESS-MILITARY-SHIP-PREFIX'
                                   'ADDRESS-MILITARY-STATE-ABBR'
                                   'ADDRESS-POSTCODE'
                                   'ADDRESS-SECONDARY-ADDRESS'
                                   'ADDRESS-STATE'
                                   'ADDRESS-STATE-ABBR'
                                   'ADDRESS-STATE-POSTCODE'
                                   'ADDRESS-STREET-ADDRESS'
                                   'ADDRESS-STREET-NAME'
                                   'ADDRESS-STREET-SUFFIX'
                                   'ADDRESS-TERRITORY-ABBR'
                                   'BANK-ACCOUNT'
                                   'BANK-ROUTING'
                                   'COMPANY-COMPANY'
                                   'COMPANY-SUFFIX'
                                   'CUSTOMER-PROFILE'
                                   'DATE-BIRTHDATE'
                                   'DATE-PAST'
                                   'DATE-FUTURE'
                                   'DATE-BETWEEN'
                                   'INTERNET-DOMAIN'
                                   'INTERNET-EMAIL'
                                   'INTERNET-USERNAME'
                                   'LAYOUT-RECORD'
                                   'LINKED-SET'
                                   'PERSON-FIRST-NAME'
                                   'PERSON-FIRST-NAME-MALE'
                                   'PERSON-FIRST-NAME-FEMALE'
                                   'PERSON-LAST-NAME'
                                   'PERSON-LAST-NAME-MALE'
                                   'PERSON-LAST-NAME-FEMALE'
                                   'PERSON-NAME'
                                   'PERSON-NAME-MALE'
                                   'PERSON-NAME-FEMALE'
                                   'PERSON-PREFIX'
                                   'PERSON-PREFIX-MALE'
                                   'PERSON-PREFIX-FEMALE'
                                   'PERSON-SUFFIX'
                                   'PERSON-SUFFIX-MALE'
                                   'PERSON-SUFFIX-FEMALE'
                                   'TAXID-EIN'
                                   'TAXID-EIN-HYPHEN'
                                   'TAXID-ITIN'
                                   'TAXID-ITIN-HYPHEN'
                                   'TAXID-SIN'
                                   'TAXID-SSN'
                                   'TAXID-SSN-HYPHEN'
                                   'TELEPHONE'.

           05  FAKER-SEED-NO       PIC 9(9)   COMP VALUE 0.

           05  FAKER-SEED-TEXT     PIC X(80)       VALUE SPACES.

      **** Optional inputs honored by the DATE providers only -
      **** DATE-BETWEEN draws inside FAKER-DATE-START/END (YYYYMMDD)
      **** and DATE-PAST/DATE-FUTURE reach back/ahead up to
      **** FAKER-DATE-DAYS days (zero means the 3650-day default).
           05  FAKER-DATE-PARMS.
               10  FAKER-DATE-START
                                   PIC X(08)       VALUE SPACES.
               10  FAKER-DATE-END  PIC X(08)       VALUE SPACES.
               10  FAKER-DATE-DAYS PIC 9(05)       VALUE 0.

      **** Output fields:
      ****     FAKER-RESPONSE-CODE
      ****         Use 88 levels to determine result of calls.
      ****     FAKER-RESPONSE-MSG
      ****         Non-space if bad response.
      ****     FAKER-RESULT
      ****         Returned result of the call.
      ****     FAKER-RESULT-FIELDS
      ****         Populated for certain compound results - redefined
      ****         for address and person fields.
      ****     FAKER-INFO-CNT
      ****         Debugging information count.
      ****     FAKER-INFO-OCCS
      ****         Debugging information.

           05  FAKER-RESPONSE-CODE PIC 9(4). 
               88  FAKER-RESPONSE-GOOD             VALUE 0.
               88  FAKER-UNKNOWN-PROVIDER          VALUE 10.
               88  FAKER-UNKNOWN-FUNCTION          VALUE 20.
               88  FAKER-UNKNOWN-FORMAT            VALUE 30.
               88  FAKER-DUPLICATE-VALUE           VALUE 40.
               88  FAKER-UNKNOWN-LAYOUT            VALUE 50.

           05  FAKER-RESPONSE-MSG  PIC X(80). 

           05  FAKER-RESULT        PIC X(80). 

           05  FAKER-RESULT-FIELDS PIC X(200). 

      **** These fields are populated only for ADDRESS-ADDRESS calls:
           05  FAKER-ADDRESS REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-ADDRESS-STREET
                                   PIC X(35).
               10  FAKER-ADDRESS-CITY
                                   PIC X(25).
               10  FAKER-ADDRESS-STATE
                                   PIC X(10).
               10  FAKER-ADDRESS-POSTCODE
                                   PIC X(10).

      **** These fields are populated only for PERSON-NAME, 
      **** PERSON-NAME-MALE and PERSON-NAME-FEMALE calls:
           05  FAKER-PERSON REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-PERSON-PREFIX
                                   PIC X(10).
               10  FAKER-PERSON-FIRST-NAME
                                   PIC X(25).
               10  FAKER-PERSON-LAST-NAME
                                   PIC X(35).
               10  FAKER-PERSON-SUFFIX
                                   PIC X(10).

      **** These fields are populated only for TELEPHONE calls:
           05  FAKER-TELEPHONE REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-TELEPHONE-AREA-CODE
                                   PIC X(03).
               10  FILLER          PIC X(01).
               10  FAKER-TELEPHONE-PREFIX
                                   PIC X(03).
               10  FILLER          PIC X(01).
               10  FAKER-TELEPHONE-SUFFIX
                                   PIC X(04).
               10  FILLER          PIC X(01).
               10  FAKER-TELEPHONE-EXTENSION
                                   PIC X(04).

      **** These fields are populated only for DATE-BIRTHDATE,
      **** DATE-PAST, DATE-FUTURE and DATE-BETWEEN calls:
           05  FAKER-DATE REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-DATE-YEAR PIC X(04).
               10  FAKER-DATE-MONTH
                                   PIC X(02).
               10  FAKER-DATE-DAY  PIC X(02).

      **** These fields are populated only for INTERNET-EMAIL,
      **** INTERNET-USERNAME and INTERNET-DOMAIN calls:
           05  FAKER-INTERNET REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-INTERNET-LOCAL
                                   PIC X(40).
               10  FAKER-INTERNET-DOMAIN
                                   PIC X(40).

      **** These fields are populated only for CUSTOMER-PROFILE
      **** calls - one internally consistent synthetic customer:
           05  FAKER-CUSTOMER REDEFINES FAKER-RESULT-FIELDS.
               10  FAKER-CUST-FIRST-NAME
                                   PIC X(25).
               10  FAKER-CUST-LAST-NAME
                                   PIC X(35).
               10  FAKER-CUST-STREET
                                   PIC X(35).
               10  FAKER-CUST-CITY
                                   PIC X(25).
               10  FAKER-CUST-STATE-ABBR
                                   PIC X(02).
               10  FAKER-CUST-POSTCODE
                                   PIC X(07).
               10  FAKER-CUST-TELEPHONE
                                   PIC X(12).
               10  FAKER-CUST-SSN
                                   PIC X(09).
               10  FAKER-CUST-BANK-ACCT
                                   PIC X(14).

           05  FAKER-INFO-CNT      PIC S9(4)  COMP. 

           05  FAKER-INFO-OCCS.
               10  FAKER-INFO                      OCCURS 20
                                                   INDEXED FI-DX
                                                           FI-DX2.
                   15  FAKER-TABLE PIC X(30).
                   15  FAKER-RANDOM-NO-SUB
                                   PIC S9(4)V9(9)
                                              COMP.
                   15  FAKER-TABLE-ENTRY
                                   PIC S9(4)  COMP.

      **** Block-mode interface - a caller that sets
      **** FAKER-BLOCK-REQ-CNT non-zero gets up to that many units
      **** of the one provider-function back from a single CALL,
      **** one FAKER-BLOCK-ENTRY per unit, instead of paying the
      **** dynamic-call chain once per unit. Zero (every caller's
      **** default) keeps the one-unit-per-CALL behavior unchanged.
           05  FAKER-BLOCK-REQ-CNT PIC S9(4)  COMP VALUE 0.
           05  FAKER-BLOCK-RET-CNT PIC S9(4)  COMP VALUE 0.
           05  FAKER-BLOCK-OCCS.
               10  FAKER-BLOCK-ENTRY               OCCURS 100
                                                   INDEXED FB-DX.
                   15  FAKER-BLOCK-RESPONSE-CODE
                                   PIC 9(04).
                   15  FAKER-BLOCK-RESULT
                                   PIC X(80).
                   15  FAKER-BLOCK-RESULT-FIELDS
                                   PIC X(200).

      **** Partitioned-generation inputs - when FAKER-PARTITION-CNT
      **** is non-zero the identifier providers draw each value
      **** from this partition's own slice of the value space, so
      **** parallel runs cannot collide. Zero (every caller's
      **** default) keeps the full ranges.
           05  FAKER-PARTITION-NO  PIC 9(02)  COMP VALUE 0.
           05  FAKER-PARTITION-CNT PIC 9(02)  COMP VALUE 0.

      **** Locale control - 'CA' makes the address, telephone and
      **** customer providers draw Canadian values (province
      **** abbreviations, A9A 9A9 postal codes, province area
      **** codes). Spaces or 'US' (every caller's default) keeps
      **** the US behavior unchanged.
           05  FAKER-LOCALE        PIC X(02)       VALUE SPACES.

      **** Unit-context control - 'Y' tells the address providers
      **** this call continues the same generated unit as the call
      **** before it, so the city, state and postcode fields of one
      **** record all come off the CITYZIP row the unit first drew.
      **** Spaces or 'N' (every caller's default) keeps each call's
      **** independent draw unchanged.
           05  FAKER-SAME-UNIT     PIC X(01)       VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RUN-NOT-STOPPED
               PERFORM SUB-2000-TALLY-SOURCE THRU SUB-2000-EXIT

               PERFORM SUB-2100-WRITE-FILE-HEADER THRU SUB-2100-EXIT

               PERFORM SUB-2200-BUILD-BATCH THRU SUB-2200-EXIT
                   VARYING CO-DX FROM 1 BY 1
                     UNTIL CO-DX > W-CO-CNT

               PERFORM SUB-2800-WRITE-FILE-CONTROL THRU SUB-2800-EXIT
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

           DISPLAY 'FAKACH compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           MOVE 0                  TO W-ACH-DATE-INT

           IF      W-CMDLINE(1 : 8)  NUMERIC
           AND     W-CMDLINE(9 : 72) = SPACES
               MOVE W-CMDLINE(1 : 8)
                                   TO W-ACH-DATE
               COMPUTE W-ACH-DATE-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                      (W-ACH-DATE)
           END-IF

           IF      W-ACH-DATE-INT = 0
               DISPLAY W-ERROR-MSG
                   'command line must be the effective entry date, '
                   'YYYYMMDD - got: '
                   W-CMDLINE
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE SPACES             TO W-ACH-DATE-FMT
           STRING W-CMDLINE(1 : 4)
                   '-'
                   W-CMDLINE(5 : 2)
                   '-'
                   W-CMDLINE(7 : 2)
                        DELIMITED SIZE
                             INTO W-ACH-DATE-FMT

           OPEN INPUT LINKTRAN

           IF      NOT W-LINKTRAN-FOUND
               DISPLAY W-ERROR-MSG
                   'LINKTRAN file not found - run a LINKED-SET deck '
                   'through FAKERTST first'
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           CLOSE LINKTRAN

           OPEN OUTPUT ACHRPT

           MOVE 'FAKACH ACH origination balancing report'
                                   TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO ACHRPT-REC
           STRING 'EFFECTIVE ENTRY DATE: '
                   W-ACH-DATE-FMT
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           PERFORM SUB-1100-LOAD-COMPANIES THRU SUB-1100-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-DRAW-BANKS THRU SUB-1300-EXIT

           IF      W-RUN-STOPPED
               GO TO SUB-1000-EXIT
           END-IF

           ACCEPT  W-TODAY         FROM DATE YYYYMMDD
           ACCEPT  W-NOW           FROM TIME

           OPEN OUTPUT ACHFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-COMPANIES.
      *------------------------

           OPEN INPUT ACHCO

           IF      W-ACHCO-FOUND
               SET  W-NOT-EOF      TO TRUE

               PERFORM SUB-1110-READ-COMPANY THRU SUB-1110-EXIT
                   UNTIL W-EOF

               CLOSE ACHCO

               MOVE 'ORIGINATING COMPANIES FROM THE CONTROL FILE'
                                   TO ACHRPT-REC
           ELSE
               PERFORM SUB-1120-LOAD-DEFAULT THRU SUB-1120-EXIT
                   VARYING W-CO-DEFAULT-DX FROM 1 BY 1
                     UNTIL W-CO-DEFAULT-DX > W-CO-DEFAULT-CNT

               MOVE 'ORIGINATING COMPANIES BUILT IN - NO CONTROL FILE'
                                   TO ACHRPT-REC
           END-IF

           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           IF      W-CO-CNT = 0
               DISPLAY W-ERROR-MSG
                   'no usable company rows on the control file'
               MOVE '*** NO USABLE COMPANY ROWS - NO FILE WRITTEN'
                                   TO ACHRPT-REC
               PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-SET-DIRECTIONS THRU SUB-1150-EXIT
               VARYING CO-DX FROM 1 BY 1
                 UNTIL CO-DX > W-CO-CNT

           IF      W-CR-CO-CNT = 0
               MOVE '*** NO COMPANY TAKES CREDITS - NONE WRITTEN'
                                   TO ACHRPT-REC
               PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           END-IF

           IF      W-DR-CO-CNT = 0
               MOVE '*** NO COMPANY TAKES DEBITS - NONE WRITTEN'
                                   TO ACHRPT-REC
               PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-COMPANY.
      *----------------------
      **** A row the bank's edits would bounce is dropped here with
      **** a warning rather than written into a batch header.

           READ ACHCO
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      ACHCO-REC = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           IF      CO-NAME = SPACES
           OR      CO-SEC NOT = 'PPD' AND 'CCD' AND 'WEB' AND 'TEL'
           OR      CO-DIRECTION NOT = 'C' AND 'D' AND 'B'
           OR      (CO-SEC = 'TEL' AND CO-DIRECTION NOT = 'D')
           OR      CO-ADDENDA NOT = 'Y' AND 'N' AND SPACE
               DISPLAY W-ERROR-MSG
                   'company row dropped - bad name, SEC code, '
                   'direction or addenda flag: '
                   ACHCO-REC
               MOVE SPACES         TO ACHRPT-REC
               STRING '*** COMPANY ROW DROPPED: '
                       ACHCO-REC
                            DELIMITED SIZE
                                 INTO ACHRPT-REC
               PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-CO-CNT >= W-CO-MAX
               DISPLAY W-ERROR-MSG
                   'more than 50 company rows - rows past 50 were '
                   'not loaded'
               SET  W-EOF          TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-CO-CNT
           SET  CO-DX              TO W-CO-CNT

           MOVE ACHCO-REC          TO W-CO(CO-DX)

           IF      W-CO-ID(CO-DX) = SPACES
               PERFORM SUB-1130-DRAW-COMPANY-ID THRU SUB-1130-EXIT
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-LOAD-DEFAULT.
      *----------------------

           ADD  1                  TO W-CO-CNT
           SET  CO-DX              TO W-CO-CNT

           MOVE W-CO-DEFAULT(W-CO-DEFAULT-DX)
                                   TO W-CO(CO-DX)

           PERFORM SUB-1130-DRAW-COMPANY-ID THRU SUB-1130-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-DRAW-COMPANY-ID.
      *-------------------------
      **** '1' and an EIN, the common company identification form -
      **** seeded with the company name so it never changes.

           SET  TAXID-EIN          TO TRUE
           MOVE SPACES             TO FAKER-SEED-TEXT
           STRING 'ACH-COMPANY:'
                   W-CO-NAME(CO-DX)
                        DELIMITED SIZE
                             INTO FAKER-SEED-TEXT

           PERFORM SUB-9100-CALL-FAKADDR THRU SUB-9100-EXIT

           MOVE '1'                TO W-CO-ID(CO-DX)(1 : 1)
           MOVE FAKER-RESULT(1 : 9)
                                   TO W-CO-ID(CO-DX)(2 : 9)
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1150-SET-DIRECTIONS.
      *------------------------

           IF      W-CO-TAKES-CREDITS(CO-DX)
               ADD  1              TO W-CR-CO-CNT
               SET  W-CR-CO(W-CR-CO-CNT)
                                   TO CO-DX
           END-IF

           IF      W-CO-TAKES-DEBITS(CO-DX)
               ADD  1              TO W-DR-CO-CNT
               SET  W-DR-CO(W-DR-CO-CNT)
                                   TO CO-DX
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1300-DRAW-BANKS.
      *--------------------

           SET  BANK-ROUTING       TO TRUE
           MOVE 'ACH-ODFI:COB-FAKER'
                                   TO FAKER-SEED-TEXT
           PERFORM SUB-9100-CALL-FAKADDR THRU SUB-9100-EXIT
           MOVE FAKER-RESULT(1 : 9)
                                   TO W-ODFI-ROUTING

           SET  BANK-ROUTING       TO TRUE
           MOVE 'ACH-OPERATOR:COB-FAKER'
                                   TO FAKER-SEED-TEXT
           PERFORM SUB-9100-CALL-FAKADDR THRU SUB-9100-EXIT
           MOVE FAKER-RESULT(1 : 9)
                                   TO W-DEST-ROUTING

           MOVE SPACES             TO ACHRPT-REC
           STRING 'ODFI ROUTING: '
                   W-ODFI-ROUTING
                   '   IMMEDIATE DESTINATION: '
                   W-DEST-ROUTING
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-TALLY-SOURCE.
      *----------------------
      **** LINKTRAN's own totals for the date, read on their own so
      **** the balancing proof does not lean on the matching logic
      **** that builds the entries.

           OPEN INPUT LINKTRAN

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2010-TALLY-TRANSACTION THRU SUB-2010-EXIT
               UNTIL W-EOF

           CLOSE LINKTRAN
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-TALLY-TRANSACTION.
      *---------------------------

           READ LINKTRAN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2010-EXIT
           END-READ

           ADD  1                  TO W-LINKTRAN-RECS

           IF      LT-TRAN-DATE NOT = W-ACH-DATE-FMT
               GO TO SUB-2010-EXIT
           END-IF

           MOVE LT-TRAN-AMT        TO W-AMOUNT-WK
           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-WK * 100

           EVALUATE TRUE
             WHEN W-AMOUNT-CENTS > 0
               ADD  1              TO W-SRC-CREDIT-CNT
               ADD  W-AMOUNT-CENTS TO W-SRC-CREDITS

             WHEN W-AMOUNT-CENTS < 0
               ADD  1              TO W-SRC-DEBIT-CNT
               SUBTRACT W-AMOUNT-CENTS
                                 FROM W-SRC-DEBITS

             WHEN OTHER
               ADD  1              TO W-SRC-ZERO-CNT
           END-EVALUATE
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2100-WRITE-FILE-HEADER.
      *---------------------------

           MOVE SPACES             TO W-ACH-REC
           MOVE '1'                TO AFH-RECORD-TYPE
           MOVE '01'               TO AFH-PRIORITY
           MOVE SPACE              TO AFH-DEST(1 : 1)
           MOVE W-DEST-ROUTING     TO AFH-DEST(2 : 9)
           MOVE SPACE              TO AFH-ORIGIN(1 : 1)
           MOVE W-ODFI-ROUTING     TO AFH-ORIGIN(2 : 9)
           MOVE W-TODAY-YYMMDD     TO AFH-CREATE-DATE
           MOVE W-NOW-HHMM         TO AFH-CREATE-TIME
           MOVE 'A'                TO AFH-FILE-ID-MOD
           MOVE '094'              TO AFH-RECORD-SIZE
           MOVE '10'               TO AFH-BLOCKING
           MOVE '1'                TO AFH-FORMAT-CODE
           MOVE W-DEST-NAME        TO AFH-DEST-NAME
           MOVE W-ORIGIN-NAME      TO AFH-ORIGIN-NAME
           MOVE 'COBFAKER'         TO AFH-REFERENCE

           PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT

           MOVE SPACES             TO ACHRPT-REC
           MOVE '  BATCH'          TO ACHRPT-REC(1 : 7)
           MOVE 'COMPANY'          TO ACHRPT-REC(10 : 7)
           MOVE 'SEC'              TO ACHRPT-REC(27 : 3)
           MOVE 'ENTRIES'          TO ACHRPT-REC(31 : 7)
           MOVE 'ADDENDA'          TO ACHRPT-REC(39 : 7)
           MOVE 'DEBITS'           TO ACHRPT-REC(58 : 6)
           MOVE 'CREDITS'          TO ACHRPT-REC(75 : 7)
           MOVE 'ENTRY HASH'       TO ACHRPT-REC(83 : 10)
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-BUILD-BATCH.
      *---------------------
      **** One pass of the three link files per company: the
      **** company's entries come out together as one batch, in
      **** the files' own order. A company with no entries on the
      **** date writes no batch.

           SET  W-BATCH-NOT-OPEN   TO TRUE
           MOVE 0                  TO W-BATCH-ENTRIES
                                      W-BATCH-ADDENDA
                                      W-BATCH-HASH
                                      W-BATCH-DEBITS
                                      W-BATCH-CREDITS

           OPEN INPUT LINKCUST
                      LINKACCT
                      LINKTRAN

           SET  W-CUST-NOT-EOF     TO TRUE
           SET  W-ACCT-NOT-EOF     TO TRUE
           SET  W-TRAN-NOT-EOF     TO TRUE

           IF      NOT W-LINKCUST-FOUND
               SET  W-CUST-EOF     TO TRUE
           ELSE
               PERFORM SUB-2350-READ-LINKCUST THRU SUB-2350-EXIT
           END-IF

           IF      NOT W-LINKACCT-FOUND
               SET  W-ACCT-EOF     TO TRUE
           END-IF

           PERFORM SUB-2450-READ-LINKTRAN THRU SUB-2450-EXIT

           PERFORM SUB-2300-MATCH-ACCOUNT THRU SUB-2300-EXIT
               UNTIL W-ACCT-EOF

           IF      W-LINKCUST-FOUND
           OR      W-LINKCUST-STATUS = '10'
               CLOSE LINKCUST
           END-IF

           IF      W-LINKACCT-FOUND
           OR      W-LINKACCT-STATUS = '10'
               CLOSE LINKACCT
           END-IF

           CLOSE LINKTRAN

           IF      W-BATCH-OPEN
               PERFORM SUB-2700-WRITE-BATCH-CONTROL THRU SUB-2700-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-MATCH-ACCOUNT.
      *-----------------------
      **** A customer's account rows follow one another in customer
      **** order, so the customer in hand is kept until an account
      **** names another.

           READ LINKACCT
               AT END
                   SET  W-ACCT-EOF TO TRUE
                   GO TO SUB-2300-EXIT
           END-READ

           IF      CO-DX = 1
               ADD  1              TO W-LINKACCT-RECS
           END-IF

           PERFORM SUB-2350-READ-LINKCUST THRU SUB-2350-EXIT
               UNTIL W-CUST-EOF
                  OR LC-SSN = LA-SSN

           IF      W-CUST-NOT-EOF
               SET  W-CUST-MATCHED TO TRUE
           ELSE
               SET  W-CUST-NOT-MATCHED
                                   TO TRUE
           END-IF

           SET  W-ROUTING-NOT-DRAWN
                                   TO TRUE

           PERFORM SUB-2310-PICK-COMPANIES THRU SUB-2310-EXIT

           PERFORM SUB-2400-MATCH-TRANSACTION THRU SUB-2400-EXIT
               UNTIL W-TRAN-EOF
                  OR LT-ACCT-NO NOT = LA-ACCT-NO
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-PICK-COMPANIES.
      *------------------------
      **** The account number's digit sum picks the account's credit
      **** and debit originators - the same ones every pass, every
      **** file.

           MOVE 0                  TO W-ACCT-DIGIT-SUM
                                      W-ACCT-CR-CO
                                      W-ACCT-DR-CO

           PERFORM SUB-2320-ADD-DIGIT THRU SUB-2320-EXIT
               VARYING W-DIGIT-SUB FROM 1 BY 1
                 UNTIL W-DIGIT-SUB > LENGTH OF LA-ACCT-NO

           IF      W-CR-CO-CNT > 0
               DIVIDE W-ACCT-DIGIT-SUM BY W-CR-CO-CNT
                   GIVING    W-PICK-WK
                   REMAINDER W-PICK-REM
               MOVE W-CR-CO(W-PICK-REM + 1)
                                   TO W-ACCT-CR-CO
           END-IF

           IF      W-DR-CO-CNT > 0
               DIVIDE W-ACCT-DIGIT-SUM BY W-DR-CO-CNT
                   GIVING    W-PICK-WK
                   REMAINDER W-PICK-REM
               MOVE W-DR-CO(W-PICK-REM + 1)
                                   TO W-ACCT-DR-CO
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-ADD-DIGIT.
      *-------------------

           IF      LA-ACCT-NO(W-DIGIT-SUB : 1) NUMERIC
               MOVE LA-ACCT-NO(W-DIGIT-SUB : 1)
                                   TO W-DIGIT-WK
               ADD  W-DIGIT-WK     TO W-ACCT-DIGIT-SUM
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2350-READ-LINKCUST.
      *-----------------------

           READ LINKCUST
               AT END
                   SET  W-CUST-EOF TO TRUE
                   GO TO SUB-2350-EXIT
           END-READ

           IF      CO-DX = 1
               ADD  1              TO W-LINKCUST-RECS
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-MATCH-TRANSACTION.
      *---------------------------
      **** The row in hand was read ahead by SUB-2450.

           IF      LT-TRAN-DATE NOT = W-ACH-DATE-FMT
               GO TO SUB-2400-READ-NEXT
           END-IF

           MOVE LT-TRAN-AMT        TO W-AMOUNT-WK
           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-WK * 100

           EVALUATE TRUE
             WHEN W-AMOUNT-CENTS > 0
              AND W-ACCT-CR-CO = CO-DX
               PERFORM SUB-2500-WRITE-ENTRY THRU SUB-2500-EXIT

             WHEN W-AMOUNT-CENTS < 0
              AND W-ACCT-DR-CO = CO-DX
               PERFORM SUB-2500-WRITE-ENTRY THRU SUB-2500-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2400-READ-NEXT.
           PERFORM SUB-2450-READ-LINKTRAN THRU SUB-2450-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-READ-LINKTRAN.
      *-----------------------

           READ LINKTRAN
               AT END
                   SET  W-TRAN-EOF TO TRUE
           END-READ
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-ENTRY.
      *---------------------

           IF      W-BATCH-NOT-OPEN
               PERFORM SUB-2600-WRITE-BATCH-HEADER THRU SUB-2600-EXIT
           END-IF

           IF      W-ROUTING-NOT-DRAWN
               PERFORM SUB-2550-SET-RECEIVER THRU SUB-2550-EXIT
           END-IF

           ADD  1                  TO W-TRACE-SEQ

           MOVE SPACES             TO W-ACH-REC
           MOVE '6'                TO AED-RECORD-TYPE

           IF      W-AMOUNT-CENTS > 0
               MOVE '22'           TO AED-TRAN-CODE
               MOVE W-AMOUNT-CENTS TO W-ENTRY-CENTS
               ADD  W-ENTRY-CENTS  TO W-BATCH-CREDITS
                                      W-FILE-CREDITS
               ADD  1              TO W-FILE-CREDIT-CNT
           ELSE
               MOVE '27'           TO AED-TRAN-CODE
               COMPUTE W-ENTRY-CENTS
                                   =  0 - W-AMOUNT-CENTS
               ADD  W-ENTRY-CENTS  TO W-BATCH-DEBITS
                                      W-FILE-DEBITS
               ADD  1              TO W-FILE-DEBIT-CNT
           END-IF

           MOVE W-RECV-RDFI-ID     TO AED-RDFI
           MOVE W-RECV-CHECK-DIGIT TO AED-CHECK-DIGIT
           MOVE LA-ACCT-NO         TO AED-DFI-ACCOUNT
           MOVE W-ENTRY-CENTS      TO AED-AMOUNT
           MOVE LA-ACCT-NO         TO AED-INDIVIDUAL-ID
           MOVE W-RECV-NAME        TO AED-INDIVIDUAL-NAME
           MOVE W-ODFI-ROUTING(1 : 8)
                                   TO AED-TRACE-ODFI
           MOVE W-TRACE-SEQ        TO AED-TRACE-SEQ

           IF      W-CO-WANTS-ADDENDA(CO-DX)
               MOVE '1'            TO AED-ADDENDA-IND
           ELSE
               MOVE '0'            TO AED-ADDENDA-IND
           END-IF

           PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT

           ADD  1                  TO W-BATCH-ENTRIES
                                      W-FILE-ENTRIES
           ADD  W-RECV-RDFI-ID     TO W-BATCH-HASH
                                      W-FILE-HASH

           IF      W-CO-WANTS-ADDENDA(CO-DX)
               MOVE SPACES         TO W-ACH-REC
               MOVE '7'            TO AAD-RECORD-TYPE
               MOVE '05'           TO AAD-ADDENDA-TYPE
               STRING 'ACCT '
                            DELIMITED SIZE
                       LT-ACCT-NO
                            DELIMITED ' '
                       ' TRAN '
                       LT-TRAN-SEQ
                       ' '
                       W-CO-DESC(CO-DX)
                            DELIMITED SIZE
                                 INTO AAD-PAYMENT-INFO
               MOVE 1              TO AAD-ADDENDA-SEQ
               MOVE W-TRACE-SEQ    TO AAD-ENTRY-SEQ

               PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT

               ADD  1              TO W-BATCH-ADDENDA
                                      W-FILE-ADDENDA
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-SET-RECEIVER.
      *----------------------
      **** The receiver's name off LINKCUST, upper-cased the way the
      **** bank's edits want it, and the receiving routing number
      **** drawn seeded with the account number.

           MOVE SPACES             TO W-RECV-NAME

           IF      W-CUST-MATCHED
               STRING LC-FIRST-NAME
                            DELIMITED '  '
                       ' '  DELIMITED SIZE
                       LC-LAST-NAME
                            DELIMITED '  '
                                 INTO W-RECV-NAME
               INSPECT W-RECV-NAME
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ELSE
               ADD  1              TO W-NO-CUST-CNT
           END-IF

           SET  W-ROUTING-DRAWN    TO TRUE

           IF      LA-ACCT-NO = W-RDFI-ACCT-NO
               MOVE W-RDFI-ROUTING TO W-RECV-ROUTING
               GO TO SUB-2550-EXIT
           END-IF

           SET  BANK-ROUTING       TO TRUE
           MOVE SPACES             TO FAKER-SEED-TEXT
           STRING 'ACH-RDFI:'
                   LA-ACCT-NO
                        DELIMITED SIZE
                             INTO FAKER-SEED-TEXT

           PERFORM SUB-9100-CALL-FAKADDR THRU SUB-9100-EXIT

           MOVE FAKER-RESULT(1 : 9)
                                   TO W-RECV-ROUTING

           MOVE LA-ACCT-NO         TO W-RDFI-ACCT-NO
           MOVE W-RECV-ROUTING     TO W-RDFI-ROUTING
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-BATCH-HEADER.
      *----------------------------

           ADD  1                  TO W-BATCH-NO

           EVALUATE TRUE
             WHEN W-CO-DIRECTION(CO-DX) = 'C'
               MOVE '220'          TO W-BATCH-SERVICE-CLASS
             WHEN W-CO-DIRECTION(CO-DX) = 'D'
               MOVE '225'          TO W-BATCH-SERVICE-CLASS
             WHEN OTHER
               MOVE '200'          TO W-BATCH-SERVICE-CLASS
           END-EVALUATE

           MOVE SPACES             TO W-ACH-REC
           MOVE '5'                TO ABH-RECORD-TYPE
           MOVE W-BATCH-SERVICE-CLASS
                                   TO ABH-SERVICE-CLASS
           MOVE W-CO-NAME(CO-DX)   TO ABH-COMPANY-NAME
           MOVE W-CO-ID(CO-DX)     TO ABH-COMPANY-ID
           MOVE W-CO-SEC(CO-DX)    TO ABH-SEC
           MOVE W-CO-DESC(CO-DX)   TO ABH-ENTRY-DESC
           MOVE W-ACH-DATE-YYMMDD  TO ABH-EFFECTIVE-DATE
           MOVE '1'                TO ABH-ORIGIN-STATUS
           MOVE W-ODFI-ROUTING(1 : 8)
                                   TO ABH-ODFI
           MOVE W-BATCH-NO         TO ABH-BATCH-NO

           PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT

           SET  W-BATCH-OPEN       TO TRUE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-WRITE-BATCH-CONTROL.
      *-----------------------------

           MOVE SPACES             TO W-ACH-REC
           MOVE '8'                TO ABC-RECORD-TYPE
           MOVE W-BATCH-SERVICE-CLASS
                                   TO ABC-SERVICE-CLASS
           COMPUTE ABC-ENTRY-ADDENDA
                                   =  W-BATCH-ENTRIES
                                      + W-BATCH-ADDENDA
           MOVE W-BATCH-HASH       TO W-HASH-10
           MOVE W-HASH-10          TO ABC-ENTRY-HASH
           MOVE W-BATCH-DEBITS     TO ABC-TOTAL-DEBITS
           MOVE W-BATCH-CREDITS    TO ABC-TOTAL-CREDITS
           MOVE W-CO-ID(CO-DX)     TO ABC-COMPANY-ID
           MOVE W-ODFI-ROUTING(1 : 8)
                                   TO ABC-ODFI
           MOVE W-BATCH-NO         TO ABC-BATCH-NO

           PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT

           ADD  ABC-ENTRY-ADDENDA  TO W-BTOT-ENTRY-ADDENDA
           ADD  ABC-ENTRY-HASH     TO W-BTOT-HASH
           ADD  ABC-TOTAL-DEBITS   TO W-BTOT-DEBITS
           ADD  ABC-TOTAL-CREDITS  TO W-BTOT-CREDITS

           MOVE SPACES             TO ACHRPT-REC
           MOVE W-BATCH-NO         TO ARB-BATCH-NO
           MOVE W-CO-NAME(CO-DX)   TO ARB-COMPANY
           MOVE W-CO-SEC(CO-DX)    TO ARB-SEC
           MOVE W-BATCH-ENTRIES    TO ARB-ENTRIES
           MOVE W-BATCH-ADDENDA    TO ARB-ADDENDA
           COMPUTE ARB-DEBITS      =  W-BATCH-DEBITS / 100
           COMPUTE ARB-CREDITS     =  W-BATCH-CREDITS / 100
           MOVE W-HASH-10          TO ARB-HASH
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-FILE-CONTROL.
      *----------------------------
      **** The block count takes in the file control itself; the
      **** all-9 filler records then make up the last block.

           COMPUTE W-FILE-BLOCKS   =  (W-ACHFILE-RECS + 1 + 9) / 10
           COMPUTE W-FILLER-CNT    =  W-FILE-BLOCKS * 10
                                      - W-ACHFILE-RECS
                                      - 1

           MOVE SPACES             TO W-ACH-REC
           MOVE '9'                TO AFC-RECORD-TYPE
           MOVE W-BATCH-NO         TO AFC-BATCH-CNT
           MOVE W-FILE-BLOCKS      TO AFC-BLOCK-CNT
           COMPUTE AFC-ENTRY-ADDENDA
                                   =  W-FILE-ENTRIES
                                      + W-FILE-ADDENDA
           MOVE W-FILE-HASH        TO W-HASH-10
           MOVE W-HASH-10          TO AFC-ENTRY-HASH
           MOVE W-FILE-DEBITS      TO AFC-TOTAL-DEBITS
           MOVE W-FILE-CREDITS     TO AFC-TOTAL-CREDITS

           PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT

           PERFORM SUB-2810-WRITE-FILLER THRU SUB-2810-EXIT
               W-FILLER-CNT TIMES

           CLOSE ACHFILE
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-WRITE-FILLER.
      *----------------------

           MOVE W-ACH-FILLER-REC   TO W-ACH-REC

           PERFORM SUB-9300-WRITE-ACH THRU SUB-9300-EXIT
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               MOVE 8              TO RETURN-CODE
               IF      W-ACHRPT-RECS > 0
                   CLOSE ACHRPT
               END-IF
               DISPLAY 'FAKACH completed'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO ACHRPT-REC
           MOVE 'BALANCING'        TO ARP-LABEL
           MOVE '   SOURCE (LINKTRAN)'
                                   TO ARP-SOURCE
           MOVE '          ACH FILE'
                                   TO ARP-ACH
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

      **** Every source row for the date becomes one entry detail
      **** record, bar zero-amount rows, which ACH has no use for.
           MOVE 'CREDIT ENTRIES'   TO ARP-LABEL
           MOVE W-SRC-CREDIT-CNT   TO W-CNT-EDIT
           MOVE W-CNT-EDIT         TO ARP-SOURCE
           MOVE W-FILE-CREDIT-CNT  TO W-CNT-EDIT
           MOVE W-CNT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE 'CREDIT DOLLARS'   TO ARP-LABEL
           COMPUTE W-AMT-EDIT      =  W-SRC-CREDITS / 100
           MOVE W-AMT-EDIT         TO ARP-SOURCE
           COMPUTE W-AMT-EDIT      =  W-FILE-CREDITS / 100
           MOVE W-AMT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE 'DEBIT ENTRIES'    TO ARP-LABEL
           MOVE W-SRC-DEBIT-CNT    TO W-CNT-EDIT
           MOVE W-CNT-EDIT         TO ARP-SOURCE
           MOVE W-FILE-DEBIT-CNT   TO W-CNT-EDIT
           MOVE W-CNT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE 'DEBIT DOLLARS'    TO ARP-LABEL
           COMPUTE W-AMT-EDIT      =  W-SRC-DEBITS / 100
           MOVE W-AMT-EDIT         TO ARP-SOURCE
           COMPUTE W-AMT-EDIT      =  W-FILE-DEBITS / 100
           MOVE W-AMT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE SPACES             TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO ACHRPT-REC
           MOVE 'FILE CONTROL'     TO ARP-LABEL
           MOVE '      BATCH CONTROLS'
                                   TO ARP-SOURCE
           MOVE '      FILE CONTROL'
                                   TO ARP-ACH
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE 'ENTRY/ADDENDA COUNT'
                                   TO ARP-LABEL
           MOVE W-BTOT-ENTRY-ADDENDA
                                   TO W-CNT-EDIT
           MOVE W-CNT-EDIT         TO ARP-SOURCE
           COMPUTE W-CNT-EDIT      =  W-FILE-ENTRIES
                                      + W-FILE-ADDENDA
           MOVE W-CNT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

      **** The file hash is the rightmost ten digits of the sum of
      **** every RDFI identification - the same figure whether the
      **** batch hashes or the entries are added up.
           MOVE 'ENTRY HASH'       TO ARP-LABEL
           MOVE W-BTOT-HASH        TO W-HASH-10-CHECK
           MOVE W-HASH-10-CHECK    TO ARP-SOURCE(11 : 10)
           MOVE W-FILE-HASH        TO W-HASH-10
           MOVE W-HASH-10          TO ARP-ACH(11 : 10)
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE 'TOTAL DEBIT DOLLARS'
                                   TO ARP-LABEL
           COMPUTE W-AMT-EDIT      =  W-BTOT-DEBITS / 100
           MOVE W-AMT-EDIT         TO ARP-SOURCE
           COMPUTE W-AMT-EDIT      =  W-FILE-DEBITS / 100
           MOVE W-AMT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE 'TOTAL CREDIT DOLLARS'
                                   TO ARP-LABEL
           COMPUTE W-AMT-EDIT      =  W-BTOT-CREDITS / 100
           MOVE W-AMT-EDIT         TO ARP-SOURCE
           COMPUTE W-AMT-EDIT      =  W-FILE-CREDITS / 100
           MOVE W-AMT-EDIT         TO ARP-ACH
           PERFORM SUB-3100-WRITE-PROOF THRU SUB-3100-EXIT

           MOVE SPACES             TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE W-BATCH-NO         TO W-DISP-NUM
           MOVE SPACES             TO ACHRPT-REC
           STRING 'BATCHES:                      '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE W-ACHFILE-RECS     TO W-DISP-NUM
           MOVE SPACES             TO ACHRPT-REC
           STRING 'RECORDS (WITH FILLER):        '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE W-FILE-BLOCKS      TO W-DISP-NUM
           MOVE SPACES             TO ACHRPT-REC
           STRING 'BLOCKS OF TEN:                '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           IF      W-ACHFILE-RECS NOT = W-FILE-BLOCKS * 10
               SET  W-NOT-BALANCED TO TRUE
               MOVE '*** RECORD COUNT IS NOT A MULTIPLE OF TEN'
                                   TO ACHRPT-REC
               PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           END-IF

           MOVE W-SRC-ZERO-CNT     TO W-DISP-NUM
           MOVE SPACES             TO ACHRPT-REC
           STRING 'ZERO-AMOUNT ROWS LEFT OUT:    '
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE W-NO-CUST-CNT      TO W-DISP-NUM
           MOVE SPACES             TO ACHRPT-REC
           STRING 'ACCOUNTS WITH NO CUSTOMER ROW:'
                   W-DISP-NUM
                        DELIMITED SIZE
                             INTO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           IF      W-FILE-ENTRIES = 0
               MOVE '*** NO TRANSACTIONS ON THE DATE - NO ENTRIES'
                                   TO ACHRPT-REC
               PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT
           END-IF

           MOVE SPACES             TO ACHRPT-REC
           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           IF      W-BALANCED
               MOVE 'VERDICT: BALANCED'
                                   TO ACHRPT-REC
           ELSE
               MOVE 'VERDICT: OUT OF BALANCE'
                                   TO ACHRPT-REC
               MOVE 8              TO RETURN-CODE
           END-IF

           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           CLOSE ACHRPT

           MOVE W-LINKCUST-RECS    TO W-DISP-NUM
           DISPLAY 'LINKCUST rows read:       '
                   W-DISP-NUM

           MOVE W-LINKACCT-RECS    TO W-DISP-NUM
           DISPLAY 'LINKACCT rows read:       '
                   W-DISP-NUM

           MOVE W-LINKTRAN-RECS    TO W-DISP-NUM
           DISPLAY 'LINKTRAN rows read:       '
                   W-DISP-NUM

           MOVE W-FILE-ENTRIES     TO W-DISP-NUM
           DISPLAY 'ACH entries written:      '
                   W-DISP-NUM

           MOVE W-ACHFILE-RECS     TO W-DISP-NUM
           DISPLAY 'ACH records written:      '
                   W-DISP-NUM

           DISPLAY 'FAKACH completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-PROOF.
      *---------------------
      **** The two columns already on the line must agree.

           IF      ARP-SOURCE = ARP-ACH
               MOVE 'AGREE'        TO ARP-RESULT
           ELSE
               MOVE '*** DIFF'     TO ARP-RESULT
               SET  W-NOT-BALANCED TO TRUE
           END-IF

           PERFORM SUB-9200-WRITE-ACHRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO ACHRPT-REC
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-9100-CALL-FAKADDR.
      *----------------------
      **** A seeded draw - the same seed text always gives the same
      **** value. A provider that fails stops the run: a file with a
      **** made-up routing number would fail the bank's edits.

           MOVE 0                  TO FAKER-SEED-NO

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                   FAKER-PROVIDER-FUNCTION
                   ' call failed: '
                   FAKER-RESPONSE-MSG
               SET  W-RUN-STOPPED  TO TRUE
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-ACHRPT.
      *----------------------

           WRITE ACHRPT-REC

           ADD  1                  TO W-ACHRPT-RECS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-WRITE-ACH.
      *-------------------

           WRITE ACHFILE-REC     FROM W-ACH-REC

           ADD  1                  TO W-ACHFILE-RECS
           .
       SUB-9300-EXIT.
           EXIT.
