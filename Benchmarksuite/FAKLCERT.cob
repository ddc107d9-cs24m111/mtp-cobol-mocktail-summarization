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

       PROGRAM-ID.             FAKLCERT.

      **** Referential-integrity and balance certification of the
      **** three LINKED-SET files FAKERTST writes - customers,
      **** accounts and transactions are read against each other
      **** and the following are proved before QA loads them into
      **** the customer/account/transaction test region:
      ****
      ****     CUSTOMER-UNIQUE      no SSN carries two LINKCUST rows
      ****     ACCOUNT-CUSTOMER     every LA-SSN has exactly one
      ****                          LINKCUST row
      ****     ACCOUNT-UNIQUE       no account number carries two
      ****                          LINKACCT rows
      ****     TRAN-ACCOUNT         every LT-ACCT-NO has its LINKACCT
      ****                          row
      ****     CUST-ACCOUNT-COUNT   LC-ACCT-CNT matches the account
      ****                          rows actually present
      ****     ACCT-TRAN-COUNT      LA-TRAN-CNT matches the
      ****                          transaction rows actually present
      ****     TRAN-SEQUENCE        LT-TRAN-SEQ runs 1, 2, 3 ...
      ****                          unbroken within each account
      ****     TRAN-DATE-ORDER      transaction dates never go
      ****                          backwards, and the first is not
      ****                          before the account opened
      ****     RUNNING-BALANCE      each LT-BALANCE is the one before
      ****                          it plus LT-TRAN-AMT, and it never
      ****                          goes negative
      ****     CLOSING-BALANCE      the last LT-BALANCE equals
      ****                          LA-BALANCE
      ****     RUN-ID               every row of all three files
      ****                          carries the same run ID
      ****
      **** Orphan and mismatch rows are listed (capped, the counts
      **** carry the full story), and the report ends with a
      **** PASS/FAIL verdict line with FAIL coming back in the return
      **** code - the same way FAKVALID gates a release checklist
      **** step.

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
      **** FILE STATUS is checked on all three because a file that
      **** is not on hand means the set cannot join - which must
      **** fail the verdict rather than abend.
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

           SELECT CERTRPT              ASSIGN 'Data\FAKLCERT Report.txt'
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

       FD  CERTRPT.

       01  CERTRPT-REC.
           05  CR-LINE             PIC X(100).

      **** Layout used for the one-line-per-rule totals.
       01  CERTRPT-RULE-REC REDEFINES CERTRPT-REC.
           05  CRR-RULE            PIC X(30).
           05  FILLER              PIC X(02).
           05  CRR-CHECKED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  CRR-FAILED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(43).

      **** Layout used for the column-heading line.
       01  CERTRPT-HEADER-REC REDEFINES CERTRPT-REC.
           05  CRH-RULE            PIC X(30).
           05  FILLER              PIC X(02).
           05  CRH-CHECKED         PIC X(11).
           05  FILLER              PIC X(03).
           05  CRH-FAILED          PIC X(11).
           05  FILLER              PIC X(43).

      **** Layout used for the capped orphan and mismatch detail
      **** lines.
       01  CERTRPT-DETAIL-REC REDEFINES CERTRPT-REC.
           05  CRD-MARKER          PIC X(04).
           05  CRD-RULE            PIC X(18).
           05  FILLER              PIC X(02).
           05  CRD-TEXT            PIC X(76).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LINKCUST-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKACCT-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKTRAN-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-CERTRPT-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-LINKCUST-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKCUST-FOUND                    VALUE '00'.

       01  W-LINKACCT-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKACCT-FOUND                    VALUE '00'.

       01  W-LINKTRAN-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKTRAN-FOUND                    VALUE '00'.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKLCERT error: '.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           88  W-NOT-EOF                           VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-CERT-FAILED                       VALUE 'Y'.
           88  W-CERT-NOT-FAILED                   VALUE 'N'.

      **** The run ID the first row carried - every other row of
      **** all three files must carry the same one.
       01  W-RUN-ID-REF            PIC X(15)       VALUE SPACES.
       01  W-RUN-ID-WK             PIC X(15).
       01  W-RUN-ID-FILE           PIC X(08).
       01  W-RUN-ID-ROW            PIC 9(09)  COMP.

      **** Every customer SSN off LINKCUST, hashed (open
      **** addressing, linear probe - the same machinery FAKMERGE
      **** checks identifiers with), with how many LINKCUST rows
      **** carried it, the account count the row declared (9999
      **** when unreadable) and the account rows actually found.
       01  W-CUST-TABLE.
           05  W-CUST-SLOT                         OCCURS 500009.
               10  W-CS-SSN        PIC X(09).
               10  W-CS-ROWS       PIC 9(04)  COMP.
               10  W-CS-ACCT-DECL  PIC 9(04)  COMP.
               10  W-CS-ACCT-FOUND PIC 9(04)  COMP.

       01  W-CUST-TABLE-SIZE       PIC 9(09)  COMP VALUE 500009.
       01  W-CUST-SLOT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-CUST-SLOT-MAX         PIC 9(09)  COMP VALUE 450000.

      **** Every account off LINKACCT, hashed the same way, with
      **** what the account row declared and what its transaction
      **** rows have shown so far - the balances are held in cents.
       01  W-ACCT-TABLE.
           05  W-ACCT-SLOT                         OCCURS 1000003.
               10  W-AS-ACCT-NO    PIC X(14).
               10  W-AS-SSN        PIC X(09).
               10  W-AS-ROWS       PIC 9(04)  COMP.
               10  W-AS-TRAN-DECL  PIC 9(04)  COMP.
               10  W-AS-TRAN-FOUND PIC 9(04)  COMP.
               10  W-AS-LAST-SEQ   PIC 9(04)  COMP.
               10  W-AS-OPEN-DATE  PIC X(10).
               10  W-AS-LAST-DATE  PIC X(10).
               10  W-AS-BALANCE    PIC S9(11) COMP.
               10  W-AS-RUNNING    PIC S9(11) COMP.
               10  W-AS-LAST-BAL   PIC S9(11) COMP.

       01  W-ACCT-TABLE-SIZE       PIC 9(09)  COMP VALUE 1000003.
       01  W-ACCT-SLOT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-SLOT-MAX         PIC 9(09)  COMP VALUE 900000.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TABLE-FULL                        VALUE 'Y'.
           88  W-TABLE-NOT-FULL                    VALUE 'N'.

      **** Shared hash-and-probe work fields - the caller loads the
      **** key and the size of the table being searched.
       01  W-HASH-KEY              PIC X(14).
       01  W-HASH-SIZE             PIC 9(09)  COMP.
       01  W-HASH                  PIC 9(09)  COMP.
       01  W-HASH-CHAR-VAL         PIC 9(03)  COMP.
       01  W-HASH-SUB              PIC S9(4)  COMP.
       01  W-PROBE-DX              PIC 9(09)  COMP.
       01  W-SLOT-DX               PIC 9(09)  COMP.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-SEARCHING                         VALUE 'Y'.
           88  W-SEARCH-DONE                       VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SLOT-HOLDS-KEY                    VALUE 'Y'.
           88  W-SLOT-IS-EMPTY                     VALUE 'N'.

      **** Amount work fields - the edited file amounts are
      **** de-edited here and carried on in cents.
       01  W-AMOUNT-WK             PIC S9(09)V99.
       01  W-AMOUNT-CENTS          PIC S9(11) COMP.
       01  W-ROW-BAL-CENTS         PIC S9(11) COMP.
       01  W-BAL-DISP-1            PIC -(9)9.99.
       01  W-BAL-DISP-2            PIC -(9)9.99.
       01  W-SEQ-DISP              PIC 9(03).
       01  W-CNT-DISP-1            PIC ZZZ9.
       01  W-CNT-DISP-2            PIC ZZZ9.

      **** Per-rule checked/failed counters, FAKVALID-style.
       01  W-CUST-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-CUST-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-ACUST-CHECKED         PIC 9(09)  COMP VALUE 0.
       01  W-ACUST-FAILED          PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-TACCT-CHECKED         PIC 9(09)  COMP VALUE 0.
       01  W-TACCT-FAILED          PIC 9(09)  COMP VALUE 0.
       01  W-CCNT-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-CCNT-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-TCNT-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-TCNT-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-SEQ-CHECKED           PIC 9(09)  COMP VALUE 0.
       01  W-SEQ-FAILED            PIC 9(09)  COMP VALUE 0.
       01  W-DATE-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-DATE-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-RBAL-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-RBAL-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-CBAL-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-CBAL-FAILED           PIC 9(09)  COMP VALUE 0.
       01  W-RUNID-CHECKED         PIC 9(09)  COMP VALUE 0.
       01  W-RUNID-FAILED          PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-FAILED          PIC 9(09)  COMP VALUE 0.

      **** Failure detail lines are capped so one bad run cannot
      **** flood the report - the counts carry the full story.
       01  W-DETAIL-MAX            PIC 9(04)  COMP VALUE 50.
       01  W-DETAIL-CNT            PIC 9(04)  COMP VALUE 0.
       01  W-DETAIL-RULE           PIC X(18).
       01  W-DETAIL-TEXT           PIC X(76).

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

           PERFORM SUB-2000-LOAD-CUSTOMERS THRU SUB-2000-EXIT

           PERFORM SUB-2200-LOAD-ACCOUNTS THRU SUB-2200-EXIT

           PERFORM SUB-2400-CHECK-TRANSACTIONS THRU SUB-2400-EXIT

           PERFORM SUB-2600-CHECK-CUSTOMER THRU SUB-2600-EXIT
               VARYING W-SLOT-DX FROM 1 BY 1
                 UNTIL W-SLOT-DX > W-CUST-TABLE-SIZE

           PERFORM SUB-2700-CHECK-ACCOUNT THRU SUB-2700-EXIT
               VARYING W-SLOT-DX FROM 1 BY 1
                 UNTIL W-SLOT-DX > W-ACCT-TABLE-SIZE

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKLCERT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

      **** An empty slot is recognized by SPACES, so both tables
      **** have to start out all-SPACES explicitly.
           MOVE SPACES             TO W-CUST-TABLE
                                      W-ACCT-TABLE

           OPEN OUTPUT CERTRPT

           MOVE 'FAKLCERT linked-set certification report'
                                   TO CERTRPT-REC
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-LOAD-CUSTOMERS.
      *------------------------
      **** Every LINKCUST row lands on the customer table - a second
      **** row for an SSN already there is a duplicate customer.

           OPEN INPUT LINKCUST

           IF      NOT W-LINKCUST-FOUND
               DISPLAY W-ERROR-MSG
                   'customer file not on hand - status '
                   W-LINKCUST-STATUS
               SET  W-CERT-FAILED  TO TRUE
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2100-LOAD-CUSTOMER THRU SUB-2100-EXIT
               UNTIL W-EOF

           CLOSE LINKCUST

           IF      W-LINKCUST-RECS = 0
               DISPLAY W-ERROR-MSG
                   'customer file holds no rows - nothing to '
                   'certify'
               SET  W-CERT-FAILED  TO TRUE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-LOAD-CUSTOMER.
      *-----------------------

           READ LINKCUST
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-LINKCUST-RECS

           MOVE LC-RUN-ID          TO W-RUN-ID-WK
           MOVE 'LINKCUST'         TO W-RUN-ID-FILE
           MOVE W-LINKCUST-RECS    TO W-RUN-ID-ROW
           PERFORM SUB-9600-CHECK-RUN-ID THRU SUB-9600-EXIT

           ADD  1                  TO W-CUST-CHECKED

           MOVE LC-SSN             TO W-HASH-KEY
           PERFORM SUB-9500-FIND-CUST-SLOT THRU SUB-9500-EXIT

           IF      W-SLOT-HOLDS-KEY
               ADD  1              TO W-CS-ROWS(W-PROBE-DX)
               ADD  1              TO W-CUST-FAILED
               MOVE 'CUSTOMER-UNIQUE'
                                   TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               STRING 'SSN '
                       LC-SSN
                       ' carries more than one LINKCUST row'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-CUST-SLOT-CNT >= W-CUST-SLOT-MAX
               PERFORM SUB-9550-TABLE-FULL THRU SUB-9550-EXIT
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-CUST-SLOT-CNT
           MOVE LC-SSN             TO W-CS-SSN(W-PROBE-DX)
           MOVE 1                  TO W-CS-ROWS(W-PROBE-DX)
           MOVE 0                  TO W-CS-ACCT-FOUND(W-PROBE-DX)

           IF      LC-ACCT-CNT NUMERIC
               MOVE LC-ACCT-CNT    TO W-CS-ACCT-DECL(W-PROBE-DX)
           ELSE
               MOVE 9999           TO W-CS-ACCT-DECL(W-PROBE-DX)
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-LOAD-ACCOUNTS.
      *-----------------------
      **** Every LINKACCT row is joined to its customer and lands
      **** on the account table - a second row for an account
      **** number already there is a duplicate account.

           OPEN INPUT LINKACCT

           IF      NOT W-LINKACCT-FOUND
               DISPLAY W-ERROR-MSG
                   'account file not on hand - status '
                   W-LINKACCT-STATUS
               SET  W-CERT-FAILED  TO TRUE
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2300-LOAD-ACCOUNT THRU SUB-2300-EXIT
               UNTIL W-EOF

           CLOSE LINKACCT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-LOAD-ACCOUNT.
      *----------------------

           READ LINKACCT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2300-EXIT
           END-READ

           ADD  1                  TO W-LINKACCT-RECS

           MOVE LA-RUN-ID          TO W-RUN-ID-WK
           MOVE 'LINKACCT'         TO W-RUN-ID-FILE
           MOVE W-LINKACCT-RECS    TO W-RUN-ID-ROW
           PERFORM SUB-9600-CHECK-RUN-ID THRU SUB-9600-EXIT

           PERFORM SUB-2310-JOIN-CUSTOMER THRU SUB-2310-EXIT

           ADD  1                  TO W-ACCT-CHECKED

           MOVE LA-ACCT-NO         TO W-HASH-KEY
           PERFORM SUB-9520-FIND-ACCT-SLOT THRU SUB-9520-EXIT

           IF      W-SLOT-HOLDS-KEY
               ADD  1              TO W-AS-ROWS(W-PROBE-DX)
               ADD  1              TO W-ACCT-FAILED
               MOVE 'ACCOUNT-UNIQUE'
                                   TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               STRING 'account '
                       LA-ACCT-NO
                       ' carries more than one LINKACCT row'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-ACCT-SLOT-CNT >= W-ACCT-SLOT-MAX
               PERFORM SUB-9550-TABLE-FULL THRU SUB-9550-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-ACCT-SLOT-CNT
           MOVE LA-ACCT-NO         TO W-AS-ACCT-NO(W-PROBE-DX)
           MOVE LA-SSN             TO W-AS-SSN(W-PROBE-DX)
           MOVE 1                  TO W-AS-ROWS(W-PROBE-DX)
           MOVE 0                  TO W-AS-TRAN-FOUND(W-PROBE-DX)
                                      W-AS-LAST-SEQ(W-PROBE-DX)
                                      W-AS-RUNNING(W-PROBE-DX)
                                      W-AS-LAST-BAL(W-PROBE-DX)
           MOVE LA-OPEN-DATE       TO W-AS-OPEN-DATE(W-PROBE-DX)
           MOVE SPACES             TO W-AS-LAST-DATE(W-PROBE-DX)

           IF      LA-TRAN-CNT NUMERIC
               MOVE LA-TRAN-CNT    TO W-AS-TRAN-DECL(W-PROBE-DX)
           ELSE
               MOVE 9999           TO W-AS-TRAN-DECL(W-PROBE-DX)
           END-IF

      **** An unreadable balance can never close - it is held as -1
      **** cent, a figure no running balance can land on (an
      **** unreadable transaction row leaves -2 behind it).
           IF      LA-BALANCE(1:9)  NUMERIC
           AND     LA-BALANCE(10:1) = '.'
           AND     LA-BALANCE(11:2) NUMERIC
               MOVE LA-BALANCE     TO W-AMOUNT-WK
               COMPUTE W-AS-BALANCE(W-PROBE-DX)
                                   =  W-AMOUNT-WK * 100
           ELSE
               MOVE -1             TO W-AS-BALANCE(W-PROBE-DX)
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-JOIN-CUSTOMER.
      *-----------------------
      **** The account's SSN must find exactly one customer row -
      **** none is an orphan account, more than one leaves the join
      **** ambiguous (the duplicate itself was counted when the
      **** customers were loaded). The customer's account tally is
      **** bumped either way it is found.

           ADD  1                  TO W-ACUST-CHECKED

           MOVE LA-SSN             TO W-HASH-KEY
           PERFORM SUB-9500-FIND-CUST-SLOT THRU SUB-9500-EXIT

           IF      W-SLOT-IS-EMPTY
               ADD  1              TO W-ACUST-FAILED
               MOVE 'ACCOUNT-CUSTOMER' TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               STRING 'orphan account '
                       LA-ACCT-NO
                       ' - SSN '
                       LA-SSN
                       ' has no LINKCUST row'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-2310-EXIT
           END-IF

           ADD  1                  TO W-CS-ACCT-FOUND(W-PROBE-DX)

           IF      W-CS-ROWS(W-PROBE-DX) > 1
               ADD  1              TO W-ACUST-FAILED
               MOVE 'ACCOUNT-CUSTOMER' TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               STRING 'account '
                       LA-ACCT-NO
                       ' - SSN '
                       LA-SSN
                       ' joins to more than one LINKCUST row'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2400-CHECK-TRANSACTIONS.
      *----------------------------
      **** The transaction file is read once, in the order FAKERTST
      **** wrote it - within an account that is sequence and date
      **** order, so each row is checked against the one before it
      **** on the same account.

           OPEN INPUT LINKTRAN

           IF      NOT W-LINKTRAN-FOUND
               DISPLAY W-ERROR-MSG
                   'transaction file not on hand - status '
                   W-LINKTRAN-STATUS
               SET  W-CERT-FAILED  TO TRUE
               GO TO SUB-2400-EXIT
           END-IF

           SET  W-NOT-EOF          TO TRUE

           PERFORM SUB-2500-CHECK-TRANSACTION THRU SUB-2500-EXIT
               UNTIL W-EOF

           CLOSE LINKTRAN
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-CHECK-TRANSACTION.
      *---------------------------

           READ LINKTRAN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2500-EXIT
           END-READ

           ADD  1                  TO W-LINKTRAN-RECS

           MOVE LT-RUN-ID          TO W-RUN-ID-WK
           MOVE 'LINKTRAN'         TO W-RUN-ID-FILE
           MOVE W-LINKTRAN-RECS    TO W-RUN-ID-ROW
           PERFORM SUB-9600-CHECK-RUN-ID THRU SUB-9600-EXIT

           ADD  1                  TO W-TACCT-CHECKED

           MOVE LT-ACCT-NO         TO W-HASH-KEY
           PERFORM SUB-9520-FIND-ACCT-SLOT THRU SUB-9520-EXIT

           IF      W-SLOT-IS-EMPTY
               ADD  1              TO W-TACCT-FAILED
               MOVE 'TRAN-ACCOUNT' TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               MOVE W-LINKTRAN-RECS
                                   TO W-DISP-NUM
               STRING 'orphan transaction row '
                       W-DISP-NUM
                       ' - account '
                       LT-ACCT-NO
                       ' has no LINKACCT row'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-AS-TRAN-FOUND(W-PROBE-DX)

           PERFORM SUB-2510-CHECK-SEQUENCE THRU SUB-2510-EXIT

           PERFORM SUB-2520-CHECK-DATE THRU SUB-2520-EXIT

           PERFORM SUB-2530-CHECK-BALANCE THRU SUB-2530-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-CHECK-SEQUENCE.
      *------------------------
      **** The account's transactions number 1, 2, 3 ... with no
      **** gap or repeat.

           ADD  1                  TO W-SEQ-CHECKED

           IF      LT-TRAN-SEQ NUMERIC
           AND     LT-TRAN-SEQ = W-AS-LAST-SEQ(W-PROBE-DX) + 1
               MOVE LT-TRAN-SEQ    TO W-AS-LAST-SEQ(W-PROBE-DX)
               GO TO SUB-2510-EXIT
           END-IF

           ADD  1                  TO W-SEQ-FAILED
           MOVE 'TRAN-SEQUENCE'    TO W-DETAIL-RULE
           MOVE SPACES             TO W-DETAIL-TEXT
           COMPUTE W-SEQ-DISP      =  W-AS-LAST-SEQ(W-PROBE-DX) + 1
           STRING 'account '
                   LT-ACCT-NO
                   ' sequence '
                   LT-TRAN-SEQ
                   ' where '
                   W-SEQ-DISP
                   ' was due'
                        DELIMITED SIZE
                             INTO W-DETAIL-TEXT
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT

      **** Pick the count up from the row in hand so one gap is
      **** reported once, not again on every row after it.
           IF      LT-TRAN-SEQ NUMERIC
               MOVE LT-TRAN-SEQ    TO W-AS-LAST-SEQ(W-PROBE-DX)
           ELSE
               ADD  1              TO W-AS-LAST-SEQ(W-PROBE-DX)
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2520-CHECK-DATE.
      *--------------------
      **** YYYY-MM-DD collates in date order, so a plain compare
      **** proves each date is no earlier than the one before it -
      **** and the first no earlier than the account's open date.

           ADD  1                  TO W-DATE-CHECKED

           IF      W-AS-LAST-DATE(W-PROBE-DX) = SPACES
               IF      LT-TRAN-DATE < W-AS-OPEN-DATE(W-PROBE-DX)
                   ADD  1          TO W-DATE-FAILED
                   MOVE 'TRAN-DATE-ORDER'
                                   TO W-DETAIL-RULE
                   MOVE SPACES     TO W-DETAIL-TEXT
                   STRING 'account '
                           LT-ACCT-NO
                           ' first transaction '
                           LT-TRAN-DATE
                           ' before open '
                           W-AS-OPEN-DATE(W-PROBE-DX)
                                DELIMITED SIZE
                                     INTO W-DETAIL-TEXT
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               END-IF
           ELSE
               IF      LT-TRAN-DATE < W-AS-LAST-DATE(W-PROBE-DX)
                   ADD  1          TO W-DATE-FAILED
                   MOVE 'TRAN-DATE-ORDER'
                                   TO W-DETAIL-RULE
                   MOVE SPACES     TO W-DETAIL-TEXT
                   STRING 'account '
                           LT-ACCT-NO
                           ' sequence '
                           LT-TRAN-SEQ
                           ' dated '
                           LT-TRAN-DATE
                           ' after '
                           W-AS-LAST-DATE(W-PROBE-DX)
                                DELIMITED SIZE
                                     INTO W-DETAIL-TEXT
                   PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               END-IF
           END-IF

           MOVE LT-TRAN-DATE       TO W-AS-LAST-DATE(W-PROBE-DX)
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2530-CHECK-BALANCE.
      *-----------------------
      **** The running balance is rebuilt from the amounts - it
      **** must never go below zero, and the balance the row carries
      **** must be exactly the rebuilt figure. A row whose amount or
      **** balance cannot be read fails outright.

           ADD  1                  TO W-RBAL-CHECKED

           IF      LT-TRAN-AMT(1:1) NOT = '+' AND '-'
           OR      LT-TRAN-AMT(2:7) NOT NUMERIC
           OR      LT-TRAN-AMT(9:1) NOT = '.'
           OR      LT-TRAN-AMT(10:2) NOT NUMERIC
           OR      LT-BALANCE(1:9)  NOT NUMERIC
           OR      LT-BALANCE(10:1) NOT = '.'
           OR      LT-BALANCE(11:2) NOT NUMERIC
               ADD  1              TO W-RBAL-FAILED
               MOVE 'RUNNING-BALANCE'
                                   TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               STRING 'account '
                       LT-ACCT-NO
                       ' sequence '
                       LT-TRAN-SEQ
                       ' amount or balance unreadable'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               MOVE -2             TO W-AS-LAST-BAL(W-PROBE-DX)
               GO TO SUB-2530-EXIT
           END-IF

           MOVE LT-TRAN-AMT        TO W-AMOUNT-WK
           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-WK * 100
           ADD  W-AMOUNT-CENTS     TO W-AS-RUNNING(W-PROBE-DX)

           MOVE LT-BALANCE         TO W-AMOUNT-WK
           COMPUTE W-ROW-BAL-CENTS =  W-AMOUNT-WK * 100
           MOVE W-ROW-BAL-CENTS    TO W-AS-LAST-BAL(W-PROBE-DX)

           IF      W-AS-RUNNING(W-PROBE-DX) < 0
               ADD  1              TO W-RBAL-FAILED
               MOVE 'RUNNING-BALANCE'
                                   TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               COMPUTE W-BAL-DISP-1
                                   =  W-AS-RUNNING(W-PROBE-DX) / 100
               STRING 'account '
                       LT-ACCT-NO
                       ' sequence '
                       LT-TRAN-SEQ
                       ' goes negative: '
                       W-BAL-DISP-1
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
               GO TO SUB-2530-EXIT
           END-IF

           IF      W-ROW-BAL-CENTS NOT = W-AS-RUNNING(W-PROBE-DX)
               ADD  1              TO W-RBAL-FAILED
               MOVE 'RUNNING-BALANCE'
                                   TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               COMPUTE W-BAL-DISP-1
                                   =  W-ROW-BAL-CENTS / 100
               COMPUTE W-BAL-DISP-2
                                   =  W-AS-RUNNING(W-PROBE-DX) / 100
               STRING 'account '
                       LT-ACCT-NO
                       ' seq '
                       LT-TRAN-SEQ
                       ' balance '
                       W-BAL-DISP-1
                       ' should be '
                       W-BAL-DISP-2
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT

      **** Carry on from the row's own figure so one bad row is
      **** reported once, not again on every row after it.
               MOVE W-ROW-BAL-CENTS
                                   TO W-AS-RUNNING(W-PROBE-DX)
           END-IF
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2600-CHECK-CUSTOMER.
      *------------------------
      **** One customer slot - LC-ACCT-CNT against the account rows
      **** that actually joined to it.

           IF      W-CS-SSN(W-SLOT-DX) = SPACES
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                  TO W-CCNT-CHECKED

           IF      W-CS-ACCT-DECL(W-SLOT-DX) =
                   W-CS-ACCT-FOUND(W-SLOT-DX)
               GO TO SUB-2600-EXIT
           END-IF

           ADD  1                  TO W-CCNT-FAILED
           MOVE 'CUST-ACCOUNT-COUNT'
                                   TO W-DETAIL-RULE
           MOVE SPACES             TO W-DETAIL-TEXT
           MOVE W-CS-ACCT-FOUND(W-SLOT-DX)
                                   TO W-CNT-DISP-2

           IF      W-CS-ACCT-DECL(W-SLOT-DX) = 9999
               STRING 'SSN '
                       W-CS-SSN(W-SLOT-DX)
                       ' account count unreadable, '
                       W-CNT-DISP-2
                       ' account rows found'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
           ELSE
               MOVE W-CS-ACCT-DECL(W-SLOT-DX)
                                   TO W-CNT-DISP-1
               STRING 'SSN '
                       W-CS-SSN(W-SLOT-DX)
                       ' declares '
                       W-CNT-DISP-1
                       ' accounts, '
                       W-CNT-DISP-2
                       ' account rows found'
                            DELIMITED SIZE
                                 INTO W-DETAIL-TEXT
           END-IF

           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-CHECK-ACCOUNT.
      *-----------------------
      **** One account slot - LA-TRAN-CNT against the transaction
      **** rows actually present, and LA-BALANCE against the last
      **** LT-BALANCE (an account with no transactions must carry
      **** a zero balance).

           IF      W-AS-ACCT-NO(W-SLOT-DX) = SPACES
               GO TO SUB-2700-EXIT
           END-IF

           ADD  1                  TO W-TCNT-CHECKED

           IF      W-AS-TRAN-DECL(W-SLOT-DX) NOT =
                   W-AS-TRAN-FOUND(W-SLOT-DX)
               ADD  1              TO W-TCNT-FAILED
               MOVE 'ACCT-TRAN-COUNT'
                                   TO W-DETAIL-RULE
               MOVE SPACES         TO W-DETAIL-TEXT
               MOVE W-AS-TRAN-FOUND(W-SLOT-DX)
                                   TO W-CNT-DISP-2

               IF      W-AS-TRAN-DECL(W-SLOT-DX) = 9999
                   STRING 'account '
                           W-AS-ACCT-NO(W-SLOT-DX)
                           ' count unreadable, '
                           W-CNT-DISP-2
                           ' transaction rows found'
                                DELIMITED SIZE
                                     INTO W-DETAIL-TEXT
               ELSE
                   MOVE W-AS-TRAN-DECL(W-SLOT-DX)
                                   TO W-CNT-DISP-1
                   STRING 'account '
                           W-AS-ACCT-NO(W-SLOT-DX)
                           ' declares '
                           W-CNT-DISP-1
                           ', '
                           W-CNT-DISP-2
                           ' transaction rows found'
                                DELIMITED SIZE
                                     INTO W-DETAIL-TEXT
               END-IF

               PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           END-IF

           ADD  1                  TO W-CBAL-CHECKED

           IF      W-AS-BALANCE(W-SLOT-DX) =
                   W-AS-LAST-BAL(W-SLOT-DX)
               GO TO SUB-2700-EXIT
           END-IF

           ADD  1                  TO W-CBAL-FAILED
           MOVE 'CLOSING-BALANCE'  TO W-DETAIL-RULE
           MOVE SPACES             TO W-DETAIL-TEXT
           COMPUTE W-BAL-DISP-1    =  W-AS-BALANCE(W-SLOT-DX) / 100
           COMPUTE W-BAL-DISP-2    =  W-AS-LAST-BAL(W-SLOT-DX) / 100
           STRING 'account '
                   W-AS-ACCT-NO(W-SLOT-DX)
                   ' balance '
                   W-BAL-DISP-1
                   ' last transaction '
                   W-BAL-DISP-2
                        DELIMITED SIZE
                             INTO W-DETAIL-TEXT
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE SPACES             TO CERTRPT-REC
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           STRING 'RUN ID: '
                   W-RUN-ID-REF
                        DELIMITED SIZE
                             INTO CERTRPT-REC
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'RULE'             TO CRH-RULE
           MOVE '    CHECKED'      TO CRH-CHECKED
           MOVE '     FAILED'      TO CRH-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'CUSTOMER-UNIQUE'  TO CRR-RULE
           MOVE W-CUST-CHECKED     TO CRR-CHECKED
           MOVE W-CUST-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'ACCOUNT-CUSTOMER' TO CRR-RULE
           MOVE W-ACUST-CHECKED    TO CRR-CHECKED
           MOVE W-ACUST-FAILED     TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'ACCOUNT-UNIQUE'   TO CRR-RULE
           MOVE W-ACCT-CHECKED     TO CRR-CHECKED
           MOVE W-ACCT-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'TRAN-ACCOUNT'     TO CRR-RULE
           MOVE W-TACCT-CHECKED    TO CRR-CHECKED
           MOVE W-TACCT-FAILED     TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'CUST-ACCOUNT-COUNT'
                                   TO CRR-RULE
           MOVE W-CCNT-CHECKED     TO CRR-CHECKED
           MOVE W-CCNT-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'ACCT-TRAN-COUNT'  TO CRR-RULE
           MOVE W-TCNT-CHECKED     TO CRR-CHECKED
           MOVE W-TCNT-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'TRAN-SEQUENCE'    TO CRR-RULE
           MOVE W-SEQ-CHECKED      TO CRR-CHECKED
           MOVE W-SEQ-FAILED       TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'TRAN-DATE-ORDER'  TO CRR-RULE
           MOVE W-DATE-CHECKED     TO CRR-CHECKED
           MOVE W-DATE-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'RUNNING-BALANCE'  TO CRR-RULE
           MOVE W-RBAL-CHECKED     TO CRR-CHECKED
           MOVE W-RBAL-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'CLOSING-BALANCE'  TO CRR-RULE
           MOVE W-CBAL-CHECKED     TO CRR-CHECKED
           MOVE W-CBAL-FAILED      TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC
           MOVE 'RUN-ID'           TO CRR-RULE
           MOVE W-RUNID-CHECKED    TO CRR-CHECKED
           MOVE W-RUNID-FAILED     TO CRR-FAILED
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           IF      W-TABLE-FULL
               MOVE SPACES         TO CERTRPT-REC
               MOVE '*** KEY TABLE FILLED - CERTIFICATION INCOMPLETE'
                                   TO CERTRPT-REC
               PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT
           END-IF

           COMPUTE W-TOTAL-FAILED  =  W-CUST-FAILED
                                      + W-ACUST-FAILED
                                      + W-ACCT-FAILED
                                      + W-TACCT-FAILED
                                      + W-CCNT-FAILED
                                      + W-TCNT-FAILED
                                      + W-SEQ-FAILED
                                      + W-DATE-FAILED
                                      + W-RBAL-FAILED
                                      + W-CBAL-FAILED
                                      + W-RUNID-FAILED

           IF      W-TOTAL-FAILED > 0
           OR      W-TABLE-FULL
               SET  W-CERT-FAILED  TO TRUE
           END-IF

           MOVE SPACES             TO CERTRPT-REC
           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           MOVE SPACES             TO CERTRPT-REC

           IF      W-CERT-NOT-FAILED
               MOVE 'VERDICT: PASS' TO CERTRPT-REC
           ELSE
               MOVE 'VERDICT: FAIL' TO CERTRPT-REC
               MOVE 8               TO RETURN-CODE
           END-IF

           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT

           CLOSE CERTRPT

           MOVE W-LINKCUST-RECS    TO W-DISP-NUM
           DISPLAY 'LINKCUST rows read:       '
                   W-DISP-NUM

           MOVE W-LINKACCT-RECS    TO W-DISP-NUM
           DISPLAY 'LINKACCT rows read:       '
                   W-DISP-NUM

           MOVE W-LINKTRAN-RECS    TO W-DISP-NUM
           DISPLAY 'LINKTRAN rows read:       '
                   W-DISP-NUM

           MOVE W-TOTAL-FAILED     TO W-DISP-NUM
           DISPLAY 'Rule failures:            '
                   W-DISP-NUM

           DISPLAY 'FAKLCERT completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-CERTRPT.
      *-----------------------

           WRITE CERTRPT-REC

           ADD  1                  TO W-CERTRPT-RECS
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

           MOVE SPACES             TO CERTRPT-REC
           MOVE '*** '             TO CRD-MARKER
           MOVE W-DETAIL-RULE      TO CRD-RULE
           MOVE W-DETAIL-TEXT      TO CRD-TEXT

           PERFORM SUB-9200-WRITE-CERTRPT THRU SUB-9200-EXIT
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-9500-FIND-CUST-SLOT.
      *------------------------
      **** Leaves W-PROBE-DX on the customer slot holding the SSN
      **** in W-HASH-KEY, or on the empty slot it would go in.

           MOVE W-CUST-TABLE-SIZE  TO W-HASH-SIZE
           PERFORM SUB-9510-HASH-KEY THRU SUB-9510-EXIT

           COMPUTE W-PROBE-DX      =  W-HASH + 1

           SET  W-SEARCHING        TO TRUE

           PERFORM SUB-9505-PROBE-CUST-SLOT THRU SUB-9505-EXIT
               UNTIL W-SEARCH-DONE
           .
       SUB-9500-EXIT.
           EXIT.
      /
       SUB-9505-PROBE-CUST-SLOT.
      *-------------------------

           EVALUATE TRUE
             WHEN W-CS-SSN(W-PROBE-DX) = SPACES
               SET  W-SLOT-IS-EMPTY
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN W-CS-SSN(W-PROBE-DX) = W-HASH-KEY(1:9)
               SET  W-SLOT-HOLDS-KEY
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN OTHER
               ADD  1              TO W-PROBE-DX

               IF      W-PROBE-DX > W-CUST-TABLE-SIZE
                   MOVE 1          TO W-PROBE-DX
               END-IF
           END-EVALUATE
           .
       SUB-9505-EXIT.
           EXIT.
      /
       SUB-9510-HASH-KEY.
      *------------------
      **** The same multiply-and-fold FAKERTST hashes its keys
      **** with.

           MOVE 0                  TO W-HASH

           PERFORM SUB-9515-HASH-CHAR THRU SUB-9515-EXIT
               VARYING W-HASH-SUB FROM 1 BY 1
                 UNTIL W-HASH-SUB > LENGTH OF W-HASH-KEY
           .
       SUB-9510-EXIT.
           EXIT.
      /
       SUB-9515-HASH-CHAR.
      *-------------------

           COMPUTE W-HASH-CHAR-VAL =  FUNCTION ORD (
                                      W-HASH-KEY(W-HASH-SUB : 1))

           COMPUTE W-HASH          =  FUNCTION MOD (
                                      W-HASH * 31
                                      + W-HASH-CHAR-VAL,
                                      W-HASH-SIZE)
           .
       SUB-9515-EXIT.
           EXIT.
      /
       SUB-9520-FIND-ACCT-SLOT.
      *------------------------
      **** Leaves W-PROBE-DX on the account slot holding the
      **** account number in W-HASH-KEY, or on the empty slot it
      **** would go in.

           MOVE W-ACCT-TABLE-SIZE  TO W-HASH-SIZE
           PERFORM SUB-9510-HASH-KEY THRU SUB-9510-EXIT

           COMPUTE W-PROBE-DX      =  W-HASH + 1

           SET  W-SEARCHING        TO TRUE

           PERFORM SUB-9525-PROBE-ACCT-SLOT THRU SUB-9525-EXIT
               UNTIL W-SEARCH-DONE
           .
       SUB-9520-EXIT.
           EXIT.
      /
       SUB-9525-PROBE-ACCT-SLOT.
      *-------------------------

           EVALUATE TRUE
             WHEN W-AS-ACCT-NO(W-PROBE-DX) = SPACES
               SET  W-SLOT-IS-EMPTY
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN W-AS-ACCT-NO(W-PROBE-DX) = W-HASH-KEY
               SET  W-SLOT-HOLDS-KEY
                                   TO TRUE
               SET  W-SEARCH-DONE  TO TRUE

             WHEN OTHER
               ADD  1              TO W-PROBE-DX

               IF      W-PROBE-DX > W-ACCT-TABLE-SIZE
                   MOVE 1          TO W-PROBE-DX
               END-IF
           END-EVALUATE
           .
       SUB-9525-EXIT.
           EXIT.
      /
       SUB-9550-TABLE-FULL.
      *--------------------
      **** A table that fills cannot certify - the run is failed
      **** with a one-time warning rather than quietly checking a
      **** subset.

           IF      W-TABLE-NOT-FULL
               SET  W-TABLE-FULL   TO TRUE
               DISPLAY W-ERROR-MSG
                   'key table full - certification cannot complete'
           END-IF
           .
       SUB-9550-EXIT.
           EXIT.
      /
       SUB-9600-CHECK-RUN-ID.
      *----------------------
      **** The first row read sets the run ID every other row must
      **** match.

           ADD  1                  TO W-RUNID-CHECKED

           IF      W-RUN-ID-REF = SPACES
               MOVE W-RUN-ID-WK    TO W-RUN-ID-REF
               GO TO SUB-9600-EXIT
           END-IF

           IF      W-RUN-ID-WK = W-RUN-ID-REF
               GO TO SUB-9600-EXIT
           END-IF

           ADD  1                  TO W-RUNID-FAILED
           MOVE 'RUN-ID'           TO W-DETAIL-RULE
           MOVE SPACES             TO W-DETAIL-TEXT
           MOVE W-RUN-ID-ROW       TO W-DISP-NUM
           STRING W-RUN-ID-FILE
                   ' row '
                   W-DISP-NUM
                   ' run '
                   W-RUN-ID-WK
                   ', set run '
                   W-RUN-ID-REF
                        DELIMITED SIZE
                             INTO W-DETAIL-TEXT
           PERFORM SUB-9400-WRITE-DETAIL THRU SUB-9400-EXIT
           .
       SUB-9600-EXIT.
           EXIT.
