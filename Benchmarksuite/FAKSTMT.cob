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

       PROGRAM-ID.             FAKSTMT.

      **** Customer statement print file from the three LINKED-SET
      **** files FAKERTST writes - one statement per customer for
      **** the cycle keyed on the command line, for volume-testing
      **** statement rendering and the mailroom with realistic data.
      ****
      **** Each statement opens with the customer's name and address
      **** block off LINKCUST; each account then shows its opening
      **** balance, the cycle's dated transactions with their running
      **** balance, the period debit and credit totals and the
      **** closing balance. Statements start on a new page, pages
      **** break at W-PAGE-LINES with the heading repeated, and the
      **** file is a print image with an ASA carriage-control byte
      **** in column 1 ('1' new page, '0' double space, ' ' single).
      ****
      **** The file ends with a control trailer page: statement,
      **** page, account and transaction counts and the dollar
      **** totals, proved back to the input - every row read is
      **** accounted for, and the closing balances plus the activity
      **** after the cycle come back to the LINKACCT balances. A
      **** trailer that does not reconcile sets RETURN-CODE 8.
      ****
      **** The three files are matched in step, in the order
      **** FAKERTST writes them: a customer's account rows follow
      **** one another in customer order, and an account's
      **** transaction rows in account order and date order.
      **** Statements cover accounts opened on or before the cycle
      **** end date; a customer with none gets no statement.
      ****
      **** Command line: cycle start and end dates, YYYYMMDD
      **** YYYYMMDD.

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
      **** is nothing to put on a statement.
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

           SELECT STMTPRT              ASSIGN
                                       'Data\FAKSTMT Statements.txt'
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

       FD  STMTPRT.

       01  STMTPRT-REC.
           05  SP-CC               PIC X(01).
           05  SP-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LINKCUST-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKACCT-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-LINKTRAN-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-STMTPRT-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-LINKCUST-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKCUST-FOUND                    VALUE '00'.

       01  W-LINKACCT-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKACCT-FOUND                    VALUE '00'.

       01  W-LINKTRAN-STATUS       PIC X(02)       VALUE '00'.
           88  W-LINKTRAN-FOUND                    VALUE '00'.

       01  W-ERROR-MSG             PIC X(20)       VALUE
           '**** FAKSTMT error: '.

       01  W-CMDLINE               PIC X(80)       VALUE SPACES.

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
           88  W-STMT-STARTED                      VALUE 'Y'.
           88  W-STMT-NOT-STARTED                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-IN-ACCOUNT                        VALUE 'Y'.
           88  W-NOT-IN-ACCOUNT                    VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-OPENING-PRINTED                   VALUE 'Y'.
           88  W-OPENING-NOT-PRINTED               VALUE 'N'.

      **** The statement cycle, as keyed (YYYYMMDD) and in the
      **** YYYY-MM-DD shape the link rows carry their dates in - so
      **** row dates are compared to it as they stand.
       01  W-CYCLE-START           PIC 9(08).
       01  W-CYCLE-END             PIC 9(08).
       01  W-CYCLE-START-INT       PIC 9(09)  COMP.
       01  W-CYCLE-END-INT         PIC 9(09)  COMP.
       01  W-CYCLE-START-FMT       PIC X(10).
       01  W-CYCLE-END-FMT         PIC X(10).

       01  W-DATE-IN.
           05  W-DATE-IN-YYYY      PIC X(04).
           05  W-DATE-IN-MM        PIC X(02).
           05  W-DATE-IN-DD        PIC X(02).

       01  W-DATE-FMT              PIC X(10).

      **** Page control - the line count includes the heading.
       01  W-PAGE-LINES            PIC S9(4)  COMP VALUE 60.
       01  W-LINE-CNT              PIC S9(4)  COMP VALUE 99.
       01  W-LINES-NEEDED          PIC S9(4)  COMP.
       01  W-HOLD-CC               PIC X(01).
       01  W-HOLD-LINE             PIC X(132).
       01  W-STMT-PAGE-NO          PIC S9(4)  COMP VALUE 0.

       01  W-PRINT-CC              PIC X(01).
       01  W-PRINT-LINE            PIC X(132).

      **** Page heading line 1.
       01  W-HEAD-1 REDEFINES W-PRINT-LINE.
           05  FILLER              PIC X(01).
           05  W-H1-TITLE          PIC X(40).
           05  FILLER              PIC X(70).
           05  W-H1-PAGE-LIT       PIC X(05).
           05  W-H1-PAGE           PIC ZZZ9.
           05  FILLER              PIC X(12).

      **** Page heading line 2.
       01  W-HEAD-2 REDEFINES W-PRINT-LINE.
           05  FILLER              PIC X(01).
           05  W-H2-PERIOD-LIT     PIC X(17).
           05  W-H2-START          PIC X(10).
           05  W-H2-THRU-LIT       PIC X(09).
           05  W-H2-END            PIC X(10).
           05  FILLER              PIC X(64).
           05  W-H2-CUST-LIT       PIC X(09).
           05  W-H2-CUST-NO        PIC X(11).
           05  FILLER              PIC X(01).

      **** Account heading.
       01  W-ACCT-HEAD REDEFINES W-PRINT-LINE.
           05  FILLER              PIC X(01).
           05  W-AH-ACCT-LIT       PIC X(15).
           05  W-AH-ACCT-NO        PIC X(14).
           05  FILLER              PIC X(04).
           05  W-AH-OPEN-LIT       PIC X(07).
           05  W-AH-OPEN-DATE      PIC X(10).
           05  FILLER              PIC X(03).
           05  W-AH-CONT           PIC X(11).
           05  FILLER              PIC X(67).

      **** Transaction, opening, totals and closing lines - the
      **** money columns line up under the column heading.
       01  W-DETAIL REDEFINES W-PRINT-LINE.
           05  FILLER              PIC X(01).
           05  W-DT-DATE           PIC X(10).
           05  FILLER              PIC X(02).
           05  W-DT-SEQ            PIC X(03).
           05  FILLER              PIC X(02).
           05  W-DT-DESC           PIC X(30).
           05  FILLER              PIC X(02).
           05  W-DT-DEBIT          PIC X(17).
           05  FILLER              PIC X(02).
           05  W-DT-CREDIT         PIC X(17).
           05  FILLER              PIC X(02).
           05  W-DT-BALANCE        PIC X(17).
           05  FILLER              PIC X(27).

      **** Control trailer lines.
       01  W-TRAILER REDEFINES W-PRINT-LINE.
           05  FILLER              PIC X(01).
           05  W-TR-LABEL          PIC X(40).
           05  W-TR-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(04).
           05  W-TR-AMOUNT         PIC X(23).
           05  FILLER              PIC X(53).

       01  W-AMT-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-TOT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      **** The page heading of the statement in progress.
       01  W-CUST-NO-MASKED.
           05  FILLER              PIC X(07)       VALUE 'XXX-XX-'.
           05  W-CUST-NO-LAST-4    PIC X(04).

       01  W-CUST-NAME             PIC X(61).

      **** Amount work fields - the edited file amounts are
      **** de-edited here and carried on in cents.
       01  W-AMOUNT-WK             PIC S9(09)V99.
       01  W-AMOUNT-CENTS          PIC S9(11) COMP.
       01  W-ROW-BAL-CENTS         PIC S9(11) COMP.
       01  W-AMOUNT-SHOW           PIC S9(13)V99.

      **** The account in progress.
       01  W-ACCT-OPENING          PIC S9(11) COMP.
       01  W-ACCT-RUNNING          PIC S9(11) COMP.
       01  W-ACCT-DEBITS           PIC S9(11) COMP.
       01  W-ACCT-CREDITS          PIC S9(11) COMP.
       01  W-ACCT-DEBIT-CNT        PIC 9(09)  COMP.
       01  W-ACCT-CREDIT-CNT       PIC 9(09)  COMP.
       01  W-ACCT-FILE-BAL         PIC S9(11) COMP.
       01  W-CNT-DISP              PIC ZZ9.

      **** The statement in progress.
       01  W-STMT-CLOSING          PIC S9(13) COMP.
       01  W-STMT-ACCTS            PIC 9(09)  COMP.

      **** Control totals for the trailer.
       01  W-STMT-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-PAGE-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-NO-STMT-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-STMT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-LATER-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-UNMATCHED-CNT    PIC 9(09)  COMP VALUE 0.
       01  W-TRAN-BEFORE-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-TRAN-CYCLE-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-TRAN-AFTER-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-TRAN-UNMATCHED-CNT    PIC 9(09)  COMP VALUE 0.
       01  W-DEBIT-CNT             PIC 9(09)  COMP VALUE 0.
       01  W-CREDIT-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-BAL-BREAK-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-COUNT-CHECK           PIC 9(09)  COMP.

       01  W-TOT-OPENING           PIC S9(15) COMP VALUE 0.
       01  W-TOT-DEBITS            PIC S9(15) COMP VALUE 0.
       01  W-TOT-CREDITS           PIC S9(15) COMP VALUE 0.
       01  W-TOT-CLOSING           PIC S9(15) COMP VALUE 0.
       01  W-TOT-AFTER-NET         PIC S9(15) COMP VALUE 0.
       01  W-TOT-FILE-BAL          PIC S9(15) COMP VALUE 0.
       01  W-TOT-CHECK             PIC S9(15) COMP.

       01  FILLER                  PIC X(01)       VALUE 'Y'.
           88  W-RECONCILED                        VALUE 'Y'.
           88  W-NOT-RECONCILED                    VALUE 'N'.

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
                   UNTIL W-CUST-EOF
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

           DISPLAY 'FAKSTMT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-CMDLINE FROM COMMAND-LINE

           MOVE 0                  TO W-CYCLE-START-INT
                                      W-CYCLE-END-INT

           IF      W-CMDLINE(1 : 8)   NUMERIC
           AND     W-CMDLINE(9 : 1)   = SPACE
           AND     W-CMDLINE(10 : 8)  NUMERIC
           AND     W-CMDLINE(18 : 63) = SPACES
               MOVE W-CMDLINE(1 : 8)
                                   TO W-CYCLE-START
               MOVE W-CMDLINE(10 : 8)
                                   TO W-CYCLE-END
               COMPUTE W-CYCLE-START-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                      (W-CYCLE-START)
               COMPUTE W-CYCLE-END-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                      (W-CYCLE-END)
           END-IF

           IF      W-CYCLE-START-INT = 0
           OR      W-CYCLE-END-INT   = 0
           OR      W-CYCLE-END-INT < W-CYCLE-START-INT
               DISPLAY W-ERROR-MSG
                   'command line must be the cycle start and end '
                   'dates, YYYYMMDD YYYYMMDD - got: '
                   W-CMDLINE
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE W-CYCLE-START      TO W-DATE-IN
           PERFORM SUB-8900-FORMAT-DATE THRU SUB-8900-EXIT
           MOVE W-DATE-FMT         TO W-CYCLE-START-FMT

           MOVE W-CYCLE-END        TO W-DATE-IN
           PERFORM SUB-8900-FORMAT-DATE THRU SUB-8900-EXIT
           MOVE W-DATE-FMT         TO W-CYCLE-END-FMT

           OPEN INPUT LINKCUST
                      LINKACCT
                      LINKTRAN

           IF      NOT W-LINKCUST-FOUND
           OR      NOT W-LINKACCT-FOUND
           OR      NOT W-LINKTRAN-FOUND
               DISPLAY W-ERROR-MSG
                   'linked-set files not on hand - status '
                   W-LINKCUST-STATUS ' '
                   W-LINKACCT-STATUS ' '
                   W-LINKTRAN-STATUS
               SET  W-RUN-STOPPED  TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT STMTPRT

           PERFORM SUB-9100-READ-LINKCUST THRU SUB-9100-EXIT
           PERFORM SUB-9110-READ-LINKACCT THRU SUB-9110-EXIT
           PERFORM SUB-9120-READ-LINKTRAN THRU SUB-9120-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
      **** One customer - the statement heading waits for the first
      **** account open by the cycle end, so a customer with none
      **** puts nothing on the file.

           SET  W-STMT-NOT-STARTED TO TRUE
           MOVE 0                  TO W-STMT-CLOSING
                                      W-STMT-ACCTS

           PERFORM SUB-2100-PROCESS-ACCOUNT THRU SUB-2100-EXIT
               UNTIL W-ACCT-EOF
                  OR LA-SSN NOT = LC-SSN

           IF      W-STMT-STARTED
               PERFORM SUB-2800-END-STATEMENT THRU SUB-2800-EXIT
           ELSE
               ADD  1              TO W-NO-STMT-CNT
           END-IF

           PERFORM SUB-9100-READ-LINKCUST THRU SUB-9100-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-PROCESS-ACCOUNT.
      *-------------------------
      **** One account of the customer. Transactions before the
      **** cycle only carry the balance forward to the opening
      **** balance; those after it are counted, not printed.

           PERFORM SUB-8800-DE-EDIT-LA-BALANCE THRU SUB-8800-EXIT
           ADD  W-ACCT-FILE-BAL    TO W-TOT-FILE-BAL

           MOVE 0                  TO W-ACCT-OPENING
                                      W-ACCT-RUNNING
                                      W-ACCT-DEBITS
                                      W-ACCT-CREDITS
                                      W-ACCT-DEBIT-CNT
                                      W-ACCT-CREDIT-CNT
           SET  W-OPENING-NOT-PRINTED
                                   TO TRUE

           IF      LA-OPEN-DATE > W-CYCLE-END-FMT
               ADD  1              TO W-ACCT-LATER-CNT
               PERFORM SUB-2300-SKIP-TRANSACTION THRU SUB-2300-EXIT
                   UNTIL W-TRAN-EOF
                      OR LT-ACCT-NO NOT = LA-ACCT-NO
               GO TO SUB-2100-READ-NEXT
           END-IF

           IF      W-STMT-NOT-STARTED
               PERFORM SUB-2700-START-STATEMENT THRU SUB-2700-EXIT
           END-IF

           ADD  1                  TO W-ACCT-STMT-CNT
                                      W-STMT-ACCTS

      **** The account heading is kept with its opening balance
      **** and first transaction line.
           MOVE 5                  TO W-LINES-NEEDED
           PERFORM SUB-8000-PAGE-OVERFLOW THRU SUB-8000-EXIT

           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-8200-ACCOUNT-HEADING THRU SUB-8200-EXIT
           SET  W-IN-ACCOUNT       TO TRUE

           PERFORM SUB-2200-PROCESS-TRANSACTION THRU SUB-2200-EXIT
               UNTIL W-TRAN-EOF
                  OR LT-ACCT-NO NOT = LA-ACCT-NO

           IF      W-OPENING-NOT-PRINTED
               PERFORM SUB-2400-PRINT-OPENING THRU SUB-2400-EXIT
           END-IF

           IF      W-ACCT-DEBIT-CNT + W-ACCT-CREDIT-CNT = 0
               MOVE SPACES         TO W-PRINT-LINE
               MOVE 'NO ACTIVITY THIS PERIOD'
                                   TO W-DT-DESC
               MOVE ' '            TO W-PRINT-CC
               PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT
           END-IF

           PERFORM SUB-2600-END-ACCOUNT THRU SUB-2600-EXIT

           SET  W-NOT-IN-ACCOUNT   TO TRUE
           .
       SUB-2100-READ-NEXT.

           PERFORM SUB-9110-READ-LINKACCT THRU SUB-9110-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-PROCESS-TRANSACTION.
      *-----------------------------

           MOVE LT-TRAN-AMT        TO W-AMOUNT-WK
           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-WK * 100
           MOVE LT-BALANCE         TO W-AMOUNT-WK
           COMPUTE W-ROW-BAL-CENTS =  W-AMOUNT-WK * 100

           EVALUATE TRUE
             WHEN LT-TRAN-DATE < W-CYCLE-START-FMT
               ADD  1              TO W-TRAN-BEFORE-CNT
               MOVE W-ROW-BAL-CENTS
                                   TO W-ACCT-OPENING
                                      W-ACCT-RUNNING

             WHEN LT-TRAN-DATE > W-CYCLE-END-FMT
               ADD  1              TO W-TRAN-AFTER-CNT
               ADD  W-AMOUNT-CENTS TO W-TOT-AFTER-NET

             WHEN OTHER
               IF      W-OPENING-NOT-PRINTED
                   PERFORM SUB-2400-PRINT-OPENING THRU SUB-2400-EXIT
               END-IF
               PERFORM SUB-2500-PRINT-TRANSACTION THRU SUB-2500-EXIT
           END-EVALUATE

           PERFORM SUB-9120-READ-LINKTRAN THRU SUB-9120-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-SKIP-TRANSACTION.
      *--------------------------
      **** A transaction of an account opened after the cycle - it
      **** can only fall after the cycle too.

           MOVE LT-TRAN-AMT        TO W-AMOUNT-WK
           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-WK * 100

           ADD  1                  TO W-TRAN-AFTER-CNT
           ADD  W-AMOUNT-CENTS     TO W-TOT-AFTER-NET

           PERFORM SUB-9120-READ-LINKTRAN THRU SUB-9120-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-PRINT-OPENING.
      *-----------------------

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'OPENING BALANCE'  TO W-DT-DESC
           COMPUTE W-AMOUNT-SHOW   =  W-ACCT-OPENING / 100
           MOVE W-AMOUNT-SHOW      TO W-AMT-EDIT
           MOVE W-AMT-EDIT         TO W-DT-BALANCE
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT

           ADD  W-ACCT-OPENING     TO W-TOT-OPENING
           SET  W-OPENING-PRINTED  TO TRUE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-PRINT-TRANSACTION.
      *---------------------------
      **** The running balance printed is the row's own; the one
      **** carried here from the opening balance must agree with it.

           ADD  1                  TO W-TRAN-CYCLE-CNT
           ADD  W-AMOUNT-CENTS     TO W-ACCT-RUNNING

           IF      W-ACCT-RUNNING NOT = W-ROW-BAL-CENTS
               ADD  1              TO W-BAL-BREAK-CNT
           END-IF

           MOVE SPACES             TO W-PRINT-LINE
           MOVE LT-TRAN-DATE       TO W-DT-DATE
           MOVE LT-TRAN-SEQ        TO W-DT-SEQ

           IF      W-AMOUNT-CENTS < 0
               MOVE 'WITHDRAWAL'   TO W-DT-DESC
               ADD  1              TO W-ACCT-DEBIT-CNT
               SUBTRACT W-AMOUNT-CENTS
                                 FROM W-ACCT-DEBITS
               COMPUTE W-AMOUNT-SHOW
                                   =  0 - W-AMOUNT-CENTS / 100
               MOVE W-AMOUNT-SHOW  TO W-AMT-EDIT
               MOVE W-AMT-EDIT     TO W-DT-DEBIT
           ELSE
               MOVE 'DEPOSIT'      TO W-DT-DESC
               ADD  1              TO W-ACCT-CREDIT-CNT
               ADD  W-AMOUNT-CENTS TO W-ACCT-CREDITS
               COMPUTE W-AMOUNT-SHOW
                                   =  W-AMOUNT-CENTS / 100
               MOVE W-AMOUNT-SHOW  TO W-AMT-EDIT
               MOVE W-AMT-EDIT     TO W-DT-CREDIT
           END-IF

           COMPUTE W-AMOUNT-SHOW   =  W-ROW-BAL-CENTS / 100
           MOVE W-AMOUNT-SHOW      TO W-AMT-EDIT
           MOVE W-AMT-EDIT         TO W-DT-BALANCE

           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-END-ACCOUNT.
      *---------------------
      **** Period totals and the closing balance - the opening
      **** balance plus credits less debits.

           MOVE SPACES             TO W-PRINT-LINE
           MOVE W-ACCT-DEBIT-CNT   TO W-CNT-DISP
           STRING 'PERIOD TOTALS  '
                   W-CNT-DISP
                   ' DR'
                        DELIMITED SIZE
                             INTO W-DT-DESC
           MOVE W-ACCT-CREDIT-CNT  TO W-CNT-DISP
           MOVE W-CNT-DISP         TO W-DT-DESC(23 : 3)
           MOVE 'CR'               TO W-DT-DESC(27 : 2)
           COMPUTE W-AMOUNT-SHOW   =  W-ACCT-DEBITS / 100
           MOVE W-AMOUNT-SHOW      TO W-AMT-EDIT
           MOVE W-AMT-EDIT         TO W-DT-DEBIT
           COMPUTE W-AMOUNT-SHOW   =  W-ACCT-CREDITS / 100
           MOVE W-AMOUNT-SHOW      TO W-AMT-EDIT
           MOVE W-AMT-EDIT         TO W-DT-CREDIT
           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT

           COMPUTE W-ACCT-RUNNING  =  W-ACCT-OPENING
                                      + W-ACCT-CREDITS
                                      - W-ACCT-DEBITS

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'CLOSING BALANCE'  TO W-DT-DESC
           COMPUTE W-AMOUNT-SHOW   =  W-ACCT-RUNNING / 100
           MOVE W-AMOUNT-SHOW      TO W-AMT-EDIT
           MOVE W-AMT-EDIT         TO W-DT-BALANCE
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT

           ADD  W-ACCT-DEBITS      TO W-TOT-DEBITS
           ADD  W-ACCT-CREDITS     TO W-TOT-CREDITS
           ADD  W-ACCT-DEBIT-CNT   TO W-DEBIT-CNT
           ADD  W-ACCT-CREDIT-CNT  TO W-CREDIT-CNT
           ADD  W-ACCT-RUNNING     TO W-TOT-CLOSING
                                      W-STMT-CLOSING
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-START-STATEMENT.
      *-------------------------
      **** First page of a statement - the heading, then the name
      **** and address block.

           SET  W-STMT-STARTED     TO TRUE
           ADD  1                  TO W-STMT-CNT
           MOVE 0                  TO W-STMT-PAGE-NO

           MOVE LC-SSN(6 : 4)      TO W-CUST-NO-LAST-4
           MOVE SPACES             TO W-CUST-NAME
           STRING LC-FIRST-NAME    DELIMITED '  '
                  ' '              DELIMITED SIZE
                  LC-LAST-NAME     DELIMITED '  '
                                 INTO W-CUST-NAME

           PERFORM SUB-8100-PAGE-HEADING THRU SUB-8100-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE W-CUST-NAME        TO W-PRINT-LINE(5 : 61)
           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE LC-STREET          TO W-PRINT-LINE(5 : 35)
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           STRING LC-CITY          DELIMITED '  '
                  ', '             DELIMITED SIZE
                  LC-STATE-ABBR    DELIMITED SIZE
                  '  '             DELIMITED SIZE
                  LC-POSTCODE      DELIMITED SIZE
                                 INTO W-PRINT-LINE(5 : 60)
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-END-STATEMENT.
      *-----------------------

           MOVE SPACES             TO W-PRINT-LINE
           MOVE W-STMT-ACCTS       TO W-CNT-DISP
           STRING 'TOTAL OF '
                   W-CNT-DISP
                   ' ACCOUNT(S)'
                        DELIMITED SIZE
                             INTO W-DT-DESC
           COMPUTE W-AMOUNT-SHOW   =  W-STMT-CLOSING / 100
           MOVE W-AMOUNT-SHOW      TO W-AMT-EDIT
           MOVE W-AMT-EDIT         TO W-DT-BALANCE
           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE '*** END OF STATEMENT ***'
                                   TO W-DT-DESC
           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-9200-WRITE-BODY-LINE THRU SUB-9200-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-RUN-STOPPED
               DISPLAY 'FAKSTMT completed'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-3000-EXIT
           END-IF

      **** Rows left over once the customers are done belong to no
      **** customer - read on to the end so every row is counted.
           PERFORM SUB-3100-COUNT-UNMATCHED-ACCT THRU SUB-3100-EXIT
               UNTIL W-ACCT-EOF

           PERFORM SUB-3110-COUNT-UNMATCHED-TRAN THRU SUB-3110-EXIT
               UNTIL W-TRAN-EOF

           PERFORM SUB-3200-WRITE-TRAILER THRU SUB-3200-EXIT

           CLOSE LINKCUST
                 LINKACCT
                 LINKTRAN
                 STMTPRT

           MOVE W-LINKCUST-RECS    TO W-DISP-NUM
           DISPLAY 'LINKCUST rows read:       '
                   W-DISP-NUM

           MOVE W-LINKACCT-RECS    TO W-DISP-NUM
           DISPLAY 'LINKACCT rows read:       '
                   W-DISP-NUM

           MOVE W-LINKTRAN-RECS    TO W-DISP-NUM
           DISPLAY 'LINKTRAN rows read:       '
                   W-DISP-NUM

           MOVE W-STMT-CNT         TO W-DISP-NUM
           DISPLAY 'Statements printed:       '
                   W-DISP-NUM

           MOVE W-PAGE-CNT         TO W-DISP-NUM
           DISPLAY 'Statement pages:          '
                   W-DISP-NUM

           MOVE W-STMTPRT-RECS     TO W-DISP-NUM
           DISPLAY 'STMTPRT lines written:    '
                   W-DISP-NUM

           IF      W-RECONCILED
               DISPLAY 'Control totals:           RECONCILED'
           ELSE
               DISPLAY 'Control totals:           OUT OF BALANCE'
               MOVE 8              TO RETURN-CODE
           END-IF

           DISPLAY 'FAKSTMT completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-COUNT-UNMATCHED-ACCT.
      *------------------------------

           PERFORM SUB-8800-DE-EDIT-LA-BALANCE THRU SUB-8800-EXIT
           ADD  W-ACCT-FILE-BAL    TO W-TOT-FILE-BAL
           ADD  1                  TO W-ACCT-UNMATCHED-CNT

           PERFORM SUB-9110-READ-LINKACCT THRU SUB-9110-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-COUNT-UNMATCHED-TRAN.
      *------------------------------

           ADD  1                  TO W-TRAN-UNMATCHED-CNT

           PERFORM SUB-9120-READ-LINKTRAN THRU SUB-9120-EXIT
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3200-WRITE-TRAILER.
      *-----------------------
      **** The control trailer page. The proofs:
      ****     every customer row made a statement or had no account
      ****     open by the cycle end;
      ****     every account row is on a statement, opened after the
      ****     cycle, or matched no customer (which fails);
      ****     every transaction row fell before, in or after the
      ****     cycle, or matched no account (which fails);
      ****     no printed running balance broke;
      ****     closing balances plus the net activity after the
      ****     cycle equal the LINKACCT balances.

           COMPUTE W-COUNT-CHECK   =  W-STMT-CNT + W-NO-STMT-CNT
           IF      W-COUNT-CHECK NOT = W-LINKCUST-RECS
               SET  W-NOT-RECONCILED
                                   TO TRUE
           END-IF

           IF      W-ACCT-UNMATCHED-CNT > 0
           OR      W-TRAN-UNMATCHED-CNT > 0
           OR      W-BAL-BREAK-CNT > 0
               SET  W-NOT-RECONCILED
                                   TO TRUE
           END-IF

           COMPUTE W-TOT-CHECK     =  W-TOT-CLOSING + W-TOT-AFTER-NET
           IF      W-TOT-CHECK NOT = W-TOT-FILE-BAL
               SET  W-NOT-RECONCILED
                                   TO TRUE
           END-IF

           COMPUTE W-TOT-CHECK     =  W-TOT-OPENING
                                      + W-TOT-CREDITS
                                      - W-TOT-DEBITS
           IF      W-TOT-CHECK NOT = W-TOT-CLOSING
               SET  W-NOT-RECONCILED
                                   TO TRUE
           END-IF

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'FAKSTMT CONTROL TRAILER'
                                   TO W-PRINT-LINE(2 : 40)
           MOVE '1'                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'STATEMENT PERIOD '
                                   TO W-H2-PERIOD-LIT
           MOVE W-CYCLE-START-FMT  TO W-H2-START
           MOVE ' THROUGH'         TO W-H2-THRU-LIT
           MOVE W-CYCLE-END-FMT    TO W-H2-END
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE '0'                TO W-PRINT-CC
           MOVE 'CUSTOMER ROWS READ'
                                   TO W-TR-LABEL
           MOVE W-LINKCUST-RECS    TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'STATEMENTS PRINTED'
                                   TO W-TR-LABEL
           MOVE W-STMT-CNT         TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'CUSTOMERS WITH NO ACCOUNT OPEN'
                                   TO W-TR-LABEL
           MOVE W-NO-STMT-CNT      TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'STATEMENT PAGES PRINTED'
                                   TO W-TR-LABEL
           MOVE W-PAGE-CNT         TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE '0'                TO W-PRINT-CC
           MOVE 'ACCOUNT ROWS READ'
                                   TO W-TR-LABEL
           MOVE W-LINKACCT-RECS    TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'ACCOUNTS ON STATEMENTS'
                                   TO W-TR-LABEL
           MOVE W-ACCT-STMT-CNT    TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'ACCOUNTS OPENED AFTER THE CYCLE'
                                   TO W-TR-LABEL
           MOVE W-ACCT-LATER-CNT   TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'ACCOUNT ROWS MATCHING NO CUSTOMER'
                                   TO W-TR-LABEL
           MOVE W-ACCT-UNMATCHED-CNT
                                   TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE '0'                TO W-PRINT-CC
           MOVE 'TRANSACTION ROWS READ'
                                   TO W-TR-LABEL
           MOVE W-LINKTRAN-RECS    TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'TRANSACTIONS BEFORE THE CYCLE'
                                   TO W-TR-LABEL
           MOVE W-TRAN-BEFORE-CNT  TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'TRANSACTIONS PRINTED'
                                   TO W-TR-LABEL
           MOVE W-TRAN-CYCLE-CNT   TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'TRANSACTIONS AFTER THE CYCLE'
                                   TO W-TR-LABEL
           MOVE W-TRAN-AFTER-CNT   TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'TRANSACTION ROWS MATCHING NO ACCOUNT'
                                   TO W-TR-LABEL
           MOVE W-TRAN-UNMATCHED-CNT
                                   TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE 'RUNNING BALANCES NOT AGREEING'
                                   TO W-TR-LABEL
           MOVE W-BAL-BREAK-CNT    TO W-TR-COUNT
           PERFORM SUB-3210-TRAILER-COUNT THRU SUB-3210-EXIT

           MOVE '0'                TO W-PRINT-CC
           MOVE 'OPENING BALANCES'
                                   TO W-TR-LABEL
           MOVE W-TOT-OPENING      TO W-TOT-CHECK
           PERFORM SUB-3220-TRAILER-AMOUNT THRU SUB-3220-EXIT

           MOVE 'CREDITS'          TO W-TR-LABEL
           MOVE W-CREDIT-CNT       TO W-TR-COUNT
           MOVE W-TOT-CREDITS      TO W-TOT-CHECK
           PERFORM SUB-3220-TRAILER-AMOUNT THRU SUB-3220-EXIT

           MOVE 'DEBITS'           TO W-TR-LABEL
           MOVE W-DEBIT-CNT        TO W-TR-COUNT
           MOVE W-TOT-DEBITS       TO W-TOT-CHECK
           PERFORM SUB-3220-TRAILER-AMOUNT THRU SUB-3220-EXIT

           MOVE 'CLOSING BALANCES'
                                   TO W-TR-LABEL
           MOVE W-TOT-CLOSING      TO W-TOT-CHECK
           PERFORM SUB-3220-TRAILER-AMOUNT THRU SUB-3220-EXIT

           MOVE 'NET ACTIVITY AFTER THE CYCLE'
                                   TO W-TR-LABEL
           MOVE W-TOT-AFTER-NET    TO W-TOT-CHECK
           PERFORM SUB-3220-TRAILER-AMOUNT THRU SUB-3220-EXIT

           MOVE 'LINKACCT BALANCES'
                                   TO W-TR-LABEL
           MOVE W-TOT-FILE-BAL     TO W-TOT-CHECK
           PERFORM SUB-3220-TRAILER-AMOUNT THRU SUB-3220-EXIT

           MOVE SPACES             TO W-PRINT-LINE

           IF      W-RECONCILED
               MOVE 'CONTROL TOTALS: RECONCILED'
                                   TO W-PRINT-LINE(2 : 40)
           ELSE
               MOVE 'CONTROL TOTALS: OUT OF BALANCE'
                                   TO W-PRINT-LINE(2 : 40)
           END-IF

           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3210-TRAILER-COUNT.
      *-----------------------
      **** W-TR-LABEL and W-TR-COUNT are loaded by the caller.

           MOVE SPACES             TO W-TR-AMOUNT
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE ' '                TO W-PRINT-CC
           .
       SUB-3210-EXIT.
           EXIT.
      /
       SUB-3220-TRAILER-AMOUNT.
      *------------------------
      **** W-TR-LABEL, W-TOT-CHECK (cents) and, where it applies,
      **** W-TR-COUNT are loaded by the caller.

           COMPUTE W-AMOUNT-SHOW   =  W-TOT-CHECK / 100
           MOVE W-AMOUNT-SHOW      TO W-TOT-EDIT
           MOVE W-TOT-EDIT         TO W-TR-AMOUNT
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE ' '                TO W-PRINT-CC
           .
       SUB-3220-EXIT.
           EXIT.
      /
       SUB-8000-PAGE-OVERFLOW.
      *-----------------------
      **** A new page part-way through a statement when the next
      **** W-LINES-NEEDED lines will not fit - the heading again, and
      **** the account heading when the break falls in an account.
      **** The line waiting to go out is held meanwhile.

           IF      W-LINE-CNT + W-LINES-NEEDED <= W-PAGE-LINES
               GO TO SUB-8000-EXIT
           END-IF

           MOVE W-PRINT-LINE       TO W-HOLD-LINE
           MOVE W-PRINT-CC         TO W-HOLD-CC

           PERFORM SUB-8100-PAGE-HEADING THRU SUB-8100-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE W-CUST-NAME        TO W-PRINT-LINE(5 : 61)
           MOVE '0'                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           IF      W-IN-ACCOUNT
               MOVE '0'            TO W-PRINT-CC
               PERFORM SUB-8200-ACCOUNT-HEADING THRU SUB-8200-EXIT
           END-IF

           MOVE W-HOLD-LINE        TO W-PRINT-LINE
           MOVE W-HOLD-CC          TO W-PRINT-CC
           .
       SUB-8000-EXIT.
           EXIT.
      /
       SUB-8100-PAGE-HEADING.
      *----------------------

           ADD  1                  TO W-STMT-PAGE-NO
                                      W-PAGE-CNT
           MOVE 0                  TO W-LINE-CNT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'STATEMENT OF ACCOUNT'
                                   TO W-H1-TITLE
           MOVE 'PAGE '            TO W-H1-PAGE-LIT
           MOVE W-STMT-PAGE-NO     TO W-H1-PAGE
           MOVE '1'                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'STATEMENT PERIOD '
                                   TO W-H2-PERIOD-LIT
           MOVE W-CYCLE-START-FMT  TO W-H2-START
           MOVE ' THROUGH'         TO W-H2-THRU-LIT
           MOVE W-CYCLE-END-FMT    TO W-H2-END
           MOVE 'CUSTOMER '        TO W-H2-CUST-LIT
           MOVE W-CUST-NO-MASKED   TO W-H2-CUST-NO
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8200-ACCOUNT-HEADING.
      *-------------------------
      **** The account line and the column heading - W-PRINT-CC is
      **** set by the caller for the account line, which has made
      **** room for them on the page.

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'ACCOUNT NUMBER '  TO W-AH-ACCT-LIT
           MOVE LA-ACCT-NO         TO W-AH-ACCT-NO
           MOVE 'OPENED '          TO W-AH-OPEN-LIT
           MOVE LA-OPEN-DATE       TO W-AH-OPEN-DATE

           IF      W-IN-ACCOUNT
               MOVE '(CONTINUED)'  TO W-AH-CONT
           END-IF

           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT

           MOVE SPACES             TO W-PRINT-LINE
           MOVE 'DATE'             TO W-DT-DATE
           MOVE 'SEQ'              TO W-DT-SEQ
           MOVE 'DESCRIPTION'      TO W-DT-DESC
           MOVE '           DEBITS'
                                   TO W-DT-DEBIT
           MOVE '          CREDITS'
                                   TO W-DT-CREDIT
           MOVE '          BALANCE'
                                   TO W-DT-BALANCE
           MOVE ' '                TO W-PRINT-CC
           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-8800-DE-EDIT-LA-BALANCE.
      *----------------------------

           MOVE LA-BALANCE         TO W-AMOUNT-WK
           COMPUTE W-ACCT-FILE-BAL =  W-AMOUNT-WK * 100
           .
       SUB-8800-EXIT.
           EXIT.
      /
       SUB-8900-FORMAT-DATE.
      *---------------------
      **** YYYYMMDD to the YYYY-MM-DD the link rows carry.

           MOVE SPACES             TO W-DATE-FMT
           MOVE W-DATE-IN-YYYY     TO W-DATE-FMT(1:4)
           MOVE '-'                TO W-DATE-FMT(5:1)
           MOVE W-DATE-IN-MM       TO W-DATE-FMT(6:2)
           MOVE '-'                TO W-DATE-FMT(8:1)
           MOVE W-DATE-IN-DD       TO W-DATE-FMT(9:2)
           .
       SUB-8900-EXIT.
           EXIT.
      /
       SUB-9100-READ-LINKCUST.
      *-----------------------

           READ LINKCUST
               AT END
                   SET  W-CUST-EOF TO TRUE
                   GO TO SUB-9100-EXIT
           END-READ

           ADD  1                  TO W-LINKCUST-RECS
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9110-READ-LINKACCT.
      *-----------------------

           READ LINKACCT
               AT END
                   SET  W-ACCT-EOF TO TRUE
                   GO TO SUB-9110-EXIT
           END-READ

           ADD  1                  TO W-LINKACCT-RECS
           .
       SUB-9110-EXIT.
           EXIT.
      /
       SUB-9120-READ-LINKTRAN.
      *-----------------------

           READ LINKTRAN
               AT END
                   SET  W-TRAN-EOF TO TRUE
                   GO TO SUB-9120-EXIT
           END-READ

           ADD  1                  TO W-LINKTRAN-RECS
           .
       SUB-9120-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-BODY-LINE.
      *-------------------------
      **** A statement body line - a page break first when it will
      **** not fit on this page.

           IF      W-PRINT-CC = '0'
               MOVE 2              TO W-LINES-NEEDED
           ELSE
               MOVE 1              TO W-LINES-NEEDED
           END-IF

           PERFORM SUB-8000-PAGE-OVERFLOW THRU SUB-8000-EXIT

           PERFORM SUB-9210-PUT-LINE THRU SUB-9210-EXIT
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9210-PUT-LINE.
      *------------------

           IF      W-PRINT-CC = '0'
               ADD  2              TO W-LINE-CNT
           ELSE
               ADD  1              TO W-LINE-CNT
           END-IF

           MOVE W-PRINT-CC         TO SP-CC
           MOVE W-PRINT-LINE       TO SP-LINE
           WRITE STMTPRT-REC

           ADD  1                  TO W-STMTPRT-RECS
           .
       SUB-9210-EXIT.
           EXIT.
