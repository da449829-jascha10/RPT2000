      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   General-Ledger Sales Journal Interface
      *
      *            Builds the general-ledger journal-entry interface
      *            file (GLINTF) from a POST1000 posting run, so
      *            accounting no longer re-keys the day's sales from
      *            the posting register.  The postings are taken
      *            from the sales ledger (SALESLDG) records POST1000
      *            stamped with the posting date and batch ID on
      *            its posting-control record (POSTCTL), and
      *            summarized by branch.  Each branch gets one
      *            debit/credit pair for its invoices (debit
      *            receivables, credit sales) and a separate pair
      *            for its credits (debit returns and allowances,
      *            credit receivables), using the accounts on the
      *            GL account cross-reference (GLXREF) for the
      *            branch.
      *
      *            The listing balances the interface against the
      *            POST1000 posted totals.  The interface is only
      *            written when every ledger record maps to a
      *            branch with GL accounts, the ledger agrees with
      *            the posted totals, and debits equal credits;
      *            otherwise it is left empty and the run ends with
      *            return code 8.
      *
      *            The run is stamped on the run-control file
      *            (RUNCTL) keyed by program name and the POST1000
      *            batch, so the same posting batch can never be
      *            sent to the ledger twice; a rerun needs a
      *            RUNC1000 RESET first.
      *
      *            GLINTF record layouts (80 bytes, type in col 1):
      *            H  posting date (8), batch (8), source (6)
      *            D  branch (2), GL account (10), D or C (1),
      *               entry type I or C (1), posting date (8),
      *               amount (12, as 999999999.99), record
      *               count (7), description (20)
      *            T  detail record count (7), debit total (12),
      *               credit total (12), both as 999999999.99
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLIF1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTING-CONTROL-FILE ASSIGN TO POSTCTL.
           SELECT OPTIONAL SALES-LEDGER-FILE ASSIGN TO SALESLDG.
           SELECT GL-XREF-FILE ASSIGN TO GLXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GX-BRANCH-NUMBER.
           SELECT GL-INTERFACE-FILE ASSIGN TO GLINTF.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT INTERFACE-REPORT ASSIGN TO GLIF1000.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  POSTING-CONTROL-RECORD.
           05  PC-POSTING-DATE         PIC X(8).
           05  PC-BATCH-ID             PIC X(8).
           05  PC-TRANS-IN-COUNT       PIC 9(7).
           05  PC-TRANS-IN-AMOUNT      PIC S9(7)V99.
           05  PC-POSTED-COUNT         PIC 9(7).
           05  PC-POSTED-AMOUNT        PIC S9(7)V99.
           05  PC-REJECTED-COUNT       PIC 9(7).
           05  PC-REJECTED-AMOUNT      PIC S9(7)V99.
           05  FILLER                  PIC X(16).

       FD  SALES-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SALES-LEDGER-RECORD.
           05  PL-POSTING-DATE         PIC X(8).
           05  PL-TRANS-DATE           PIC X(8).
           05  PL-BRANCH-NUMBER        PIC X(2).
           05  PL-SALESREP-NUMBER      PIC X(2).
           05  PL-CUSTOMER-NUMBER      PIC 9(5).
           05  PL-TRANS-AMOUNT         PIC S9(5)V9(2).
           05  PL-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(40).

       FD  GL-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  GL-XREF-RECORD.
           05  GX-BRANCH-NUMBER        PIC 9(2).
           05  GX-RECEIVABLE-ACCOUNT   PIC X(10).
           05  GX-SALES-ACCOUNT        PIC X(10).
           05  GX-RETURNS-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(28).

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GI-RECORD-TYPE          PIC X(1).
           05  GI-RECORD-DATA          PIC X(79).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-CONTROL-KEY.
               10  RC-PROGRAM-NAME     PIC X(8).
               10  RC-BATCH-ID         PIC X(8).
           05  RC-RUN-STATUS           PIC X(1).
           05  RC-START-DATE           PIC 9(8).
           05  RC-START-TIME           PIC 9(4).
           05  RC-END-DATE             PIC 9(8).
           05  RC-END-TIME             PIC 9(4).
           05  FILLER                  PIC X(19).

       FD  INTERFACE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  LEDGER-EOF-SWITCH       PIC X         VALUE "N".
           05  INTERFACE-BALANCED-SWITCH
                                        PIC X         VALUE "Y".
           05  RERUN-APPROVED-SWITCH   PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  VALIDATION-FIELDS.
           05  VALID-BRANCH-LOW        PIC 9(2)      VALUE 01.
           05  VALID-BRANCH-HIGH       PIC 9(2)      VALUE 50.
           05  REJECT-REASON-TEXT      PIC X(30)     VALUE SPACES.

       01  GL-BATCH-FIELDS.
           05  GL-BATCH-ID             PIC X(8)      VALUE SPACES.
           05  GL-SOURCE-CODE          PIC X(6)      VALUE "SALES".

       01  BRANCH-SUMMARY-FIELDS.
           05  BRANCH-IDX              PIC S9(3)     VALUE ZERO.
           05  BRANCH-NUMBER-WORK      PIC 9(2)      VALUE ZERO.

       01  BRANCH-SUMMARY-TABLE.
           05  BRANCH-SUMMARY-ENTRY OCCURS 50 TIMES.
               10  BS-INVOICE-COUNT     PIC 9(7).
               10  BS-INVOICE-AMOUNT    PIC S9(9)V99.
               10  BS-CREDIT-COUNT      PIC 9(7).
               10  BS-CREDIT-AMOUNT     PIC S9(9)V99.
               10  BS-RECEIVABLE-ACCOUNT
                                        PIC X(10).
               10  BS-SALES-ACCOUNT     PIC X(10).
               10  BS-RETURNS-ACCOUNT   PIC X(10).

       01  INTERFACE-TOTAL-FIELDS.
           05  LEDGER-SELECTED-COUNT   PIC 9(7)      VALUE ZERO.
           05  LEDGER-SELECTED-TOTAL   PIC S9(9)V99  VALUE ZERO.
           05  LEDGER-EXCEPTION-COUNT  PIC 9(7)      VALUE ZERO.
           05  BRANCH-MISSING-COUNT    PIC 9(7)      VALUE ZERO.
           05  BRANCHES-SUMMARIZED     PIC 9(7)      VALUE ZERO.
           05  INVOICE-TOTAL           PIC S9(9)V99  VALUE ZERO.
           05  CREDIT-TOTAL            PIC S9(9)V99  VALUE ZERO.
           05  NET-INTERFACE-TOTAL     PIC S9(9)V99  VALUE ZERO.
           05  DEBIT-TOTAL             PIC S9(9)V99  VALUE ZERO.
           05  CREDIT-SIDE-TOTAL       PIC S9(9)V99  VALUE ZERO.
           05  POSTED-DIFFERENCE       PIC S9(9)V99  VALUE ZERO.
           05  DETAIL-WRITTEN-COUNT    PIC 9(7)      VALUE ZERO.
           05  BRANCH-NET-WORK         PIC S9(9)V99  VALUE ZERO.

       01  AMOUNT-DISPLAY-WORK         PIC 9(9)V99   VALUE ZERO.
       01  AMOUNT-DISPLAY-PARTS REDEFINES AMOUNT-DISPLAY-WORK.
           05  ADW-DOLLARS             PIC 9(9).
           05  ADW-CENTS               PIC 9(2).

       01  GL-HEADER-WORK.
           05  GH-POSTING-DATE         PIC X(8).
           05  GH-BATCH-ID             PIC X(8).
           05  GH-SOURCE-CODE          PIC X(6).
           05  FILLER                  PIC X(57).

       01  GL-DETAIL-WORK.
           05  GD-BRANCH-NUMBER        PIC 9(2).
           05  GD-GL-ACCOUNT           PIC X(10).
           05  GD-DEBIT-CREDIT         PIC X(1).
           05  GD-ENTRY-TYPE           PIC X(1).
           05  GD-POSTING-DATE         PIC X(8).
           05  GD-AMOUNT.
               10  GD-AMOUNT-DOLLARS   PIC 9(9).
               10  GD-AMOUNT-POINT     PIC X(1).
               10  GD-AMOUNT-CENTS     PIC 9(2).
           05  GD-RECORD-COUNT         PIC 9(7).
           05  GD-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(18).

       01  GL-TRAILER-WORK.
           05  GT-RECORD-COUNT         PIC 9(7).
           05  GT-DEBIT-TOTAL.
               10  GT-DEBIT-DOLLARS    PIC 9(9).
               10  GT-DEBIT-POINT      PIC X(1).
               10  GT-DEBIT-CENTS      PIC 9(2).
           05  GT-CREDIT-TOTAL.
               10  GT-CREDIT-DOLLARS   PIC 9(9).
               10  GT-CREDIT-POINT     PIC X(1).
               10  GT-CREDIT-CENTS     PIC 9(2).
           05  FILLER                  PIC X(48).

       01  RUN-CONTROL-WORK.
           05  RUN-CONTROL-OPEN-SWITCH PIC X         VALUE "N".
           05  RUN-STAMP-DATE.
               10  RSD-YEAR            PIC 9(4).
               10  RSD-MONTH           PIC 9(2).
               10  RSD-DAY             PIC 9(2).
           05  RUN-STAMP-TIME.
               10  RST-HOURS           PIC 9(2).
               10  RST-MINUTES         PIC 9(2).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  CD-HOURS                PIC 99.
           05  CD-MINUTES              PIC 99.
           05  FILLER                  PIC X(9).

       01  HEADING-LINE-1.
           05  FILLER           PIC X(7)      VALUE "DATE:  ".
           05  HL1-MONTH        PIC 9(2).
           05  FILLER           PIC X(1)      VALUE "/".
           05  HL1-DAY          PIC 9(2).
           05  FILLER           PIC X(1)      VALUE "/".
           05  HL1-YEAR         PIC 9(4).
           05  FILLER           PIC X(12)     VALUE SPACES.
           05  FILLER           PIC X(32)     VALUE
                               "GENERAL LEDGER SALES INTERFACE".
           05  FILLER           PIC X(11)     VALUE SPACES.
           05  FILLER           PIC X(8)      VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER  PIC ZZZ9.
           05  FILLER           PIC X(46)     VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(7)      VALUE "TIME:  ".
           05  HL2-HOURS               PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE ":".
           05  HL2-MINUTES             PIC 9(2).
           05  FILLER                  PIC X(48)     VALUE SPACE.
           05  FILLER                  PIC X(8)      VALUE "GLIF1000".

       01  HEADING-LINE-3.
           05  FILLER      PIC X(4)   VALUE "BR".
           05  FILLER      PIC X(12)  VALUE "RECEIVABLE".
           05  FILLER      PIC X(12)  VALUE "SALES".
           05  FILLER      PIC X(12)  VALUE "RETURNS".
           05  FILLER      PIC X(9)   VALUE "INV CNT".
           05  FILLER      PIC X(15)  VALUE "   INVOICE AMT".
           05  FILLER      PIC X(9)   VALUE " CR CNT".
           05  FILLER      PIC X(15)  VALUE "    CREDIT AMT".
           05  FILLER      PIC X(13)  VALUE "    NET AMT".
           05  FILLER      PIC X(29)  VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(13)  VALUE ALL '-'.
           05  FILLER          PIC X(29)  VALUE SPACES.

       01  BATCH-ID-LINE.
           05  FILLER                  PIC X(14)     VALUE
               "POSTING DATE: ".
           05  BIL-POSTING-DATE        PIC X(8).
           05  FILLER                  PIC X(10)     VALUE
               "   BATCH: ".
           05  BIL-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(90)     VALUE SPACES.

       01  BRANCH-SUMMARY-LINE.
           05  BSL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-RECEIVABLE-ACCOUNT  PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-SALES-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-RETURNS-ACCOUNT     PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-INVOICE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-INVOICE-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-CREDIT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-CREDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BSL-NET-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(29)     VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-RECORD-IMAGE        PIC X(80).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-REJECT-REASON       PIC X(30).
           05  FILLER                  PIC X(16)     VALUE SPACES.

       01  INTERFACE-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ITL-LABEL               PIC X(32).
           05  ITL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  ITL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(71)     VALUE SPACES.

       01  IN-BALANCE-LINE.
           05  FILLER                  PIC X(50)     VALUE
               "INTERFACE IS IN BALANCE - GLINTF RELEASED TO GL.".
           05  FILLER                  PIC X(80)     VALUE SPACES.

       01  OUT-OF-BALANCE-LINE.
           05  FILLER                  PIC X(22)     VALUE
               "*** OUT OF BALANCE ***".
           05  FILLER                  PIC X(108)    VALUE SPACES.

       01  NOT-RELEASED-LINE.
           05  FILLER                  PIC X(50)     VALUE
               "*** GL INTERFACE NOT PRODUCED - GLINTF EMPTY ***".
           05  FILLER                  PIC X(80)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-BUILD-GL-INTERFACE.
           OPEN INPUT  POSTING-CONTROL-FILE
                INPUT  SALES-LEDGER-FILE
                INPUT  GL-XREF-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT INTERFACE-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-READ-POSTING-CONTROL.
           PERFORM 900-CHECK-RUN-CONTROL.
           PERFORM 120-CLEAR-BRANCH-ENTRY
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 50.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-SUMMARIZE-LEDGER-RECORD
               UNTIL LEDGER-EOF-SWITCH = "Y".
           PERFORM 250-LOAD-BRANCH-ACCOUNTS
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 50.
           PERFORM 300-PRINT-INTERFACE-TOTALS.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF INTERFACE-BALANCED-SWITCH = "Y"
               IF RERUN-APPROVED-SWITCH = "Y"
                   PERFORM 920-REOPEN-RUN-CONTROL
               ELSE
                   PERFORM 910-STAMP-RUN-OPEN
               END-IF
               PERFORM 400-WRITE-GL-INTERFACE
               PERFORM 940-CLOSE-RUN-CONTROL
               MOVE IN-BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
               MOVE OUT-OF-BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE NOT-RELEASED-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               DISPLAY "GLIF1000 - GL INTERFACE OUT OF BALANCE - "
                   "NOTHING RELEASED - CHECK INTERFACE LISTING"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE POSTING-CONTROL-FILE
                 SALES-LEDGER-FILE
                 GL-XREF-FILE
                 GL-INTERFACE-FILE
                 RUN-CONTROL-FILE
                 INTERFACE-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *    The posting batch is the one POST1000 last ran.  A day
      *    with an empty SALESTRN has no batch id, so its posting
      *    date stands in as the batch for run control.
       110-READ-POSTING-CONTROL.
           READ POSTING-CONTROL-FILE
               AT END
                   DISPLAY "GLIF1000 - NO POSTING-CONTROL RECORD - "
                       "GL INTERFACE NOT RUN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PC-POSTED-COUNT NOT NUMERIC
                   OR PC-POSTED-AMOUNT NOT NUMERIC
               DISPLAY "GLIF1000 - POSTING-CONTROL TOTALS NOT "
                   "NUMERIC - GL INTERFACE NOT RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PC-BATCH-ID = SPACES
               MOVE PC-POSTING-DATE TO GL-BATCH-ID
           ELSE
               MOVE PC-BATCH-ID     TO GL-BATCH-ID
           END-IF.
           MOVE PC-POSTING-DATE TO BIL-POSTING-DATE.
           MOVE GL-BATCH-ID     TO BIL-BATCH-ID.

       120-CLEAR-BRANCH-ENTRY.
           MOVE ZERO   TO BS-INVOICE-COUNT(BRANCH-IDX)
                          BS-INVOICE-AMOUNT(BRANCH-IDX)
                          BS-CREDIT-COUNT(BRANCH-IDX)
                          BS-CREDIT-AMOUNT(BRANCH-IDX).
           MOVE SPACES TO BS-RECEIVABLE-ACCOUNT(BRANCH-IDX)
                          BS-SALES-ACCOUNT(BRANCH-IDX)
                          BS-RETURNS-ACCOUNT(BRANCH-IDX).

      *    Only the ledger records POST1000 stamped with this
      *    run's posting date and batch ID belong to the batch.
      *    Credits are carried as positive amounts so each pair
      *    posts as a plain debit and credit.
       200-SUMMARIZE-LEDGER-RECORD.
           READ SALES-LEDGER-FILE
               AT END
                   MOVE "Y" TO LEDGER-EOF-SWITCH
               NOT AT END
                   IF PL-POSTING-DATE = PC-POSTING-DATE
                           AND PL-BATCH-ID = PC-BATCH-ID
                       PERFORM 210-ADD-TO-BRANCH-SUMMARY
                   END-IF
           END-READ.

       210-ADD-TO-BRANCH-SUMMARY.
           ADD 1 TO LEDGER-SELECTED-COUNT.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF PL-TRANS-AMOUNT NOT NUMERIC
               MOVE "NON-NUMERIC LEDGER AMOUNT" TO REJECT-REASON-TEXT
           ELSE
               ADD PL-TRANS-AMOUNT TO LEDGER-SELECTED-TOTAL
               IF PL-BRANCH-NUMBER NOT NUMERIC
                   MOVE "NON-NUMERIC BRANCH NUMBER"
                       TO REJECT-REASON-TEXT
               ELSE
                   MOVE PL-BRANCH-NUMBER TO BRANCH-NUMBER-WORK
                   IF BRANCH-NUMBER-WORK < VALID-BRANCH-LOW
                           OR BRANCH-NUMBER-WORK > VALID-BRANCH-HIGH
                       MOVE "BRANCH NUMBER OUT OF RANGE"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON-TEXT NOT = SPACES
               ADD 1 TO LEDGER-EXCEPTION-COUNT
               MOVE SALES-LEDGER-RECORD TO EDL-RECORD-IMAGE
               PERFORM 280-PRINT-EXCEPTION-LINE
           ELSE
               MOVE BRANCH-NUMBER-WORK TO BRANCH-IDX
               IF PL-TRANS-AMOUNT < ZERO
                   ADD 1 TO BS-CREDIT-COUNT(BRANCH-IDX)
                   SUBTRACT PL-TRANS-AMOUNT
                       FROM BS-CREDIT-AMOUNT(BRANCH-IDX)
               ELSE
                   ADD 1 TO BS-INVOICE-COUNT(BRANCH-IDX)
                   ADD PL-TRANS-AMOUNT
                       TO BS-INVOICE-AMOUNT(BRANCH-IDX)
               END-IF
           END-IF.

      *    Every branch with activity needs its three GL accounts
      *    before any of the batch can go to the ledger.
       250-LOAD-BRANCH-ACCOUNTS.
           IF BS-INVOICE-COUNT(BRANCH-IDX) > ZERO
                   OR BS-CREDIT-COUNT(BRANCH-IDX) > ZERO
               ADD 1 TO BRANCHES-SUMMARIZED
               MOVE BRANCH-IDX TO GX-BRANCH-NUMBER
               READ GL-XREF-FILE
                   INVALID KEY
                       ADD 1 TO BRANCH-MISSING-COUNT
                       MOVE SPACES TO EDL-RECORD-IMAGE
                       STRING "BRANCH " DELIMITED BY SIZE
                           GX-BRANCH-NUMBER DELIMITED BY SIZE
                           INTO EDL-RECORD-IMAGE
                       END-STRING
                       MOVE "NO GL ACCOUNTS FOR BRANCH"
                           TO REJECT-REASON-TEXT
                       PERFORM 280-PRINT-EXCEPTION-LINE
                   NOT INVALID KEY
                       MOVE GX-RECEIVABLE-ACCOUNT
                           TO BS-RECEIVABLE-ACCOUNT(BRANCH-IDX)
                       MOVE GX-SALES-ACCOUNT
                           TO BS-SALES-ACCOUNT(BRANCH-IDX)
                       MOVE GX-RETURNS-ACCOUNT
                           TO BS-RETURNS-ACCOUNT(BRANCH-IDX)
               END-READ
               PERFORM 260-PRINT-BRANCH-SUMMARY
           END-IF.

       260-PRINT-BRANCH-SUMMARY.
           ADD BS-INVOICE-AMOUNT(BRANCH-IDX) TO INVOICE-TOTAL.
           ADD BS-CREDIT-AMOUNT(BRANCH-IDX)  TO CREDIT-TOTAL.
           SUBTRACT BS-CREDIT-AMOUNT(BRANCH-IDX)
               FROM BS-INVOICE-AMOUNT(BRANCH-IDX)
               GIVING BRANCH-NET-WORK.
           MOVE BRANCH-IDX                   TO BSL-BRANCH-NUMBER.
           MOVE BS-RECEIVABLE-ACCOUNT(BRANCH-IDX)
                                             TO BSL-RECEIVABLE-ACCOUNT.
           MOVE BS-SALES-ACCOUNT(BRANCH-IDX) TO BSL-SALES-ACCOUNT.
           MOVE BS-RETURNS-ACCOUNT(BRANCH-IDX)
                                             TO BSL-RETURNS-ACCOUNT.
           MOVE BS-INVOICE-COUNT(BRANCH-IDX) TO BSL-INVOICE-COUNT.
           MOVE BS-INVOICE-AMOUNT(BRANCH-IDX)
                                             TO BSL-INVOICE-AMOUNT.
           MOVE BS-CREDIT-COUNT(BRANCH-IDX)  TO BSL-CREDIT-COUNT.
           MOVE BS-CREDIT-AMOUNT(BRANCH-IDX) TO BSL-CREDIT-AMOUNT.
           MOVE BRANCH-NET-WORK              TO BSL-NET-AMOUNT.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE BRANCH-SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       280-PRINT-EXCEPTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE REJECT-REASON-TEXT TO EDL-REJECT-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       230-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE BATCH-ID-LINE  TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *    Debits equal credits by construction of each pair; the
      *    real proof is the ledger against the posted totals and
      *    the branch summary against the ledger.
       300-PRINT-INTERFACE-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE - 14
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           SUBTRACT CREDIT-TOTAL FROM INVOICE-TOTAL
               GIVING NET-INTERFACE-TOTAL.
           ADD INVOICE-TOTAL CREDIT-TOTAL GIVING DEBIT-TOTAL.
           ADD INVOICE-TOTAL CREDIT-TOTAL GIVING CREDIT-SIDE-TOTAL.
           SUBTRACT NET-INTERFACE-TOTAL FROM PC-POSTED-AMOUNT
               GIVING POSTED-DIFFERENCE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "POST1000 POSTED TOTALS"   TO ITL-LABEL.
           MOVE PC-POSTED-COUNT            TO ITL-COUNT.
           MOVE PC-POSTED-AMOUNT           TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER FOR POSTING BATCH" TO ITL-LABEL.
           MOVE LEDGER-SELECTED-COUNT      TO ITL-COUNT.
           MOVE LEDGER-SELECTED-TOTAL      TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "INTERFACE INVOICES"       TO ITL-LABEL.
           MOVE ZERO                       TO ITL-COUNT.
           MOVE INVOICE-TOTAL              TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "INTERFACE CREDITS"        TO ITL-LABEL.
           MOVE CREDIT-TOTAL               TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "INTERFACE NET SALES"      TO ITL-LABEL.
           MOVE NET-INTERFACE-TOTAL        TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "DIFFERENCE TO POSTED"     TO ITL-LABEL.
           MOVE POSTED-DIFFERENCE          TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "GL DEBIT ENTRIES TOTAL"   TO ITL-LABEL.
           MOVE DEBIT-TOTAL                TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "GL CREDIT ENTRIES TOTAL"  TO ITL-LABEL.
           MOVE CREDIT-SIDE-TOTAL          TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO ITL-AMOUNT.
           MOVE "BRANCHES SUMMARIZED"      TO ITL-LABEL.
           MOVE BRANCHES-SUMMARIZED        TO ITL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "BRANCHES WITHOUT GL ACCOUNTS" TO ITL-LABEL.
           MOVE BRANCH-MISSING-COUNT       TO ITL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER RECORDS IN ERROR"  TO ITL-LABEL.
           MOVE LEDGER-EXCEPTION-COUNT     TO ITL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 15 TO LINE-COUNT.
           IF LEDGER-SELECTED-COUNT NOT = PC-POSTED-COUNT
                   OR LEDGER-SELECTED-TOTAL NOT = PC-POSTED-AMOUNT
                   OR POSTED-DIFFERENCE NOT = ZERO
                   OR DEBIT-TOTAL NOT = CREDIT-SIDE-TOTAL
                   OR BRANCH-MISSING-COUNT > ZERO
                   OR LEDGER-EXCEPTION-COUNT > ZERO
               MOVE "N" TO INTERFACE-BALANCED-SWITCH
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE INTERFACE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

       400-WRITE-GL-INTERFACE.
           MOVE SPACES          TO GL-HEADER-WORK.
           MOVE PC-POSTING-DATE TO GH-POSTING-DATE.
           MOVE GL-BATCH-ID     TO GH-BATCH-ID.
           MOVE GL-SOURCE-CODE  TO GH-SOURCE-CODE.
           MOVE "H"             TO GI-RECORD-TYPE.
           MOVE GL-HEADER-WORK  TO GI-RECORD-DATA.
           WRITE GL-INTERFACE-RECORD.
           MOVE SPACES TO GL-DETAIL-WORK.
           PERFORM 410-WRITE-BRANCH-ENTRIES
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > 50.
           MOVE SPACES               TO GL-TRAILER-WORK.
           MOVE DETAIL-WRITTEN-COUNT TO GT-RECORD-COUNT.
           MOVE DEBIT-TOTAL          TO AMOUNT-DISPLAY-WORK.
           MOVE ADW-DOLLARS          TO GT-DEBIT-DOLLARS.
           MOVE "."                  TO GT-DEBIT-POINT.
           MOVE ADW-CENTS            TO GT-DEBIT-CENTS.
           MOVE CREDIT-SIDE-TOTAL    TO AMOUNT-DISPLAY-WORK.
           MOVE ADW-DOLLARS          TO GT-CREDIT-DOLLARS.
           MOVE "."                  TO GT-CREDIT-POINT.
           MOVE ADW-CENTS            TO GT-CREDIT-CENTS.
           MOVE "T"                  TO GI-RECORD-TYPE.
           MOVE GL-TRAILER-WORK      TO GI-RECORD-DATA.
           WRITE GL-INTERFACE-RECORD.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "JOURNAL LINES WRITTEN"    TO ITL-LABEL.
           MOVE DETAIL-WRITTEN-COUNT       TO ITL-COUNT.
           MOVE ZERO                       TO ITL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.

      *    Invoices: debit receivables, credit sales.  Credits:
      *    debit returns and allowances, credit receivables.
       410-WRITE-BRANCH-ENTRIES.
           IF BS-INVOICE-COUNT(BRANCH-IDX) > ZERO
               MOVE "I" TO GD-ENTRY-TYPE
               MOVE BS-INVOICE-COUNT(BRANCH-IDX) TO GD-RECORD-COUNT
               MOVE BS-INVOICE-AMOUNT(BRANCH-IDX)
                   TO AMOUNT-DISPLAY-WORK
               MOVE BS-RECEIVABLE-ACCOUNT(BRANCH-IDX)
                   TO GD-GL-ACCOUNT
               MOVE "D" TO GD-DEBIT-CREDIT
               MOVE "SALES INVOICES" TO GD-DESCRIPTION
               PERFORM 420-WRITE-GL-DETAIL
               MOVE BS-SALES-ACCOUNT(BRANCH-IDX) TO GD-GL-ACCOUNT
               MOVE "C" TO GD-DEBIT-CREDIT
               PERFORM 420-WRITE-GL-DETAIL
           END-IF.
           IF BS-CREDIT-COUNT(BRANCH-IDX) > ZERO
               MOVE "C" TO GD-ENTRY-TYPE
               MOVE BS-CREDIT-COUNT(BRANCH-IDX) TO GD-RECORD-COUNT
               MOVE BS-CREDIT-AMOUNT(BRANCH-IDX)
                   TO AMOUNT-DISPLAY-WORK
               MOVE BS-RETURNS-ACCOUNT(BRANCH-IDX) TO GD-GL-ACCOUNT
               MOVE "D" TO GD-DEBIT-CREDIT
               MOVE "SALES CREDITS" TO GD-DESCRIPTION
               PERFORM 420-WRITE-GL-DETAIL
               MOVE BS-RECEIVABLE-ACCOUNT(BRANCH-IDX)
                   TO GD-GL-ACCOUNT
               MOVE "C" TO GD-DEBIT-CREDIT
               PERFORM 420-WRITE-GL-DETAIL
           END-IF.

       420-WRITE-GL-DETAIL.
           MOVE BRANCH-IDX      TO GD-BRANCH-NUMBER.
           MOVE PC-POSTING-DATE TO GD-POSTING-DATE.
           MOVE ADW-DOLLARS     TO GD-AMOUNT-DOLLARS.
           MOVE "."             TO GD-AMOUNT-POINT.
           MOVE ADW-CENTS       TO GD-AMOUNT-CENTS.
           MOVE "D"             TO GI-RECORD-TYPE.
           MOVE GL-DETAIL-WORK  TO GI-RECORD-DATA.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO DETAIL-WRITTEN-COUNT.

      *    Checked before anything is read so a batch already sent
      *    to the ledger is refused outright and its GLINTF is left
      *    alone; the stamp is only written once the batch has
      *    balanced and the interface is about to be produced.
       900-CHECK-RUN-CONTROL.
           MOVE "GLIF1000"     TO RC-PROGRAM-NAME.
           MOVE GL-BATCH-ID    TO RC-BATCH-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO RERUN-APPROVED-SWITCH
               NOT INVALID KEY
                   IF RC-RUN-STATUS = "R"
                       MOVE "Y" TO RERUN-APPROVED-SWITCH
                   ELSE
                       IF RC-RUN-STATUS = "O"
                           DISPLAY "GLIF1000 - BATCH " RC-BATCH-ID
                               " HAS A RUN STILL OPEN - SUPERVISOR"
                               " RERUN APPROVAL NEEDED (RUNC1000)"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           DISPLAY "GLIF1000 - BATCH " RC-BATCH-ID
                               " ALREADY SENT TO GL - SUPERVISOR"
                               " RERUN APPROVAL NEEDED (RUNC1000)"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       910-STAMP-RUN-OPEN.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE CD-HOURS   TO RST-HOURS.
           MOVE CD-MINUTES TO RST-MINUTES.
           MOVE SPACES         TO RUN-CONTROL-RECORD.
           MOVE "GLIF1000"     TO RC-PROGRAM-NAME.
           MOVE GL-BATCH-ID    TO RC-BATCH-ID.
           MOVE "O"            TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE TO RC-START-DATE.
           MOVE RUN-STAMP-TIME TO RC-START-TIME.
           MOVE ZERO           TO RC-END-DATE.
           MOVE ZERO           TO RC-END-TIME.
           WRITE RUN-CONTROL-RECORD.
           MOVE "Y" TO RUN-CONTROL-OPEN-SWITCH.

       920-REOPEN-RUN-CONTROL.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE CD-HOURS   TO RST-HOURS.
           MOVE CD-MINUTES TO RST-MINUTES.
           MOVE "GLIF1000"     TO RC-PROGRAM-NAME.
           MOVE GL-BATCH-ID    TO RC-BATCH-ID.
           MOVE "O"            TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE TO RC-START-DATE.
           MOVE RUN-STAMP-TIME TO RC-START-TIME.
           MOVE ZERO           TO RC-END-DATE.
           MOVE ZERO           TO RC-END-TIME.
           REWRITE RUN-CONTROL-RECORD.
           MOVE "Y" TO RUN-CONTROL-OPEN-SWITCH.

       940-CLOSE-RUN-CONTROL.
           IF RUN-CONTROL-OPEN-SWITCH = "Y"
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-YEAR    TO RSD-YEAR
               MOVE CD-MONTH   TO RSD-MONTH
               MOVE CD-DAY     TO RSD-DAY
               MOVE CD-HOURS   TO RST-HOURS
               MOVE CD-MINUTES TO RST-MINUTES
               MOVE "C"            TO RC-RUN-STATUS
               MOVE RUN-STAMP-DATE TO RC-END-DATE
               MOVE RUN-STAMP-TIME TO RC-END-TIME
               REWRITE RUN-CONTROL-RECORD
               MOVE "N" TO RUN-CONTROL-OPEN-SWITCH
           END-IF.
