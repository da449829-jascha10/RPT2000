      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Territory Realignment
      *
      *            Moves blocks of customers from one branch/rep
      *            pair to another and carries the annual sales
      *            plan with them, in place of one CUST1000 change
      *            per customer and a separate PLAN1000 change.
      *            Driven by a small move file (ALGNTRAN): from
      *            branch/rep, to branch/rep, effective date, an
      *            optional customer-number range to split a pair
      *            between several new owners, and an optional
      *            percent of the from-pair plan to move.  Moves
      *            are applied in file order.
      *
      *            Each move's customers are gathered through the
      *            branch/rep alternate key (the CUSTBRP path) and
      *            then rewritten one at a time under the new
      *            CM-BRANCH-REP-KEY, each before-image journaled
      *            to CMJOURNL under ALGN1000 so BACK1000 can
      *            reverse the run, and each after-image to
      *            CMAFTJNL for forward recovery.  The target rep
      *            must be on REPMAST and the target branch on
      *            BRCHMAST, and the effective date must have been
      *            reached.
      *
      *            The plan moves whole when the whole pair moves,
      *            otherwise the keyed percent is moved, or with no
      *            percent the moved customers' share of the pair's
      *            this-YTD sales.  A from-pair left empty has its
      *            plan record deleted.  Every plan record the run
      *            changes is remembered with its amount and whether
      *            it was on file before the run's first change to
      *            it; at the end of the run one PLAN1000
      *            transaction per plan key is written to PLANBACK
      *            from that first image against the key's final
      *            state (A if the run deleted it, D if the run
      *            added it, otherwise C), so the plan side of the
      *            run can be backed out through PLAN1000 however
      *            many moves touched the same pair.  PLANBACK is
      *            added to, never replaced, and is opened only
      *            after the run-control check passes, so a refused
      *            rerun cannot lose an earlier run's reversals.
      *            Each record carries the run date and time in
      *            columns past the PLAN1000 fields; more than one
      *            run is backed out a run at a time, newest first.
      *            A run that abends writes no reversals; its plan
      *            lines on the listing show each before amount.
      *
      *            The listing shows each customer moved, each plan
      *            moved, and before/after totals for every
      *            branch/rep pair touched, with file totals that
      *            must balance.  RC 4 when a move is rejected or
      *            a customer update fails, RC 8 when the file
      *            totals do not balance or a plan change could not
      *            be given a reversal.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALGN1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIGN-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT SALES-PLAN-MASTER ASSIGN TO SLSPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-PLAN-KEY.
           SELECT SALESREP-MASTER ASSIGN TO REPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SALESREP-NUMBER.
           SELECT BRANCH-MASTER ASSIGN TO BRCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-NUMBER.
           SELECT ALIGN-TRANS-FILE ASSIGN TO ALGNTRAN.
           SELECT OPTIONAL PLAN-BACKOUT-FILE ASSIGN TO PLANBACK.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT AUDIT-REPORT ASSIGN TO ALGN1000.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIGN-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-REP-KEY.
               10  CM-BRANCH-NUMBER    PIC 9(2).
               10  CM-SALESREP-NUMBER  PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).
           05  CM-MONTHLY-SALES.
               10  CM-SALES-MONTH      OCCURS 12 TIMES
                                       PIC S9(4)V9(2).
           05  FILLER                  PIC X(8).

       FD  SALES-PLAN-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  SALES-PLAN-RECORD.
           05  PN-PLAN-KEY.
               10  PN-BRANCH-NUMBER    PIC 9(2).
               10  PN-SALESREP-NUMBER  PIC 9(2).
           05  PN-ANNUAL-PLAN-AMOUNT   PIC S9(7)V9(2).
           05  FILLER                  PIC X(27).

       FD  SALESREP-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  SALESREP-MASTER-RECORD.
           05  SM-SALESREP-NUMBER      PIC 9(2).
           05  SM-SALESREP-NAME        PIC X(20).
           05  FILLER                  PIC X(38).

       FD  BRANCH-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-NUMBER        PIC 9(2).
           05  BM-BRANCH-NAME          PIC X(20).
           05  BM-MANAGER-NAME         PIC X(20).
           05  FILLER                  PIC X(18).

       FD  ALIGN-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  ALIGN-TRANSACTION-RECORD.
           05  AX-FROM-BRANCH-NUMBER   PIC X(2).
           05  AX-FROM-SALESREP-NUMBER PIC X(2).
           05  AX-TO-BRANCH-NUMBER     PIC X(2).
           05  AX-TO-SALESREP-NUMBER   PIC X(2).
           05  AX-EFFECTIVE-DATE       PIC X(8).
           05  AX-FIRST-CUSTOMER       PIC X(5).
           05  AX-LAST-CUSTOMER        PIC X(5).
           05  AX-PLAN-PERCENT         PIC X(3).
           05  FILLER                  PIC X(51).

      *    Same layout as PLAN1000's PLANTRAN record.
       FD  PLAN-BACKOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PLAN-BACKOUT-RECORD.
           05  PB-ACTION-CODE          PIC X(1).
           05  PB-BRANCH-NUMBER        PIC 9(2).
           05  PB-SALESREP-NUMBER      PIC 9(2).
           05  PB-ANNUAL-PLAN-AMOUNT   PIC 9(7)V9(2).
           05  PB-RUN-DATE             PIC 9(8).
           05  PB-RUN-TIME             PIC 9(4).
           05  FILLER                  PIC X(54).

       FD  CM-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.
       01  CM-JOURNAL-RECORD.
           05  JR-JOURNAL-DATE.
               10  JR-JOURNAL-YEAR     PIC 9(4).
               10  JR-JOURNAL-MONTH    PIC 9(2).
               10  JR-JOURNAL-DAY      PIC 9(2).
           05  JR-JOURNAL-TIME.
               10  JR-JOURNAL-HOURS    PIC 9(2).
               10  JR-JOURNAL-MINUTES  PIC 9(2).
           05  JR-PROGRAM-NAME         PIC X(8).
           05  JR-ACTION-CODE          PIC X(1).
           05  JR-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(9).

       FD  AFTER-IMAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.
       01  AFTER-IMAGE-RECORD.
           05  AJ-JOURNAL-DATE.
               10  AJ-JOURNAL-YEAR     PIC 9(4).
               10  AJ-JOURNAL-MONTH    PIC 9(2).
               10  AJ-JOURNAL-DAY      PIC 9(2).
           05  AJ-JOURNAL-TIME.
               10  AJ-JOURNAL-HOURS    PIC 9(2).
               10  AJ-JOURNAL-MINUTES  PIC 9(2).
           05  AJ-PROGRAM-NAME         PIC X(8).
           05  AJ-ACTION-CODE          PIC X(1).
           05  AJ-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(9).

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

       FD  AUDIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  TRANS-EOF-SWITCH        PIC X         VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  MOVE-IS-INVALID-SWITCH  PIC X         VALUE "N".
           05  DATE-IS-INVALID-SWITCH  PIC X         VALUE "N".
           05  RANGE-GIVEN-SWITCH      PIC X         VALUE "N".
           05  PERCENT-GIVEN-SWITCH    PIC X         VALUE "N".
           05  FROM-PLAN-FOUND-SWITCH  PIC X         VALUE "N".
           05  TO-PLAN-FOUND-SWITCH    PIC X         VALUE "N".
           05  PAIR-FOUND-SWITCH       PIC X         VALUE "N".
           05  INSERT-POINT-SWITCH     PIC X         VALUE "N".
           05  TOTALS-SECTION-SWITCH   PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  VALIDATION-FIELDS.
           05  VALID-BRANCH-LOW        PIC 9(2)      VALUE 01.
           05  VALID-BRANCH-HIGH       PIC 9(2)      VALUE 50.
           05  REJECT-REASON-TEXT      PIC X(30)     VALUE SPACES.
           05  DATE-EDIT-WORK.
               10  DE-YEAR             PIC 9(4).
               10  DE-MONTH            PIC 9(2).
               10  DE-DAY              PIC 9(2).
           05  DATE-EDIT-NUMBER REDEFINES DATE-EDIT-WORK
                                       PIC 9(8).
           05  RUN-DATE-CCYYMMDD       PIC 9(8)      VALUE ZERO.

       01  MOVE-WORK-FIELDS.
           05  FROM-PAIR-KEY.
               10  FROM-BRANCH-NUMBER  PIC 9(2).
               10  FROM-SALESREP-NUMBER
                                       PIC 9(2).
           05  TO-PAIR-KEY.
               10  TO-BRANCH-NUMBER    PIC 9(2).
               10  TO-SALESREP-NUMBER  PIC 9(2).
           05  FIRST-CUSTOMER-NUMBER   PIC 9(5)      VALUE ZERO.
           05  LAST-CUSTOMER-NUMBER    PIC 9(5)      VALUE ZERO.
           05  PLAN-PERCENT-DIGITS     PIC 9(3)      VALUE ZERO.
           05  EFFECTIVE-DATE-DISPLAY.
               10  EDD-MONTH           PIC X(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  EDD-DAY             PIC X(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  EDD-YEAR            PIC X(4).
           05  PAIR-CUSTOMER-COUNT     PIC S9(5)     VALUE ZERO.
           05  PAIR-SALES-TOTAL        PIC S9(7)V99  VALUE ZERO.
           05  MOVED-SALES-TOTAL       PIC S9(7)V99  VALUE ZERO.

       01  MOVE-TABLE-FIELDS.
           05  MOVE-LIMIT              PIC S9(5)     VALUE +2000.
           05  MOVE-COUNT              PIC S9(5)     VALUE ZERO.
           05  MOVE-IDX                PIC S9(5)     VALUE ZERO.
           05  MOVE-OVERFLOW-COUNT     PIC S9(5)     VALUE ZERO.

       01  MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 2000 TIMES.
               10  MT-CUSTOMER-NUMBER  PIC 9(5).

       01  PLAN-MOVE-FIELDS.
           05  FROM-PLAN-BEFORE        PIC S9(7)V99  VALUE ZERO.
           05  FROM-PLAN-AFTER         PIC S9(7)V99  VALUE ZERO.
           05  TO-PLAN-BEFORE          PIC S9(7)V99  VALUE ZERO.
           05  TO-PLAN-AFTER           PIC S9(7)V99  VALUE ZERO.
           05  PLAN-MOVE-AMOUNT        PIC S9(7)V99  VALUE ZERO.
           05  PLAN-SHARE-PERCENT      PIC S9(3)V99  VALUE ZERO.
           05  PLAN-PERCENT-EDIT       PIC ZZ9.99.

       01  PLAN-BACKOUT-WORK.
           05  BW-ACTION-CODE          PIC X(1).
           05  BW-PAIR-KEY.
               10  BW-BRANCH-NUMBER    PIC 9(2).
               10  BW-SALESREP-NUMBER  PIC 9(2).
           05  BW-PLAN-AMOUNT          PIC S9(7)V99.

       01  PLAN-KEY-TABLE-FIELDS.
           05  PLAN-KEY-LIMIT          PIC S9(3)     VALUE +500.
           05  PLAN-KEY-COUNT          PIC S9(3)     VALUE ZERO.
           05  PLAN-KEY-IDX            PIC S9(3)     VALUE ZERO.
           05  PLAN-KEY-MATCH-IDX      PIC S9(3)     VALUE ZERO.
           05  PLAN-KEY-OVERFLOW-COUNT PIC S9(5)     VALUE ZERO.

      *    One entry per plan key the run changes: the first image
      *    (amount and whether the record was on file) and whether
      *    the record is on file now.
       01  PLAN-KEY-TABLE.
           05  PLAN-KEY-ENTRY OCCURS 500 TIMES.
               10  PK-PLAN-KEY.
                   15  PK-BRANCH-NUMBER
                                       PIC 9(2).
                   15  PK-SALESREP-NUMBER
                                       PIC 9(2).
               10  PK-ORIGINAL-AMOUNT  PIC S9(7)V99.
               10  PK-ORIGINAL-SWITCH  PIC X(1).
               10  PK-CURRENT-SWITCH   PIC X(1).

       01  PAIR-TABLE-FIELDS.
           05  PAIR-LIMIT              PIC S9(3)     VALUE +500.
           05  PAIR-COUNT              PIC S9(3)     VALUE ZERO.
           05  PAIR-IDX                PIC S9(3)     VALUE ZERO.
           05  PAIR-MATCH-IDX          PIC S9(3)     VALUE ZERO.
           05  PAIR-INSERT-IDX         PIC S9(3)     VALUE ZERO.
           05  PAIR-OVERFLOW-COUNT     PIC S9(5)     VALUE ZERO.
           05  PAIR-LOOKUP-KEY         PIC X(4)      VALUE SPACES.

       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 500 TIMES.
               10  PT-BRANCH-REP-KEY.
                   15  PT-BRANCH-NUMBER
                                       PIC 9(2).
                   15  PT-SALESREP-NUMBER
                                       PIC 9(2).
               10  PT-BEFORE-COUNT     PIC S9(5).
               10  PT-BEFORE-THIS-YTD  PIC S9(7)V99.
               10  PT-BEFORE-LAST-YTD  PIC S9(7)V99.
               10  PT-BEFORE-TWO-YEARS PIC S9(7)V99.
               10  PT-AFTER-COUNT      PIC S9(5).
               10  PT-AFTER-THIS-YTD   PIC S9(7)V99.
               10  PT-AFTER-LAST-YTD   PIC S9(7)V99.
               10  PT-AFTER-TWO-YEARS  PIC S9(7)V99.
               10  PT-TOUCHED-SWITCH   PIC X(1).

       01  FILE-TOTAL-FIELDS.
           05  FILE-BEFORE-COUNT       PIC S9(7)     VALUE ZERO.
           05  FILE-BEFORE-THIS-YTD    PIC S9(9)V99  VALUE ZERO.
           05  FILE-BEFORE-LAST-YTD    PIC S9(9)V99  VALUE ZERO.
           05  FILE-BEFORE-TWO-YEARS   PIC S9(9)V99  VALUE ZERO.
           05  FILE-BEFORE-SUSPENSE    PIC S9(7)     VALUE ZERO.
           05  FILE-AFTER-COUNT        PIC S9(7)     VALUE ZERO.
           05  FILE-AFTER-THIS-YTD     PIC S9(9)V99  VALUE ZERO.
           05  FILE-AFTER-LAST-YTD     PIC S9(9)V99  VALUE ZERO.
           05  FILE-AFTER-TWO-YEARS    PIC S9(9)V99  VALUE ZERO.
           05  FILE-AFTER-SUSPENSE     PIC S9(7)     VALUE ZERO.

       01  JOURNAL-WORK-FIELDS.
           05  BEFORE-IMAGE-SAVE       PIC X(130)    VALUE SPACES.
           05  JOURNAL-ACTION-CODE     PIC X(1)      VALUE SPACE.

       01  RUN-CONTROL-WORK.
           05  RUN-CONTROL-OPEN-SWITCH PIC X         VALUE "N".
           05  RUN-STAMP-DATE.
               10  RSD-YEAR            PIC 9(4).
               10  RSD-MONTH           PIC 9(2).
               10  RSD-DAY             PIC 9(2).
           05  RUN-STAMP-TIME.
               10  RST-HOURS           PIC 9(2).
               10  RST-MINUTES         PIC 9(2).

       01  ALIGN-COUNT-FIELDS.
           05  MOVES-READ-COUNT        PIC 9(7)      VALUE ZERO.
           05  MOVES-APPLIED-COUNT     PIC 9(7)      VALUE ZERO.
           05  MOVES-REJECTED-COUNT    PIC 9(7)      VALUE ZERO.
           05  CUSTOMERS-MOVED-COUNT   PIC 9(7)      VALUE ZERO.
           05  CUSTOMERS-FAILED-COUNT  PIC 9(7)      VALUE ZERO.
           05  PLANS-MOVED-COUNT       PIC 9(7)      VALUE ZERO.
           05  PLANS-ADDED-COUNT       PIC 9(7)      VALUE ZERO.
           05  PLANS-DELETED-COUNT     PIC 9(7)      VALUE ZERO.
           05  PLAN-REVERSALS-COUNT    PIC 9(7)      VALUE ZERO.

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
           05  FILLER           PIC X(14)     VALUE SPACES.
           05  FILLER           PIC X(30)     VALUE
                               "TERRITORY REALIGNMENT LISTING".
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
           05  FILLER                  PIC X(8)      VALUE "ALGN1000".

       01  HEADING-LINE-3.
           05  FILLER      PIC X(7)   VALUE "FROM".
           05  FILLER      PIC X(7)   VALUE "TO".
           05  FILLER      PIC X(7)   VALUE "CUST #".
           05  FILLER      PIC X(22)  VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(12)  VALUE "THIS YTD".
           05  FILLER      PIC X(12)  VALUE "LAST YTD".
           05  FILLER      PIC X(12)  VALUE "2 YRS AGO".
           05  FILLER      PIC X(12)  VALUE "EFFECTIVE".
           05  FILLER      PIC X(39)  VALUE "STATUS".

       01  HEADING-LINE-4.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE ALL '-'.
           05  FILLER          PIC X(9)   VALUE SPACES.

       01  TOTAL-HEADING-LINE-3.
           05  FILLER      PIC X(12)  VALUE SPACES.
           05  FILLER      PIC X(53)  VALUE
               "------------- BEFORE REALIGNMENT -------------".
           05  FILLER      PIC X(53)  VALUE
               "------------- AFTER REALIGNMENT --------------".
           05  FILLER      PIC X(12)  VALUE SPACES.

       01  TOTAL-HEADING-LINE-4.
           05  FILLER      PIC X(2)   VALUE SPACES.
           05  FILLER      PIC X(5)   VALUE "BR".
           05  FILLER      PIC X(5)   VALUE "REP".
           05  FILLER      PIC X(8)   VALUE " CUSTS".
           05  FILLER      PIC X(15)  VALUE "     THIS YTD".
           05  FILLER      PIC X(15)  VALUE "     LAST YTD".
           05  FILLER      PIC X(15)  VALUE "    2 YRS AGO".
           05  FILLER      PIC X(8)   VALUE " CUSTS".
           05  FILLER      PIC X(15)  VALUE "     THIS YTD".
           05  FILLER      PIC X(15)  VALUE "     LAST YTD".
           05  FILLER      PIC X(15)  VALUE "    2 YRS AGO".
           05  FILLER      PIC X(12)  VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  ADL-FROM-PAIR.
               10  ADL-FROM-BRANCH     PIC X(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  ADL-FROM-SALESREP   PIC X(2).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-TO-PAIR.
               10  ADL-TO-BRANCH       PIC X(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  ADL-TO-SALESREP     PIC X(2).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-CUSTOMER-NUMBER     PIC X(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-SALES-THIS-YTD      PIC ZZ,ZZ9.99-.
           05  ADL-SALES-THIS-YTD-X REDEFINES ADL-SALES-THIS-YTD
                                       PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-SALES-LAST-YTD      PIC ZZ,ZZ9.99-.
           05  ADL-SALES-LAST-YTD-X REDEFINES ADL-SALES-LAST-YTD
                                       PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-SALES-TWO-YEARS-AGO PIC ZZ,ZZ9.99-.
           05  ADL-SALES-TWO-YEARS-X REDEFINES ADL-SALES-TWO-YEARS-AGO
                                       PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-EFFECTIVE-DATE      PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-STATUS              PIC X(39).

       01  PLAN-DETAIL-LINE.
           05  PDL-FROM-PAIR.
               10  PDL-FROM-BRANCH     PIC 9(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  PDL-FROM-SALESREP   PIC 9(2).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PDL-TO-PAIR.
               10  PDL-TO-BRANCH       PIC 9(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  PDL-TO-SALESREP     PIC 9(2).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(11)     VALUE
                                       "PLAN FROM: ".
           05  PDL-FROM-PLAN-BEFORE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)      VALUE " TO ".
           05  PDL-FROM-PLAN-AFTER     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(9)      VALUE
                                       "PLAN TO: ".
           05  PDL-TO-PLAN-BEFORE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)      VALUE " TO ".
           05  PDL-TO-PLAN-AFTER       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PDL-STATUS              PIC X(32).

       01  PAIR-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-BRANCH-NUMBER       PIC X(2).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  PTL-SALESREP-NUMBER     PIC X(2).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  PTL-BEFORE-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-BEFORE-THIS-YTD     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-BEFORE-LAST-YTD     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-BEFORE-TWO-YEARS    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-AFTER-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-AFTER-THIS-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-AFTER-LAST-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-AFTER-TWO-YEARS     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PTL-NOTE                PIC X(12).

       01  FILE-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FTL-LABEL               PIC X(9).
           05  FTL-BEFORE-COUNT        PIC ZZZ,ZZ9.
           05  FTL-BEFORE-THIS-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FTL-BEFORE-LAST-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FTL-BEFORE-TWO-YEARS    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  FTL-AFTER-COUNT         PIC ZZZ,ZZ9.
           05  FTL-AFTER-THIS-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FTL-AFTER-LAST-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FTL-AFTER-TWO-YEARS     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(14)     VALUE SPACES.

       01  MAINT-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  MTL-LABEL               PIC X(24).
           05  MTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(97)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-REALIGN-TERRITORIES.
           OPEN I-O    ALIGN-CUSTMAST
                I-O    SALES-PLAN-MASTER
                INPUT  SALESREP-MASTER
                INPUT  BRANCH-MASTER
                INPUT  ALIGN-TRANS-FILE
                EXTEND CM-JOURNAL-FILE
                EXTEND AFTER-IMAGE-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 900-OPEN-RUN-CONTROL.
           OPEN EXTEND PLAN-BACKOUT-FILE.
           PERFORM 110-LOAD-BEFORE-TOTALS.
           PERFORM 200-APPLY-MOVE-TRANSACTION
               UNTIL TRANS-EOF-SWITCH = "Y".
           PERFORM 400-WRITE-PLAN-BACKOUT.
           PERFORM 300-PRINT-REALIGNMENT-TOTALS.
           PERFORM 330-PRINT-MOVE-COUNTS.
           PERFORM 940-CLOSE-RUN-CONTROL.
           CLOSE ALIGN-CUSTMAST
                 SALES-PLAN-MASTER
                 SALESREP-MASTER
                 BRANCH-MASTER
                 ALIGN-TRANS-FILE
                 PLAN-BACKOUT-FILE
                 CM-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 RUN-CONTROL-FILE
                 AUDIT-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE CD-YEAR    TO DE-YEAR.
           MOVE CD-MONTH   TO DE-MONTH.
           MOVE CD-DAY     TO DE-DAY.
           MOVE DATE-EDIT-NUMBER TO RUN-DATE-CCYYMMDD.

      *    The whole master is totalled by branch/rep before any
      *    move and again after the last, so the listing can show
      *    each touched pair both ways and prove the file totals
      *    did not change.
       110-LOAD-BEFORE-TOTALS.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 114-ACCUMULATE-BEFORE-TOTAL
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           IF PAIR-OVERFLOW-COUNT > ZERO
               DISPLAY "ALGN1000 - WARNING: PAIR TABLE FULL - "
                   PAIR-OVERFLOW-COUNT
                   " CUSTOMER(S) NOT IN PAIR TOTALS"
           END-IF.

       112-READ-NEXT-CUSTOMER.
           READ ALIGN-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ.

       114-ACCUMULATE-BEFORE-TOTAL.
           PERFORM 112-READ-NEXT-CUSTOMER.
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO FILE-BEFORE-COUNT
               MOVE CM-BRANCH-REP-KEY TO PAIR-LOOKUP-KEY
               PERFORM 150-FIND-PAIR-ENTRY
               IF PAIR-FOUND-SWITCH = "N"
                   PERFORM 155-INSERT-PAIR-ENTRY
               END-IF
               IF PAIR-FOUND-SWITCH = "Y"
                   ADD 1 TO PT-BEFORE-COUNT(PAIR-MATCH-IDX)
               END-IF
               IF CM-SALES-THIS-YTD NUMERIC
                       AND CM-SALES-LAST-YTD NUMERIC
                       AND CM-SALES-TWO-YEARS-AGO NUMERIC
                   ADD CM-SALES-THIS-YTD  TO FILE-BEFORE-THIS-YTD
                   ADD CM-SALES-LAST-YTD  TO FILE-BEFORE-LAST-YTD
                   ADD CM-SALES-TWO-YEARS-AGO
                                          TO FILE-BEFORE-TWO-YEARS
                   IF PAIR-FOUND-SWITCH = "Y"
                       ADD CM-SALES-THIS-YTD
                           TO PT-BEFORE-THIS-YTD(PAIR-MATCH-IDX)
                       ADD CM-SALES-LAST-YTD
                           TO PT-BEFORE-LAST-YTD(PAIR-MATCH-IDX)
                       ADD CM-SALES-TWO-YEARS-AGO
                           TO PT-BEFORE-TWO-YEARS(PAIR-MATCH-IDX)
                   END-IF
               ELSE
                   ADD 1 TO FILE-BEFORE-SUSPENSE
               END-IF
           END-IF.

       120-POSITION-CUSTMAST.
           MOVE "N"  TO CUSTMAST-EOF-SWITCH.
           MOVE ZERO TO CM-BRANCH-REP-KEY.
           START ALIGN-CUSTMAST
               KEY IS NOT LESS THAN CM-BRANCH-REP-KEY
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       150-FIND-PAIR-ENTRY.
           MOVE "N" TO PAIR-FOUND-SWITCH.
           PERFORM 151-SCAN-ONE-PAIR
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
                  OR PAIR-FOUND-SWITCH = "Y".

       151-SCAN-ONE-PAIR.
           IF PT-BRANCH-REP-KEY(PAIR-IDX) = PAIR-LOOKUP-KEY
               MOVE "Y" TO PAIR-FOUND-SWITCH
               MOVE PAIR-IDX TO PAIR-MATCH-IDX
           END-IF.

      *    Pairs are held in branch/rep order so the totals print
      *    in key order; a pair first seen after the moves is
      *    slotted in ahead of the first higher key.
       155-INSERT-PAIR-ENTRY.
           IF PAIR-COUNT < PAIR-LIMIT
               COMPUTE PAIR-INSERT-IDX = PAIR-COUNT + 1
               MOVE "N" TO INSERT-POINT-SWITCH
               PERFORM 156-FIND-INSERT-POINT
                   VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
                      OR INSERT-POINT-SWITCH = "Y"
               PERFORM 157-SHIFT-ONE-PAIR
                   VARYING PAIR-IDX FROM PAIR-COUNT BY -1
                   UNTIL PAIR-IDX < PAIR-INSERT-IDX
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-LOOKUP-KEY
                   TO PT-BRANCH-REP-KEY(PAIR-INSERT-IDX)
               MOVE ZERO TO PT-BEFORE-COUNT(PAIR-INSERT-IDX)
                            PT-BEFORE-THIS-YTD(PAIR-INSERT-IDX)
                            PT-BEFORE-LAST-YTD(PAIR-INSERT-IDX)
                            PT-BEFORE-TWO-YEARS(PAIR-INSERT-IDX)
                            PT-AFTER-COUNT(PAIR-INSERT-IDX)
                            PT-AFTER-THIS-YTD(PAIR-INSERT-IDX)
                            PT-AFTER-LAST-YTD(PAIR-INSERT-IDX)
                            PT-AFTER-TWO-YEARS(PAIR-INSERT-IDX)
               MOVE "N" TO PT-TOUCHED-SWITCH(PAIR-INSERT-IDX)
               MOVE "Y" TO PAIR-FOUND-SWITCH
               MOVE PAIR-INSERT-IDX TO PAIR-MATCH-IDX
           ELSE
               ADD 1 TO PAIR-OVERFLOW-COUNT
           END-IF.

       156-FIND-INSERT-POINT.
           IF PT-BRANCH-REP-KEY(PAIR-IDX) > PAIR-LOOKUP-KEY
               MOVE "Y" TO INSERT-POINT-SWITCH
               MOVE PAIR-IDX TO PAIR-INSERT-IDX
           END-IF.

       157-SHIFT-ONE-PAIR.
           MOVE PAIR-ENTRY(PAIR-IDX) TO PAIR-ENTRY(PAIR-IDX + 1).

       200-APPLY-MOVE-TRANSACTION.
           READ ALIGN-TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MOVES-READ-COUNT
                   PERFORM 220-PROCESS-ONE-MOVE
           END-READ.

       220-PROCESS-ONE-MOVE.
           MOVE AX-EFFECTIVE-DATE(5:2) TO EDD-MONTH.
           MOVE AX-EFFECTIVE-DATE(7:2) TO EDD-DAY.
           MOVE AX-EFFECTIVE-DATE(1:4) TO EDD-YEAR.
           PERFORM 222-VALIDATE-MOVE-TRANS.
           IF MOVE-IS-INVALID-SWITCH = "N"
               PERFORM 226-CHECK-TARGET-MASTERS
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "N"
               PERFORM 240-COLLECT-MOVE-CUSTOMERS
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "Y"
               PERFORM 280-PRINT-REJECTED-MOVE
           ELSE
               ADD 1 TO MOVES-APPLIED-COUNT
               PERFORM 250-MOVE-ONE-CUSTOMER
                   VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               PERFORM 260-MOVE-SALES-PLAN
               PERFORM 275-MARK-PAIRS-TOUCHED
           END-IF.

       222-VALIDATE-MOVE-TRANS.
           MOVE "N"    TO MOVE-IS-INVALID-SWITCH.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF AX-FROM-BRANCH-NUMBER NOT NUMERIC
                   OR AX-FROM-SALESREP-NUMBER NOT NUMERIC
                   OR AX-TO-BRANCH-NUMBER NOT NUMERIC
                   OR AX-TO-SALESREP-NUMBER NOT NUMERIC
               MOVE "Y" TO MOVE-IS-INVALID-SWITCH
               MOVE "NON-NUMERIC BRANCH OR REP" TO REJECT-REASON-TEXT
           ELSE
               MOVE AX-FROM-BRANCH-NUMBER   TO FROM-BRANCH-NUMBER
               MOVE AX-FROM-SALESREP-NUMBER TO FROM-SALESREP-NUMBER
               MOVE AX-TO-BRANCH-NUMBER     TO TO-BRANCH-NUMBER
               MOVE AX-TO-SALESREP-NUMBER   TO TO-SALESREP-NUMBER
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "N"
               IF FROM-PAIR-KEY = TO-PAIR-KEY
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                   MOVE "FROM AND TO PAIRS THE SAME"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "N"
               IF TO-BRANCH-NUMBER < VALID-BRANCH-LOW
                       OR TO-BRANCH-NUMBER > VALID-BRANCH-HIGH
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                   MOVE "BRANCH NUMBER OUT OF RANGE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "N"
               MOVE "N" TO DATE-IS-INVALID-SWITCH
               IF AX-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "Y" TO DATE-IS-INVALID-SWITCH
               ELSE
                   MOVE AX-EFFECTIVE-DATE TO DATE-EDIT-WORK
                   PERFORM 224-EDIT-EFFECTIVE-DATE
               END-IF
               IF DATE-IS-INVALID-SWITCH = "Y"
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                   MOVE "INVALID EFFECTIVE DATE"
                       TO REJECT-REASON-TEXT
               ELSE
                   IF DATE-EDIT-NUMBER > RUN-DATE-CCYYMMDD
                       MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                       MOVE "EFFECTIVE DATE NOT REACHED"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "N"
               PERFORM 223-VALIDATE-MOVE-OPTIONS
           END-IF.

      *    A blank customer range moves the whole pair; a blank
      *    plan percent lets 262-COMPUTE-PLAN-SHARE decide.
       223-VALIDATE-MOVE-OPTIONS.
           MOVE ZERO  TO FIRST-CUSTOMER-NUMBER.
           MOVE 99999 TO LAST-CUSTOMER-NUMBER.
           MOVE "N"   TO RANGE-GIVEN-SWITCH.
           IF AX-FIRST-CUSTOMER NOT = SPACES
               IF AX-FIRST-CUSTOMER NUMERIC
                   MOVE AX-FIRST-CUSTOMER TO FIRST-CUSTOMER-NUMBER
                   MOVE "Y" TO RANGE-GIVEN-SWITCH
               ELSE
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
               END-IF
           END-IF.
           IF AX-LAST-CUSTOMER NOT = SPACES
               IF AX-LAST-CUSTOMER NUMERIC
                   MOVE AX-LAST-CUSTOMER TO LAST-CUSTOMER-NUMBER
                   MOVE "Y" TO RANGE-GIVEN-SWITCH
               ELSE
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
               END-IF
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "Y"
               MOVE "NON-NUMERIC CUSTOMER RANGE"
                   TO REJECT-REASON-TEXT
           ELSE
               IF FIRST-CUSTOMER-NUMBER > LAST-CUSTOMER-NUMBER
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                   MOVE "CUSTOMER RANGE REVERSED"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF MOVE-IS-INVALID-SWITCH = "N"
               MOVE "N"  TO PERCENT-GIVEN-SWITCH
               MOVE ZERO TO PLAN-PERCENT-DIGITS
               IF AX-PLAN-PERCENT NOT = SPACES
                   IF AX-PLAN-PERCENT NUMERIC
                       MOVE AX-PLAN-PERCENT TO PLAN-PERCENT-DIGITS
                       MOVE "Y" TO PERCENT-GIVEN-SWITCH
                   END-IF
                   IF PLAN-PERCENT-DIGITS < 1
                           OR PLAN-PERCENT-DIGITS > 100
                       MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                       MOVE "PLAN PERCENT NOT 001-100"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       224-EDIT-EFFECTIVE-DATE.
           IF DE-MONTH < 01 OR DE-MONTH > 12
               MOVE "Y" TO DATE-IS-INVALID-SWITCH
           END-IF.
           IF DE-DAY < 01 OR DE-DAY > 31
               MOVE "Y" TO DATE-IS-INVALID-SWITCH
           END-IF.

       226-CHECK-TARGET-MASTERS.
           MOVE TO-SALESREP-NUMBER TO SM-SALESREP-NUMBER.
           READ SALESREP-MASTER
               INVALID KEY
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                   MOVE "TO REP NOT ON REPMAST"
                       TO REJECT-REASON-TEXT
           END-READ.
           IF MOVE-IS-INVALID-SWITCH = "N"
               MOVE TO-BRANCH-NUMBER TO BM-BRANCH-NUMBER
               READ BRANCH-MASTER
                   INVALID KEY
                       MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                       MOVE "TO BRANCH NOT ON BRCHMAST"
                           TO REJECT-REASON-TEXT
               END-READ
           END-IF.

      *    The from-pair's customers are gathered through the
      *    branch/rep path before any is rewritten, since each
      *    rewrite changes the key being browsed.  A move too big
      *    for the table is rejected whole rather than half done.
       240-COLLECT-MOVE-CUSTOMERS.
           MOVE ZERO TO MOVE-COUNT
                        MOVE-OVERFLOW-COUNT
                        PAIR-CUSTOMER-COUNT
                        PAIR-SALES-TOTAL
                        MOVED-SALES-TOTAL.
           MOVE "N" TO CUSTMAST-EOF-SWITCH.
           MOVE FROM-PAIR-KEY TO CM-BRANCH-REP-KEY.
           START ALIGN-CUSTMAST
               KEY IS EQUAL TO CM-BRANCH-REP-KEY
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.
           PERFORM 242-COLLECT-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           IF MOVE-OVERFLOW-COUNT > ZERO
               MOVE "Y" TO MOVE-IS-INVALID-SWITCH
               MOVE "TOO MANY CUSTOMERS IN MOVE"
                   TO REJECT-REASON-TEXT
           ELSE
               IF MOVE-COUNT = ZERO
                   MOVE "Y" TO MOVE-IS-INVALID-SWITCH
                   MOVE "NO CUSTOMERS ON FROM PAIR"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.

       242-COLLECT-ONE-CUSTOMER.
           PERFORM 112-READ-NEXT-CUSTOMER.
           IF CUSTMAST-EOF-SWITCH = "N"
               IF CM-BRANCH-REP-KEY NOT = FROM-PAIR-KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               END-IF
           END-IF.
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO PAIR-CUSTOMER-COUNT
               IF CM-SALES-THIS-YTD NUMERIC
                   ADD CM-SALES-THIS-YTD TO PAIR-SALES-TOTAL
               END-IF
               IF CM-CUSTOMER-NUMBER >= FIRST-CUSTOMER-NUMBER
                       AND CM-CUSTOMER-NUMBER <= LAST-CUSTOMER-NUMBER
                   IF MOVE-COUNT < MOVE-LIMIT
                       ADD 1 TO MOVE-COUNT
                       MOVE CM-CUSTOMER-NUMBER
                           TO MT-CUSTOMER-NUMBER(MOVE-COUNT)
                       IF CM-SALES-THIS-YTD NUMERIC
                           ADD CM-SALES-THIS-YTD
                               TO MOVED-SALES-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO MOVE-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.

       250-MOVE-ONE-CUSTOMER.
           MOVE MT-CUSTOMER-NUMBER(MOVE-IDX) TO CM-CUSTOMER-NUMBER.
           READ ALIGN-CUSTMAST
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   ADD 1 TO CUSTOMERS-FAILED-COUNT
                   MOVE "CUSTOMER NOT ON FILE" TO REJECT-REASON-TEXT
                   PERFORM 282-PRINT-FAILED-CUSTOMER
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE TO-PAIR-KEY TO CM-BRANCH-REP-KEY
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO CUSTOMERS-FAILED-COUNT
                           MOVE "REWRITE FAILED ON MASTER"
                               TO REJECT-REASON-TEXT
                           PERFORM 282-PRINT-FAILED-CUSTOMER
                       NOT INVALID KEY
                           ADD 1 TO CUSTOMERS-MOVED-COUNT
                           MOVE "R" TO JOURNAL-ACTION-CODE
                           PERFORM 285-WRITE-JOURNAL-RECORD
                           PERFORM 270-FORMAT-MASTER-IMAGE
                           MOVE "MOVED" TO ADL-STATUS
                           PERFORM 290-WRITE-AUDIT-LINE
                   END-REWRITE
           END-READ.

      *    Both plan records are read before either is changed so
      *    a damaged to-pair plan stops the plan move cleanly.
       260-MOVE-SALES-PLAN.
           MOVE ZERO TO FROM-PLAN-BEFORE
                        TO-PLAN-BEFORE
                        PLAN-MOVE-AMOUNT
                        PLAN-SHARE-PERCENT.
           MOVE SPACES TO PDL-STATUS.
           MOVE FROM-PAIR-KEY TO PN-PLAN-KEY.
           READ SALES-PLAN-MASTER
               INVALID KEY
                   MOVE "N" TO FROM-PLAN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO FROM-PLAN-FOUND-SWITCH
                   IF PN-ANNUAL-PLAN-AMOUNT NUMERIC
                       MOVE PN-ANNUAL-PLAN-AMOUNT TO FROM-PLAN-BEFORE
                   ELSE
                       MOVE "FROM PLAN NOT NUMERIC - NOT MOVED"
                           TO PDL-STATUS
                   END-IF
           END-READ.
           MOVE TO-PAIR-KEY TO PN-PLAN-KEY.
           READ SALES-PLAN-MASTER
               INVALID KEY
                   MOVE "N" TO TO-PLAN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO TO-PLAN-FOUND-SWITCH
                   IF PN-ANNUAL-PLAN-AMOUNT NUMERIC
                       MOVE PN-ANNUAL-PLAN-AMOUNT TO TO-PLAN-BEFORE
                   ELSE
                       MOVE "TO PLAN NOT NUMERIC - NOT MOVED"
                           TO PDL-STATUS
                   END-IF
           END-READ.
           IF FROM-PLAN-FOUND-SWITCH = "N"
               MOVE "NO PLAN ON FROM PAIR" TO PDL-STATUS
           END-IF.
           IF PDL-STATUS = SPACES
               PERFORM 262-COMPUTE-PLAN-SHARE
               PERFORM 264-APPLY-PLAN-MOVE
           END-IF.
           COMPUTE FROM-PLAN-AFTER = FROM-PLAN-BEFORE
                                   - PLAN-MOVE-AMOUNT.
           COMPUTE TO-PLAN-AFTER   = TO-PLAN-BEFORE
                                   + PLAN-MOVE-AMOUNT.
           MOVE FROM-BRANCH-NUMBER   TO PDL-FROM-BRANCH.
           MOVE FROM-SALESREP-NUMBER TO PDL-FROM-SALESREP.
           MOVE TO-BRANCH-NUMBER     TO PDL-TO-BRANCH.
           MOVE TO-SALESREP-NUMBER   TO PDL-TO-SALESREP.
           MOVE FROM-PLAN-BEFORE     TO PDL-FROM-PLAN-BEFORE.
           MOVE FROM-PLAN-AFTER      TO PDL-FROM-PLAN-AFTER.
           MOVE TO-PLAN-BEFORE       TO PDL-TO-PLAN-BEFORE.
           MOVE TO-PLAN-AFTER        TO PDL-TO-PLAN-AFTER.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE PLAN-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *    Whole pair moved: all of the plan.  Keyed percent: that
      *    share.  Otherwise the moved customers' share of the
      *    pair's this-YTD sales, or of its customer count when
      *    the pair has no sales yet.
       262-COMPUTE-PLAN-SHARE.
           IF PERCENT-GIVEN-SWITCH = "Y"
               MOVE PLAN-PERCENT-DIGITS TO PLAN-SHARE-PERCENT
           ELSE
               IF MOVE-COUNT = PAIR-CUSTOMER-COUNT
                   MOVE 100 TO PLAN-SHARE-PERCENT
               ELSE
                   IF PAIR-SALES-TOTAL > ZERO
                           AND MOVED-SALES-TOTAL > ZERO
                       COMPUTE PLAN-SHARE-PERCENT ROUNDED =
                           MOVED-SALES-TOTAL * 100 / PAIR-SALES-TOTAL
                   ELSE
                       COMPUTE PLAN-SHARE-PERCENT ROUNDED =
                           MOVE-COUNT * 100 / PAIR-CUSTOMER-COUNT
                   END-IF
               END-IF
           END-IF.
           IF PLAN-SHARE-PERCENT > 100
               MOVE 100 TO PLAN-SHARE-PERCENT
           END-IF.
           IF PLAN-SHARE-PERCENT = 100
               MOVE FROM-PLAN-BEFORE TO PLAN-MOVE-AMOUNT
           ELSE
               COMPUTE PLAN-MOVE-AMOUNT ROUNDED =
                   FROM-PLAN-BEFORE * PLAN-SHARE-PERCENT / 100
           END-IF.
           MOVE PLAN-SHARE-PERCENT TO PLAN-PERCENT-EDIT.

       264-APPLY-PLAN-MOVE.
           IF PLAN-MOVE-AMOUNT = ZERO
               MOVE "NO PLAN AMOUNT TO MOVE" TO PDL-STATUS
           ELSE
               ADD 1 TO PLANS-MOVED-COUNT
               STRING "MOVED " DELIMITED BY SIZE
                   PLAN-PERCENT-EDIT DELIMITED BY SIZE
                   " PCT OF FROM PLAN" DELIMITED BY SIZE
                   INTO PDL-STATUS
               END-STRING
               MOVE FROM-PAIR-KEY    TO BW-PAIR-KEY
                                        PN-PLAN-KEY
               MOVE FROM-PLAN-BEFORE TO BW-PLAN-AMOUNT
               IF MOVE-COUNT = PAIR-CUSTOMER-COUNT
                       AND PLAN-SHARE-PERCENT = 100
                   DELETE SALES-PLAN-MASTER
                       INVALID KEY
                           MOVE "FROM PLAN DELETE FAILED"
                               TO PDL-STATUS
                       NOT INVALID KEY
                           ADD 1 TO PLANS-DELETED-COUNT
                           MOVE "A" TO BW-ACTION-CODE
                           PERFORM 266-NOTE-PLAN-CHANGE
                   END-DELETE
               ELSE
                   MOVE SPACES           TO SALES-PLAN-RECORD
                   MOVE FROM-PAIR-KEY    TO PN-PLAN-KEY
                   COMPUTE PN-ANNUAL-PLAN-AMOUNT =
                       FROM-PLAN-BEFORE - PLAN-MOVE-AMOUNT
                   REWRITE SALES-PLAN-RECORD
                       INVALID KEY
                           MOVE "FROM PLAN REWRITE FAILED"
                               TO PDL-STATUS
                       NOT INVALID KEY
                           MOVE "C" TO BW-ACTION-CODE
                           PERFORM 266-NOTE-PLAN-CHANGE
                   END-REWRITE
               END-IF
               MOVE SPACES           TO SALES-PLAN-RECORD
               MOVE TO-PAIR-KEY      TO PN-PLAN-KEY
               COMPUTE PN-ANNUAL-PLAN-AMOUNT =
                   TO-PLAN-BEFORE + PLAN-MOVE-AMOUNT
               IF TO-PLAN-FOUND-SWITCH = "Y"
                   REWRITE SALES-PLAN-RECORD
                       INVALID KEY
                           MOVE "TO PLAN REWRITE FAILED"
                               TO PDL-STATUS
                       NOT INVALID KEY
                           MOVE TO-PAIR-KEY    TO BW-PAIR-KEY
                           MOVE TO-PLAN-BEFORE TO BW-PLAN-AMOUNT
                           MOVE "C" TO BW-ACTION-CODE
                           PERFORM 266-NOTE-PLAN-CHANGE
                   END-REWRITE
               ELSE
                   WRITE SALES-PLAN-RECORD
                       INVALID KEY
                           MOVE "TO PLAN WRITE FAILED"
                               TO PDL-STATUS
                       NOT INVALID KEY
                           ADD 1 TO PLANS-ADDED-COUNT
                           MOVE TO-PAIR-KEY TO BW-PAIR-KEY
                           MOVE ZERO        TO BW-PLAN-AMOUNT
                           MOVE "D" TO BW-ACTION-CODE
                           PERFORM 266-NOTE-PLAN-CHANGE
                   END-WRITE
               END-IF
           END-IF.

      *    BW-ACTION-CODE is the reversal of the change just made:
      *    A for a delete, C for a rewrite, D for an add.  The first
      *    change to a key fixes its original image; later changes
      *    only move its current state, the same first-image-wins
      *    rule BACK1000 applies to the CUSTMAST journal.
       266-NOTE-PLAN-CHANGE.
           MOVE ZERO TO PLAN-KEY-MATCH-IDX.
           PERFORM 267-SCAN-ONE-PLAN-KEY
               VARYING PLAN-KEY-IDX FROM 1 BY 1
               UNTIL PLAN-KEY-IDX > PLAN-KEY-COUNT
                  OR PLAN-KEY-MATCH-IDX > ZERO.
           IF PLAN-KEY-MATCH-IDX = ZERO
               IF PLAN-KEY-COUNT < PLAN-KEY-LIMIT
                   ADD 1 TO PLAN-KEY-COUNT
                   MOVE PLAN-KEY-COUNT TO PLAN-KEY-MATCH-IDX
                   MOVE BW-PAIR-KEY
                       TO PK-PLAN-KEY(PLAN-KEY-MATCH-IDX)
                   MOVE BW-PLAN-AMOUNT
                       TO PK-ORIGINAL-AMOUNT(PLAN-KEY-MATCH-IDX)
                   IF BW-ACTION-CODE = "D"
                       MOVE "N"
                           TO PK-ORIGINAL-SWITCH(PLAN-KEY-MATCH-IDX)
                   ELSE
                       MOVE "Y"
                           TO PK-ORIGINAL-SWITCH(PLAN-KEY-MATCH-IDX)
                   END-IF
               ELSE
                   ADD 1 TO PLAN-KEY-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF PLAN-KEY-MATCH-IDX > ZERO
               IF BW-ACTION-CODE = "A"
                   MOVE "N" TO PK-CURRENT-SWITCH(PLAN-KEY-MATCH-IDX)
               ELSE
                   MOVE "Y" TO PK-CURRENT-SWITCH(PLAN-KEY-MATCH-IDX)
               END-IF
           END-IF.

       267-SCAN-ONE-PLAN-KEY.
           IF PK-PLAN-KEY(PLAN-KEY-IDX) = BW-PAIR-KEY
               MOVE PLAN-KEY-IDX TO PLAN-KEY-MATCH-IDX
           END-IF.

       270-FORMAT-MASTER-IMAGE.
           MOVE AX-FROM-BRANCH-NUMBER   TO ADL-FROM-BRANCH.
           MOVE AX-FROM-SALESREP-NUMBER TO ADL-FROM-SALESREP.
           MOVE AX-TO-BRANCH-NUMBER     TO ADL-TO-BRANCH.
           MOVE AX-TO-SALESREP-NUMBER   TO ADL-TO-SALESREP.
           MOVE CM-CUSTOMER-NUMBER      TO ADL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME        TO ADL-CUSTOMER-NAME.
           IF CM-SALES-THIS-YTD NUMERIC
                   AND CM-SALES-LAST-YTD NUMERIC
                   AND CM-SALES-TWO-YEARS-AGO NUMERIC
               MOVE CM-SALES-THIS-YTD   TO ADL-SALES-THIS-YTD
               MOVE CM-SALES-LAST-YTD   TO ADL-SALES-LAST-YTD
               MOVE CM-SALES-TWO-YEARS-AGO
                                        TO ADL-SALES-TWO-YEARS-AGO
           ELSE
               MOVE SPACES              TO ADL-SALES-THIS-YTD-X
                                           ADL-SALES-LAST-YTD-X
                                           ADL-SALES-TWO-YEARS-X
           END-IF.
           MOVE EFFECTIVE-DATE-DISPLAY  TO ADL-EFFECTIVE-DATE.

       275-MARK-PAIRS-TOUCHED.
           MOVE FROM-PAIR-KEY TO PAIR-LOOKUP-KEY.
           PERFORM 150-FIND-PAIR-ENTRY.
           IF PAIR-FOUND-SWITCH = "N"
               PERFORM 155-INSERT-PAIR-ENTRY
           END-IF.
           IF PAIR-FOUND-SWITCH = "Y"
               MOVE "Y" TO PT-TOUCHED-SWITCH(PAIR-MATCH-IDX)
           END-IF.
           MOVE TO-PAIR-KEY TO PAIR-LOOKUP-KEY.
           PERFORM 150-FIND-PAIR-ENTRY.
           IF PAIR-FOUND-SWITCH = "N"
               PERFORM 155-INSERT-PAIR-ENTRY
           END-IF.
           IF PAIR-FOUND-SWITCH = "Y"
               MOVE "Y" TO PT-TOUCHED-SWITCH(PAIR-MATCH-IDX)
           END-IF.

       280-PRINT-REJECTED-MOVE.
           ADD 1 TO MOVES-REJECTED-COUNT.
           MOVE AX-FROM-BRANCH-NUMBER   TO ADL-FROM-BRANCH.
           MOVE AX-FROM-SALESREP-NUMBER TO ADL-FROM-SALESREP.
           MOVE AX-TO-BRANCH-NUMBER     TO ADL-TO-BRANCH.
           MOVE AX-TO-SALESREP-NUMBER   TO ADL-TO-SALESREP.
           MOVE SPACES                  TO ADL-CUSTOMER-NUMBER
                                           ADL-CUSTOMER-NAME
                                           ADL-SALES-THIS-YTD-X
                                           ADL-SALES-LAST-YTD-X
                                           ADL-SALES-TWO-YEARS-X.
           MOVE EFFECTIVE-DATE-DISPLAY  TO ADL-EFFECTIVE-DATE.
           MOVE SPACES                  TO ADL-STATUS.
           STRING "REJECTED - " DELIMITED BY SIZE
               REJECT-REASON-TEXT   DELIMITED BY SIZE
               INTO ADL-STATUS
           END-STRING.
           PERFORM 290-WRITE-AUDIT-LINE.

       282-PRINT-FAILED-CUSTOMER.
           MOVE AX-FROM-BRANCH-NUMBER   TO ADL-FROM-BRANCH.
           MOVE AX-FROM-SALESREP-NUMBER TO ADL-FROM-SALESREP.
           MOVE AX-TO-BRANCH-NUMBER     TO ADL-TO-BRANCH.
           MOVE AX-TO-SALESREP-NUMBER   TO ADL-TO-SALESREP.
           MOVE MT-CUSTOMER-NUMBER(MOVE-IDX)
                                        TO ADL-CUSTOMER-NUMBER.
           MOVE SPACES                  TO ADL-CUSTOMER-NAME
                                           ADL-SALES-THIS-YTD-X
                                           ADL-SALES-LAST-YTD-X
                                           ADL-SALES-TWO-YEARS-X.
           MOVE EFFECTIVE-DATE-DISPLAY  TO ADL-EFFECTIVE-DATE.
           MOVE SPACES                  TO ADL-STATUS.
           STRING "NOT MOVED - " DELIMITED BY SIZE
               REJECT-REASON-TEXT   DELIMITED BY SIZE
               INTO ADL-STATUS
           END-STRING.
           PERFORM 290-WRITE-AUDIT-LINE.

       285-WRITE-JOURNAL-RECORD.
           MOVE SPACES              TO CM-JOURNAL-RECORD.
           MOVE CD-YEAR             TO JR-JOURNAL-YEAR.
           MOVE CD-MONTH            TO JR-JOURNAL-MONTH.
           MOVE CD-DAY              TO JR-JOURNAL-DAY.
           MOVE CD-HOURS            TO JR-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO JR-JOURNAL-MINUTES.
           MOVE "ALGN1000"          TO JR-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO JR-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO JR-RECORD-IMAGE.
           WRITE CM-JOURNAL-RECORD.
           PERFORM 286-WRITE-AFTER-IMAGE-RECORD.

      *    The after image is the record as written for an add or
      *    rewrite and the deleted record for a delete, so a
      *    forward recovery knows which key to remove.
       286-WRITE-AFTER-IMAGE-RECORD.
           MOVE SPACES              TO AFTER-IMAGE-RECORD.
           MOVE CD-YEAR             TO AJ-JOURNAL-YEAR.
           MOVE CD-MONTH            TO AJ-JOURNAL-MONTH.
           MOVE CD-DAY              TO AJ-JOURNAL-DAY.
           MOVE CD-HOURS            TO AJ-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO AJ-JOURNAL-MINUTES.
           MOVE "ALGN1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.

       290-WRITE-AUDIT-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE AUDIT-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       230-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF TOTALS-SECTION-SWITCH = "Y"
               MOVE TOTAL-HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE TOTAL-HEADING-LINE-4 TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
               MOVE HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE HEADING-LINE-4 TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           MOVE ZERO TO LINE-COUNT.

      *    Totals start on a new page.  Only pairs a move touched
      *    are listed; the file line covers every customer and
      *    must be the same both ways.
       300-PRINT-REALIGNMENT-TOTALS.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 304-ACCUMULATE-AFTER-TOTAL
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           IF PAIR-OVERFLOW-COUNT > ZERO
               DISPLAY "ALGN1000 - WARNING: PAIR TABLE FULL - "
                   PAIR-OVERFLOW-COUNT
                   " CUSTOMER(S) NOT IN PAIR TOTALS"
           END-IF.
           MOVE "Y" TO TOTALS-SECTION-SWITCH.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 306-PRINT-ONE-PAIR-TOTAL
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "FILE"                TO FTL-LABEL.
           MOVE FILE-BEFORE-COUNT     TO FTL-BEFORE-COUNT.
           MOVE FILE-BEFORE-THIS-YTD  TO FTL-BEFORE-THIS-YTD.
           MOVE FILE-BEFORE-LAST-YTD  TO FTL-BEFORE-LAST-YTD.
           MOVE FILE-BEFORE-TWO-YEARS TO FTL-BEFORE-TWO-YEARS.
           MOVE FILE-AFTER-COUNT      TO FTL-AFTER-COUNT.
           MOVE FILE-AFTER-THIS-YTD   TO FTL-AFTER-THIS-YTD.
           MOVE FILE-AFTER-LAST-YTD   TO FTL-AFTER-LAST-YTD.
           MOVE FILE-AFTER-TWO-YEARS  TO FTL-AFTER-TWO-YEARS.
           MOVE FILE-TOTAL-LINE       TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "SUSPENSE"            TO FTL-LABEL.
           MOVE FILE-BEFORE-SUSPENSE  TO FTL-BEFORE-COUNT.
           MOVE ZERO                  TO FTL-BEFORE-THIS-YTD
                                         FTL-BEFORE-LAST-YTD
                                         FTL-BEFORE-TWO-YEARS.
           MOVE FILE-AFTER-SUSPENSE   TO FTL-AFTER-COUNT.
           MOVE ZERO                  TO FTL-AFTER-THIS-YTD
                                         FTL-AFTER-LAST-YTD
                                         FTL-AFTER-TWO-YEARS.
           MOVE FILE-TOTAL-LINE       TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           IF FILE-BEFORE-COUNT     = FILE-AFTER-COUNT
                   AND FILE-BEFORE-THIS-YTD  = FILE-AFTER-THIS-YTD
                   AND FILE-BEFORE-LAST-YTD  = FILE-AFTER-LAST-YTD
                   AND FILE-BEFORE-TWO-YEARS = FILE-AFTER-TWO-YEARS
                   AND FILE-BEFORE-SUSPENSE  = FILE-AFTER-SUSPENSE
               MOVE "  FILE TOTALS IN BALANCE" TO PRINT-AREA
           ELSE
               MOVE "  *** FILE TOTALS OUT OF BALANCE ***"
                   TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           ADD 5 TO LINE-COUNT.

       304-ACCUMULATE-AFTER-TOTAL.
           PERFORM 112-READ-NEXT-CUSTOMER.
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO FILE-AFTER-COUNT
               MOVE CM-BRANCH-REP-KEY TO PAIR-LOOKUP-KEY
               PERFORM 150-FIND-PAIR-ENTRY
               IF PAIR-FOUND-SWITCH = "N"
                   PERFORM 155-INSERT-PAIR-ENTRY
               END-IF
               IF PAIR-FOUND-SWITCH = "Y"
                   ADD 1 TO PT-AFTER-COUNT(PAIR-MATCH-IDX)
               END-IF
               IF CM-SALES-THIS-YTD NUMERIC
                       AND CM-SALES-LAST-YTD NUMERIC
                       AND CM-SALES-TWO-YEARS-AGO NUMERIC
                   ADD CM-SALES-THIS-YTD  TO FILE-AFTER-THIS-YTD
                   ADD CM-SALES-LAST-YTD  TO FILE-AFTER-LAST-YTD
                   ADD CM-SALES-TWO-YEARS-AGO
                                          TO FILE-AFTER-TWO-YEARS
                   IF PAIR-FOUND-SWITCH = "Y"
                       ADD CM-SALES-THIS-YTD
                           TO PT-AFTER-THIS-YTD(PAIR-MATCH-IDX)
                       ADD CM-SALES-LAST-YTD
                           TO PT-AFTER-LAST-YTD(PAIR-MATCH-IDX)
                       ADD CM-SALES-TWO-YEARS-AGO
                           TO PT-AFTER-TWO-YEARS(PAIR-MATCH-IDX)
                   END-IF
               ELSE
                   ADD 1 TO FILE-AFTER-SUSPENSE
               END-IF
           END-IF.

       306-PRINT-ONE-PAIR-TOTAL.
           IF PT-TOUCHED-SWITCH(PAIR-IDX) = "Y"
               MOVE PT-BRANCH-NUMBER(PAIR-IDX)    TO PTL-BRANCH-NUMBER
               MOVE PT-SALESREP-NUMBER(PAIR-IDX)
                                           TO PTL-SALESREP-NUMBER
               MOVE PT-BEFORE-COUNT(PAIR-IDX)     TO PTL-BEFORE-COUNT
               MOVE PT-BEFORE-THIS-YTD(PAIR-IDX)
                                           TO PTL-BEFORE-THIS-YTD
               MOVE PT-BEFORE-LAST-YTD(PAIR-IDX)
                                           TO PTL-BEFORE-LAST-YTD
               MOVE PT-BEFORE-TWO-YEARS(PAIR-IDX)
                                           TO PTL-BEFORE-TWO-YEARS
               MOVE PT-AFTER-COUNT(PAIR-IDX)      TO PTL-AFTER-COUNT
               MOVE PT-AFTER-THIS-YTD(PAIR-IDX)
                                           TO PTL-AFTER-THIS-YTD
               MOVE PT-AFTER-LAST-YTD(PAIR-IDX)
                                           TO PTL-AFTER-LAST-YTD
               MOVE PT-AFTER-TWO-YEARS(PAIR-IDX)
                                           TO PTL-AFTER-TWO-YEARS
               IF PT-AFTER-COUNT(PAIR-IDX) = ZERO
                   MOVE "EMPTIED"   TO PTL-NOTE
               ELSE
                   IF PT-BEFORE-COUNT(PAIR-IDX) = ZERO
                       MOVE "NEW PAIR"  TO PTL-NOTE
                   ELSE
                       MOVE SPACES      TO PTL-NOTE
                   END-IF
               END-IF
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE PAIR-TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE MAINT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

       330-PRINT-MOVE-COUNTS.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "MOVES READ"             TO MTL-LABEL.
           MOVE MOVES-READ-COUNT         TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "MOVES APPLIED"          TO MTL-LABEL.
           MOVE MOVES-APPLIED-COUNT      TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "MOVES REJECTED"         TO MTL-LABEL.
           MOVE MOVES-REJECTED-COUNT     TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS MOVED"        TO MTL-LABEL.
           MOVE CUSTOMERS-MOVED-COUNT    TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS NOT MOVED"    TO MTL-LABEL.
           MOVE CUSTOMERS-FAILED-COUNT   TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "PLANS MOVED"            TO MTL-LABEL.
           MOVE PLANS-MOVED-COUNT        TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "PLAN RECORDS ADDED"     TO MTL-LABEL.
           MOVE PLANS-ADDED-COUNT        TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "PLAN RECORDS DELETED"   TO MTL-LABEL.
           MOVE PLANS-DELETED-COUNT      TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "PLAN REVERSALS WRITTEN" TO MTL-LABEL.
           MOVE PLAN-REVERSALS-COUNT     TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           IF MOVES-REJECTED-COUNT > ZERO
               DISPLAY "ALGN1000 - " MOVES-REJECTED-COUNT
                   " MOVE(S) REJECTED - CHECK REALIGNMENT LISTING"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CUSTOMERS-FAILED-COUNT > ZERO
               DISPLAY "ALGN1000 - " CUSTOMERS-FAILED-COUNT
                   " CUSTOMER UPDATE(S) FAILED - CHECK REALIGNMENT"
                   " LISTING"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF PLAN-KEY-OVERFLOW-COUNT > ZERO
               DISPLAY "ALGN1000 - PLAN KEY TABLE FULL - "
                   PLAN-KEY-OVERFLOW-COUNT
                   " PLAN CHANGE(S) HAVE NO PLANBACK REVERSAL"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF FILE-BEFORE-COUNT     NOT = FILE-AFTER-COUNT
                   OR FILE-BEFORE-THIS-YTD  NOT = FILE-AFTER-THIS-YTD
                   OR FILE-BEFORE-LAST-YTD  NOT = FILE-AFTER-LAST-YTD
                   OR FILE-BEFORE-TWO-YEARS NOT = FILE-AFTER-TWO-YEARS
                   OR FILE-BEFORE-SUSPENSE  NOT = FILE-AFTER-SUSPENSE
               DISPLAY "ALGN1000 - CUSTMAST TOTALS OUT OF BALANCE"
                   " AFTER REALIGNMENT"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    One reversal per plan key, from its first image against
      *    its state at the end of the run.  A key the run added and
      *    then deleted again needs nothing.
       400-WRITE-PLAN-BACKOUT.
           PERFORM 410-WRITE-ONE-PLAN-BACKOUT
               VARYING PLAN-KEY-IDX FROM 1 BY 1
               UNTIL PLAN-KEY-IDX > PLAN-KEY-COUNT.

       410-WRITE-ONE-PLAN-BACKOUT.
           MOVE SPACES TO PLAN-BACKOUT-RECORD.
           IF PK-ORIGINAL-SWITCH(PLAN-KEY-IDX) = "Y"
               IF PK-CURRENT-SWITCH(PLAN-KEY-IDX) = "Y"
                   MOVE "C" TO PB-ACTION-CODE
               ELSE
                   MOVE "A" TO PB-ACTION-CODE
               END-IF
               MOVE PK-ORIGINAL-AMOUNT(PLAN-KEY-IDX)
                   TO PB-ANNUAL-PLAN-AMOUNT
           ELSE
               IF PK-CURRENT-SWITCH(PLAN-KEY-IDX) = "Y"
                   MOVE "D" TO PB-ACTION-CODE
                   MOVE ZERO TO PB-ANNUAL-PLAN-AMOUNT
               END-IF
           END-IF.
           IF PB-ACTION-CODE NOT = SPACE
               MOVE PK-BRANCH-NUMBER(PLAN-KEY-IDX)
                   TO PB-BRANCH-NUMBER
               MOVE PK-SALESREP-NUMBER(PLAN-KEY-IDX)
                   TO PB-SALESREP-NUMBER
               MOVE RUN-DATE-CCYYMMDD TO PB-RUN-DATE
               MOVE RUN-STAMP-TIME    TO PB-RUN-TIME
               WRITE PLAN-BACKOUT-RECORD
               ADD 1 TO PLAN-REVERSALS-COUNT
           END-IF.

       900-OPEN-RUN-CONTROL.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE CD-HOURS   TO RST-HOURS.
           MOVE CD-MINUTES TO RST-MINUTES.
           MOVE "ALGN1000"     TO RC-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RC-BATCH-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 910-STAMP-RUN-OPEN
               NOT INVALID KEY
                   IF RC-RUN-STATUS = "O"
                       DISPLAY "ALGN1000 - A RUN FOR " RC-BATCH-ID
                           " IS STILL OPEN - SUPERVISOR RERUN"
                           " APPROVAL NEEDED (RUNC1000)"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       PERFORM 920-REOPEN-RUN-CONTROL
                   END-IF
           END-READ.

       910-STAMP-RUN-OPEN.
           MOVE SPACES         TO RUN-CONTROL-RECORD.
           MOVE "ALGN1000"     TO RC-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RC-BATCH-ID.
           MOVE "O"            TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE TO RC-START-DATE.
           MOVE RUN-STAMP-TIME TO RC-START-TIME.
           MOVE ZERO           TO RC-END-DATE.
           MOVE ZERO           TO RC-END-TIME.
           WRITE RUN-CONTROL-RECORD.
           MOVE "Y" TO RUN-CONTROL-OPEN-SWITCH.

       920-REOPEN-RUN-CONTROL.
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
