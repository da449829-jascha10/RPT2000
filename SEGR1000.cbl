      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Sales by Customer Segment Report
      *
      *            Reads CUSTMAST through the branch/rep path and
      *            looks up each customer's segment (industry code,
      *            size tier, account type) on the customer-segment
      *            file (CUSTSEG) maintained by SEGM1000.  Within
      *            each branch the this-YTD, last-YTD, and
      *            two-years-ago sales are totaled by segment, with
      *            the change amount and percent figured the same
      *            way RPT2000 figures them, followed by a branch
      *            total and, at the end, a grand total.  Customers
      *            with no segment record are totaled in their
      *            branch under NO SEGMENT RECORD.  Records that
      *            fail RPT2000's edits are counted and left out of
      *            the totals, so the grand total agrees with
      *            RPT2000's.
      *
      *            Two exception listings follow: every customer on
      *            CUSTMAST with no segment record, and every
      *            segment record whose customer is no longer on
      *            CUSTMAST.
      *
      *            The report is refused (return code 12) while any
      *            program that updates CUSTMAST has a run marked
      *            open on the run-control file (RUNCTL).
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGR1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL CUSTOMER-SEGMENT-FILE ASSIGN TO CUSTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CUSTOMER-NUMBER.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT SEGMENT-REPORT ASSIGN TO SEGR1000.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-CUSTMAST
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
           05  FILLER                  PIC X(80).

       FD  CUSTOMER-SEGMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  CUSTOMER-SEGMENT-RECORD.
           05  SG-CUSTOMER-NUMBER      PIC 9(5).
           05  SG-INDUSTRY-CODE        PIC X(4).
           05  SG-SIZE-TIER            PIC X(1).
           05  SG-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(18).

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

       FD  SEGMENT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  SEGMENT-EOF-SWITCH      PIC X         VALUE "N".
           05  RUNCTL-SCAN-EOF-SWITCH  PIC X         VALUE "N".
           05  FIRST-CUSTOMER-SWITCH   PIC X         VALUE "Y".
           05  SEGMENT-FOUND-SWITCH    PIC X         VALUE "N".
           05  INSERT-POINT-SWITCH     PIC X         VALUE "N".
           05  REPORT-SECTION-CODE     PIC X         VALUE "B".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.
           05  SAVE-PRINT-LINE         PIC X(130)    VALUE SPACES.

       01  VALIDATION-FIELDS.
           05  VALID-BRANCH-LOW        PIC 9(2)      VALUE 01.
           05  VALID-BRANCH-HIGH       PIC 9(2)      VALUE 50.
           05  CUSTOMER-IS-INVALID-SWITCH
                                        PIC X         VALUE "N".

       01  SEGMENT-COUNT-FIELDS.
           05  CUSTOMERS-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  RECORDS-REJECTED-COUNT  PIC 9(7)      VALUE ZERO.
           05  CUSTOMERS-REPORTED-COUNT
                                        PIC 9(7)      VALUE ZERO.
           05  UNSEGMENTED-FOUND-COUNT PIC 9(7)      VALUE ZERO.
           05  SEGMENTS-READ-COUNT     PIC 9(7)      VALUE ZERO.
           05  ORPHAN-SEGMENT-COUNT    PIC 9(7)      VALUE ZERO.

       01  TOTAL-FIELDS.
           05  GRAND-CUSTOMER-COUNT    PIC S9(7)     VALUE ZERO.
           05  GRAND-TOTAL-THIS-YTD    PIC S9(7)V99  VALUE ZERO.
           05  GRAND-TOTAL-LAST-YTD    PIC S9(7)V99  VALUE ZERO.
           05  GRAND-TOTAL-TWO-YEARS-AGO
                                        PIC S9(7)V99  VALUE ZERO.

       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-CUSTOMER-COUNT   PIC S9(7)     VALUE ZERO.
           05  BRANCH-TOTAL-THIS-YTD   PIC S9(7)V99  VALUE ZERO.
           05  BRANCH-TOTAL-LAST-YTD   PIC S9(7)V99  VALUE ZERO.
           05  BRANCH-TOTAL-TWO-YEARS-AGO
                                        PIC S9(7)V99  VALUE ZERO.

       01  BREAK-FIELDS.
           05  PREV-BRANCH-NUMBER      PIC 9(2)      VALUE ZERO.

       01  CALC-FIELDS.
           05  CALC-THIS-YTD           PIC S9(7)V99  VALUE ZERO.
           05  CALC-LAST-YTD           PIC S9(7)V99  VALUE ZERO.
           05  CHANGE-AMOUNT           PIC S9(7)V99  VALUE ZERO.
           05  CHANGE-PERCENT          PIC S9(4)V9   VALUE ZERO.

      *    A customer with no segment record is carried under a key
      *    of HIGH-VALUES so it always totals last in its branch.
       01  SEGMENT-KEY-WORK.
           05  SK-INDUSTRY-CODE        PIC X(4).
           05  SK-SIZE-TIER            PIC X(1).
           05  SK-ACCOUNT-TYPE         PIC X(2).

       01  SEGMENT-TABLE-FIELDS.
           05  SEGMENT-MAX-ENTRIES     PIC S9(3)     VALUE +200.
           05  SEGMENT-COUNT           PIC S9(3)     VALUE ZERO.
           05  SEGMENT-IDX             PIC S9(3)     VALUE ZERO.
           05  SEGMENT-INSERT-POINT    PIC S9(3)     VALUE ZERO.
           05  SEGMENT-OVERFLOW-COUNT  PIC S9(5)     VALUE ZERO.

       01  BRANCH-SEGMENT-TABLE.
           05  BRANCH-SEGMENT-ENTRY OCCURS 200 TIMES.
               10  BS-SEGMENT-KEY.
                   15  BS-INDUSTRY-CODE PIC X(4).
                   15  BS-SIZE-TIER     PIC X(1).
                   15  BS-ACCOUNT-TYPE  PIC X(2).
               10  BS-CUSTOMER-COUNT    PIC S9(7).
               10  BS-TOTAL-THIS-YTD    PIC S9(7)V99.
               10  BS-TOTAL-LAST-YTD    PIC S9(7)V99.
               10  BS-TOTAL-TWO-YEARS-AGO
                                        PIC S9(7)V99.

       01  UNSEGMENTED-TABLE-FIELDS.
           05  UNSEGMENTED-LIMIT       PIC S9(5)     VALUE +1000.
           05  UNSEGMENTED-COUNT       PIC S9(5)     VALUE ZERO.
           05  UNSEGMENTED-IDX         PIC S9(5)     VALUE ZERO.
           05  UNSEGMENTED-OVERFLOW-COUNT
                                        PIC S9(5)     VALUE ZERO.

       01  UNSEGMENTED-TABLE.
           05  UNSEGMENTED-ENTRY OCCURS 1000 TIMES.
               10  UT-BRANCH-NUMBER     PIC X(2).
               10  UT-SALESREP-NUMBER   PIC X(2).
               10  UT-CUSTOMER-NUMBER   PIC 9(5).
               10  UT-CUSTOMER-NAME     PIC X(20).
               10  UT-SALES-THIS-YTD    PIC S9(5)V9(2).

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
           05  FILLER           PIC X(28)     VALUE
                               "SALES BY CUSTOMER SEGMENT".
           05  FILLER           PIC X(13)     VALUE SPACES.
           05  FILLER           PIC X(8)      VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER  PIC ZZZ9.
           05  FILLER           PIC X(46)     VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(7)      VALUE "TIME:  ".
           05  HL2-HOURS               PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE ":".
           05  HL2-MINUTES             PIC 9(2).
           05  FILLER                  PIC X(48)     VALUE SPACE.
           05  FILLER                  PIC X(8)      VALUE "SEGR1000".

       01  SEGMENT-HEADING-LINE-1.
           05  FILLER      PIC X(8)   VALUE "BRANCH".
           05  FILLER      PIC X(22)  VALUE "SEGMENT".
           05  FILLER      PIC X(10)  VALUE "CUST".
           05  FILLER      PIC X(14)  VALUE "SALES".
           05  FILLER      PIC X(14)  VALUE "SALES".
           05  FILLER      PIC X(22)  VALUE "CHANGE".
           05  FILLER      PIC X(40)  VALUE SPACES.

       01  SEGMENT-HEADING-LINE-2.
           05  FILLER      PIC X(6)   VALUE "NUM".
           05  FILLER      PIC X(8)   VALUE "IND".
           05  FILLER      PIC X(5)   VALUE "TIER".
           05  FILLER      PIC X(11)  VALUE "TYPE".
           05  FILLER      PIC X(8)   VALUE "COUNT".
           05  FILLER      PIC X(14)  VALUE "THIS YTD".
           05  FILLER      PIC X(14)  VALUE "LAST YTD".
           05  FILLER      PIC X(13)  VALUE "AMOUNT".
           05  FILLER      PIC X(9)   VALUE "PERCENT".
           05  FILLER      PIC X(42)  VALUE "2 YRS AGO".

       01  SEGMENT-HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(4)   VALUE SPACE.
           05  FILLER          PIC X(17)  VALUE ALL '-'.
           05  FILLER          PIC X(4)   VALUE SPACE.
           05  FILLER          PIC X(9)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE ALL '-'.
           05  FILLER          PIC X(30)  VALUE SPACES.

       01  SEGMENT-LINE.
           05  SL-BRANCH-NUMBER        PIC X(2).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  SL-SEGMENT-AREA         PIC X(17).
           05  SL-SEGMENT-CODES REDEFINES SL-SEGMENT-AREA.
               10  SL-INDUSTRY-CODE    PIC X(4).
               10  FILLER              PIC X(4).
               10  SL-SIZE-TIER        PIC X(1).
               10  FILLER              PIC X(4).
               10  SL-ACCOUNT-TYPE     PIC X(2).
               10  FILLER              PIC X(2).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  SL-CUSTOMER-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  SL-SALES-THIS-YTD       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  SL-SALES-LAST-YTD       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  SL-CHANGE-AMOUNT        PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  SL-CHANGE-PERCENT       PIC ZZZ.9-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  SL-SALES-TWO-YEARS-AGO  PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(30)     VALUE SPACES.

       01  TOTAL-RULE-LINE.
           05  FILLER                  PIC X(27)     VALUE SPACE.
           05  FILLER                  PIC X(9)      VALUE ALL "=".
           05  FILLER                  PIC X(2)      VALUE SPACE.
           05  FILLER                  PIC X(11)     VALUE ALL "=".
           05  FILLER                  PIC X(3)      VALUE SPACE.
           05  FILLER                  PIC X(11)     VALUE ALL "=".
           05  FILLER                  PIC X(3)      VALUE SPACE.
           05  FILLER                  PIC X(11)     VALUE ALL "=".
           05  FILLER                  PIC X(3)      VALUE SPACE.
           05  FILLER                  PIC X(6)      VALUE ALL "=".
           05  FILLER                  PIC X(3)      VALUE SPACE.
           05  FILLER                  PIC X(11)     VALUE ALL "=".
           05  FILLER                  PIC X(30)     VALUE SPACES.

       01  UNSEGMENTED-HEADING-LINE-1.
           05  FILLER                  PIC X(40)     VALUE
               "CUSTOMERS WITH NO SEGMENT RECORD".
           05  FILLER                  PIC X(90)     VALUE SPACES.

       01  UNSEGMENTED-HEADING-LINE-2.
           05  FILLER      PIC X(8)   VALUE "BRANCH".
           05  FILLER      PIC X(5)   VALUE "REP".
           05  FILLER      PIC X(8)   VALUE "CUST #".
           05  FILLER      PIC X(23)  VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(10)  VALUE "THIS YTD".
           05  FILLER      PIC X(76)  VALUE SPACES.

       01  UNSEGMENTED-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  UL-BRANCH-NUMBER        PIC X(2).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  UL-SALESREP-NUMBER      PIC X(2).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  UL-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  UL-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  UL-SALES-THIS-YTD       PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(77)     VALUE SPACES.

       01  ORPHAN-HEADING-LINE-1.
           05  FILLER                  PIC X(48)     VALUE
               "SEGMENT RECORDS WITH NO CUSTOMER ON CUSTMAST".
           05  FILLER                  PIC X(82)     VALUE SPACES.

       01  ORPHAN-HEADING-LINE-2.
           05  FILLER      PIC X(8)   VALUE "CUST #".
           05  FILLER      PIC X(8)   VALUE "IND".
           05  FILLER      PIC X(6)   VALUE "TIER".
           05  FILLER      PIC X(6)   VALUE "TYPE".
           05  FILLER      PIC X(102) VALUE SPACES.

       01  ORPHAN-LINE.
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  OL-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  OL-INDUSTRY-CODE        PIC X(4).
           05  FILLER                  PIC X(5)      VALUE SPACES.
           05  OL-SIZE-TIER            PIC X(1).
           05  FILLER                  PIC X(5)      VALUE SPACES.
           05  OL-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(105)    VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(6)      VALUE "NONE".
           05  FILLER                  PIC X(122)    VALUE SPACES.

       01  SEGMENT-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  STL-LABEL               PIC X(30).
           05  STL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-PRINT-SEGMENT-REPORT.
           OPEN INPUT  INPUT-CUSTMAST
                INPUT  CUSTOMER-SEGMENT-FILE
                INPUT  RUN-CONTROL-FILE
                OUTPUT SEGMENT-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 106-CHECK-CUSTMAST-RUNS.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 200-PROCESS-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           IF FIRST-CUSTOMER-SWITCH = "N"
               PERFORM 240-PRINT-BRANCH-SEGMENTS
           END-IF.
           PERFORM 300-PRINT-GRAND-TOTALS.
           PERFORM 400-PRINT-UNSEGMENTED-CUSTOMERS.
           PERFORM 500-PRINT-ORPHAN-SEGMENTS.
           PERFORM 600-PRINT-RUN-TOTALS.
           CLOSE INPUT-CUSTMAST
                 CUSTOMER-SEGMENT-FILE
                 RUN-CONTROL-FILE
                 SEGMENT-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *    The report must not run while any program that updates
      *    CUSTMAST has a run marked open - the same updaters
      *    RPT2000 waits for.
       106-CHECK-CUSTMAST-RUNS.
           MOVE "N" TO RUNCTL-SCAN-EOF-SWITCH.
           MOVE SPACES TO RC-CONTROL-KEY.
           START RUN-CONTROL-FILE
               KEY IS NOT LESS THAN RC-CONTROL-KEY
               INVALID KEY
                   MOVE "Y" TO RUNCTL-SCAN-EOF-SWITCH
           END-START.
           PERFORM 107-SCAN-ONE-RUN-CONTROL
               UNTIL RUNCTL-SCAN-EOF-SWITCH = "Y".

       107-SCAN-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RUNCTL-SCAN-EOF-SWITCH
               NOT AT END
                   IF RC-RUN-STATUS = "O"
                       IF RC-PROGRAM-NAME = "POST1000"
                               OR RC-PROGRAM-NAME = "CUST1000"
                               OR RC-PROGRAM-NAME = "SUSP1000"
                               OR RC-PROGRAM-NAME = "ROLL1000"
                               OR RC-PROGRAM-NAME = "MERG1000"
                               OR RC-PROGRAM-NAME = "BACK1000"
                               OR RC-PROGRAM-NAME = "ARCH1000"
                               OR RC-PROGRAM-NAME = "ALGN1000"
                               OR RC-PROGRAM-NAME = "RCVR1000"
                           DISPLAY "SEGR1000 - " RC-PROGRAM-NAME
                               " RUN " RC-BATCH-ID " IS STILL OPEN"
                               " AGAINST CUSTMAST - REPORT NOT RUN"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       120-POSITION-CUSTMAST.
           MOVE ZERO TO CM-BRANCH-REP-KEY.
           START INPUT-CUSTMAST
               KEY IS NOT LESS THAN CM-BRANCH-REP-KEY
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       200-PROCESS-ONE-CUSTOMER.
           READ INPUT-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CUSTOMERS-READ-COUNT
                   PERFORM 210-EDIT-AND-ACCUMULATE
           END-READ.

      *    Every customer is checked for a segment record, even one
      *    that fails the edits, so the exception listing shows
      *    every unclassified account on the master.
       210-EDIT-AND-ACCUMULATE.
           PERFORM 215-LOOKUP-SEGMENT-RECORD.
           IF SEGMENT-FOUND-SWITCH = "N"
               PERFORM 218-STORE-UNSEGMENTED-ENTRY
           END-IF.
           PERFORM 221-VALIDATE-CUSTOMER-RECORD.
           IF CUSTOMER-IS-INVALID-SWITCH = "Y"
               ADD 1 TO RECORDS-REJECTED-COUNT
           ELSE
               PERFORM 224-CHECK-BRANCH-BREAK
               PERFORM 250-ADD-TO-SEGMENT-TABLE
               ADD 1 TO CUSTOMERS-REPORTED-COUNT
               ADD 1 TO BRANCH-CUSTOMER-COUNT
                        GRAND-CUSTOMER-COUNT
               ADD CM-SALES-THIS-YTD TO BRANCH-TOTAL-THIS-YTD
                                         GRAND-TOTAL-THIS-YTD
               ADD CM-SALES-LAST-YTD TO BRANCH-TOTAL-LAST-YTD
                                         GRAND-TOTAL-LAST-YTD
               ADD CM-SALES-TWO-YEARS-AGO
                                      TO BRANCH-TOTAL-TWO-YEARS-AGO
                                         GRAND-TOTAL-TWO-YEARS-AGO
           END-IF.

       215-LOOKUP-SEGMENT-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER.
           READ CUSTOMER-SEGMENT-FILE
               KEY IS SG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "N" TO SEGMENT-FOUND-SWITCH
                   MOVE HIGH-VALUES TO SEGMENT-KEY-WORK
               NOT INVALID KEY
                   MOVE "Y" TO SEGMENT-FOUND-SWITCH
                   MOVE SG-INDUSTRY-CODE TO SK-INDUSTRY-CODE
                   MOVE SG-SIZE-TIER     TO SK-SIZE-TIER
                   MOVE SG-ACCOUNT-TYPE  TO SK-ACCOUNT-TYPE
           END-READ.

       218-STORE-UNSEGMENTED-ENTRY.
           ADD 1 TO UNSEGMENTED-FOUND-COUNT.
           IF UNSEGMENTED-COUNT < UNSEGMENTED-LIMIT
               ADD 1 TO UNSEGMENTED-COUNT
               MOVE CM-BRANCH-REP-KEY(1:2)
                   TO UT-BRANCH-NUMBER(UNSEGMENTED-COUNT)
               MOVE CM-BRANCH-REP-KEY(3:2)
                   TO UT-SALESREP-NUMBER(UNSEGMENTED-COUNT)
               MOVE CM-CUSTOMER-NUMBER
                   TO UT-CUSTOMER-NUMBER(UNSEGMENTED-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO UT-CUSTOMER-NAME(UNSEGMENTED-COUNT)
               MOVE ZERO TO UT-SALES-THIS-YTD(UNSEGMENTED-COUNT)
               IF CM-SALES-THIS-YTD NUMERIC
                   MOVE CM-SALES-THIS-YTD
                       TO UT-SALES-THIS-YTD(UNSEGMENTED-COUNT)
               END-IF
           ELSE
               ADD 1 TO UNSEGMENTED-OVERFLOW-COUNT
           END-IF.

      *    The same record edits RPT2000 applies, so the grand
      *    total here ties to the grand total there.
       221-VALIDATE-CUSTOMER-RECORD.
           MOVE "N" TO CUSTOMER-IS-INVALID-SWITCH.
           IF CM-SALES-THIS-YTD NOT NUMERIC
                   OR CM-SALES-LAST-YTD NOT NUMERIC
                   OR CM-SALES-TWO-YEARS-AGO NOT NUMERIC
               MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF CM-CUSTOMER-NAME = SPACES
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
               END-IF
           END-IF.
           IF CUSTOMER-IS-INVALID-SWITCH = "N"
               IF CM-BRANCH-NUMBER < VALID-BRANCH-LOW
                       OR CM-BRANCH-NUMBER > VALID-BRANCH-HIGH
                   MOVE "Y" TO CUSTOMER-IS-INVALID-SWITCH
               END-IF
           END-IF.

       224-CHECK-BRANCH-BREAK.
           IF FIRST-CUSTOMER-SWITCH = "Y"
               MOVE "N" TO FIRST-CUSTOMER-SWITCH
               MOVE CM-BRANCH-NUMBER TO PREV-BRANCH-NUMBER
           ELSE
               IF CM-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER
                   PERFORM 240-PRINT-BRANCH-SEGMENTS
                   MOVE CM-BRANCH-NUMBER TO PREV-BRANCH-NUMBER
               END-IF
           END-IF.

      *    Change amount and percent exactly as RPT2000 figures
      *    them: a last-YTD of zero shows as 999.9 percent.
       225-CALCULATE-CHANGE-FIELDS.
           SUBTRACT CALC-LAST-YTD FROM CALC-THIS-YTD
               GIVING CHANGE-AMOUNT.
           IF CALC-LAST-YTD = 0
               MOVE 999.9 TO CHANGE-PERCENT
           ELSE
               COMPUTE CHANGE-PERCENT =
                   (CHANGE-AMOUNT / CALC-LAST-YTD) * 100
           END-IF.

       230-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.
           IF REPORT-SECTION-CODE = "B"
               MOVE SEGMENT-HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SEGMENT-HEADING-LINE-2 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SEGMENT-HEADING-LINE-3 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE 3 TO LINE-COUNT
           ELSE
               IF REPORT-SECTION-CODE = "U"
                   MOVE UNSEGMENTED-HEADING-LINE-1 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE UNSEGMENTED-HEADING-LINE-2 TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE SPACES TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE 3 TO LINE-COUNT
               ELSE
                   IF REPORT-SECTION-CODE = "O"
                       MOVE ORPHAN-HEADING-LINE-1 TO PRINT-AREA
                       WRITE PRINT-AREA
                       MOVE ORPHAN-HEADING-LINE-2 TO PRINT-AREA
                       WRITE PRINT-AREA
                       MOVE SPACES TO PRINT-AREA
                       WRITE PRINT-AREA
                       MOVE 3 TO LINE-COUNT
                   END-IF
               END-IF
           END-IF.

      *    A branch starts a new page unless its segment lines and
      *    total still fit on the current one.
       240-PRINT-BRANCH-SEGMENTS.
           IF LINE-COUNT + SEGMENT-COUNT + 3 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           PERFORM 245-PRINT-ONE-SEGMENT
               VARYING SEGMENT-IDX FROM 1 BY 1
               UNTIL SEGMENT-IDX > SEGMENT-COUNT.
           PERFORM 247-PRINT-BRANCH-TOTAL.
           MOVE ZERO TO SEGMENT-COUNT.
           MOVE ZERO TO BRANCH-CUSTOMER-COUNT
                        BRANCH-TOTAL-THIS-YTD
                        BRANCH-TOTAL-LAST-YTD
                        BRANCH-TOTAL-TWO-YEARS-AGO.

       245-PRINT-ONE-SEGMENT.
           MOVE PREV-BRANCH-NUMBER TO SL-BRANCH-NUMBER.
           IF BS-SEGMENT-KEY(SEGMENT-IDX) = HIGH-VALUES
               MOVE "NO SEGMENT RECORD" TO SL-SEGMENT-AREA
           ELSE
               MOVE SPACES TO SL-SEGMENT-AREA
               MOVE BS-INDUSTRY-CODE(SEGMENT-IDX)
                   TO SL-INDUSTRY-CODE
               MOVE BS-SIZE-TIER(SEGMENT-IDX)
                   TO SL-SIZE-TIER
               MOVE BS-ACCOUNT-TYPE(SEGMENT-IDX)
                   TO SL-ACCOUNT-TYPE
           END-IF.
           MOVE BS-CUSTOMER-COUNT(SEGMENT-IDX)
               TO SL-CUSTOMER-COUNT.
           MOVE BS-TOTAL-THIS-YTD(SEGMENT-IDX) TO CALC-THIS-YTD.
           MOVE BS-TOTAL-LAST-YTD(SEGMENT-IDX) TO CALC-LAST-YTD.
           MOVE BS-TOTAL-TWO-YEARS-AGO(SEGMENT-IDX)
               TO SL-SALES-TWO-YEARS-AGO.
           PERFORM 260-FORMAT-AND-WRITE-LINE.

       247-PRINT-BRANCH-TOTAL.
           MOVE TOTAL-RULE-LINE TO PRINT-AREA.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE PREV-BRANCH-NUMBER    TO SL-BRANCH-NUMBER.
           MOVE "BRANCH TOTAL"        TO SL-SEGMENT-AREA.
           MOVE BRANCH-CUSTOMER-COUNT TO SL-CUSTOMER-COUNT.
           MOVE BRANCH-TOTAL-THIS-YTD TO CALC-THIS-YTD.
           MOVE BRANCH-TOTAL-LAST-YTD TO CALC-LAST-YTD.
           MOVE BRANCH-TOTAL-TWO-YEARS-AGO
               TO SL-SALES-TWO-YEARS-AGO.
           PERFORM 260-FORMAT-AND-WRITE-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 290-WRITE-REPORT-LINE.

      *    Segments are kept in code order within the branch; a
      *    new segment is inserted at its place.  When the table
      *    is full the customer still counts in the branch total
      *    but has no segment line.
       250-ADD-TO-SEGMENT-TABLE.
           MOVE 1   TO SEGMENT-INSERT-POINT.
           MOVE "N" TO INSERT-POINT-SWITCH.
           PERFORM 252-FIND-INSERT-POINT
               UNTIL INSERT-POINT-SWITCH = "Y"
                  OR SEGMENT-INSERT-POINT > SEGMENT-COUNT.
           IF INSERT-POINT-SWITCH = "Y"
               IF BS-SEGMENT-KEY(SEGMENT-INSERT-POINT)
                       = SEGMENT-KEY-WORK
                   PERFORM 256-ACCUMULATE-SEGMENT
               ELSE
                   PERFORM 253-INSERT-SEGMENT-ENTRY
               END-IF
           ELSE
               PERFORM 253-INSERT-SEGMENT-ENTRY
           END-IF.

       252-FIND-INSERT-POINT.
           IF BS-SEGMENT-KEY(SEGMENT-INSERT-POINT)
                   NOT < SEGMENT-KEY-WORK
               MOVE "Y" TO INSERT-POINT-SWITCH
           ELSE
               ADD 1 TO SEGMENT-INSERT-POINT
           END-IF.

       253-INSERT-SEGMENT-ENTRY.
           IF SEGMENT-COUNT < SEGMENT-MAX-ENTRIES
               PERFORM 254-SHIFT-ONE-SEGMENT
                   VARYING SEGMENT-IDX FROM SEGMENT-COUNT BY -1
                   UNTIL SEGMENT-IDX < SEGMENT-INSERT-POINT
               ADD 1 TO SEGMENT-COUNT
               MOVE SEGMENT-KEY-WORK
                   TO BS-SEGMENT-KEY(SEGMENT-INSERT-POINT)
               MOVE ZERO
                   TO BS-CUSTOMER-COUNT(SEGMENT-INSERT-POINT)
                      BS-TOTAL-THIS-YTD(SEGMENT-INSERT-POINT)
                      BS-TOTAL-LAST-YTD(SEGMENT-INSERT-POINT)
                      BS-TOTAL-TWO-YEARS-AGO(SEGMENT-INSERT-POINT)
               PERFORM 256-ACCUMULATE-SEGMENT
           ELSE
               ADD 1 TO SEGMENT-OVERFLOW-COUNT
           END-IF.

       254-SHIFT-ONE-SEGMENT.
           MOVE BRANCH-SEGMENT-ENTRY(SEGMENT-IDX)
               TO BRANCH-SEGMENT-ENTRY(SEGMENT-IDX + 1).

       256-ACCUMULATE-SEGMENT.
           ADD 1 TO BS-CUSTOMER-COUNT(SEGMENT-INSERT-POINT).
           ADD CM-SALES-THIS-YTD
               TO BS-TOTAL-THIS-YTD(SEGMENT-INSERT-POINT).
           ADD CM-SALES-LAST-YTD
               TO BS-TOTAL-LAST-YTD(SEGMENT-INSERT-POINT).
           ADD CM-SALES-TWO-YEARS-AGO
               TO BS-TOTAL-TWO-YEARS-AGO(SEGMENT-INSERT-POINT).

       260-FORMAT-AND-WRITE-LINE.
           PERFORM 225-CALCULATE-CHANGE-FIELDS.
           MOVE CALC-THIS-YTD  TO SL-SALES-THIS-YTD.
           MOVE CALC-LAST-YTD  TO SL-SALES-LAST-YTD.
           MOVE CHANGE-AMOUNT  TO SL-CHANGE-AMOUNT.
           MOVE CHANGE-PERCENT TO SL-CHANGE-PERCENT.
           MOVE SEGMENT-LINE   TO PRINT-AREA.
           PERFORM 290-WRITE-REPORT-LINE.

       290-WRITE-REPORT-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               MOVE PRINT-AREA TO SAVE-PRINT-LINE
               PERFORM 230-PRINT-HEADING-LINES
               MOVE SAVE-PRINT-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       300-PRINT-GRAND-TOTALS.
           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTAL-RULE-LINE TO PRINT-AREA.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE SPACES               TO SL-BRANCH-NUMBER.
           MOVE "GRAND TOTAL"        TO SL-SEGMENT-AREA.
           MOVE GRAND-CUSTOMER-COUNT TO SL-CUSTOMER-COUNT.
           MOVE GRAND-TOTAL-THIS-YTD TO CALC-THIS-YTD.
           MOVE GRAND-TOTAL-LAST-YTD TO CALC-LAST-YTD.
           MOVE GRAND-TOTAL-TWO-YEARS-AGO
               TO SL-SALES-TWO-YEARS-AGO.
           PERFORM 260-FORMAT-AND-WRITE-LINE.

       400-PRINT-UNSEGMENTED-CUSTOMERS.
           MOVE "U" TO REPORT-SECTION-CODE.
           PERFORM 230-PRINT-HEADING-LINES.
           IF UNSEGMENTED-COUNT = ZERO
               MOVE NONE-LINE TO PRINT-AREA
               PERFORM 290-WRITE-REPORT-LINE
           ELSE
               PERFORM 410-PRINT-UNSEGMENTED-LINE
                   VARYING UNSEGMENTED-IDX FROM 1 BY 1
                   UNTIL UNSEGMENTED-IDX > UNSEGMENTED-COUNT
           END-IF.

       410-PRINT-UNSEGMENTED-LINE.
           MOVE UT-BRANCH-NUMBER(UNSEGMENTED-IDX)
               TO UL-BRANCH-NUMBER.
           MOVE UT-SALESREP-NUMBER(UNSEGMENTED-IDX)
               TO UL-SALESREP-NUMBER.
           MOVE UT-CUSTOMER-NUMBER(UNSEGMENTED-IDX)
               TO UL-CUSTOMER-NUMBER.
           MOVE UT-CUSTOMER-NAME(UNSEGMENTED-IDX)
               TO UL-CUSTOMER-NAME.
           MOVE UT-SALES-THIS-YTD(UNSEGMENTED-IDX)
               TO UL-SALES-THIS-YTD.
           MOVE UNSEGMENTED-LINE TO PRINT-AREA.
           PERFORM 290-WRITE-REPORT-LINE.

      *    Second pass: the segment file in customer-number order,
      *    each key looked up on CUSTMAST by customer number.
       500-PRINT-ORPHAN-SEGMENTS.
           MOVE "O" TO REPORT-SECTION-CODE.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE "N"  TO SEGMENT-EOF-SWITCH.
           MOVE ZERO TO SG-CUSTOMER-NUMBER.
           START CUSTOMER-SEGMENT-FILE
               KEY IS NOT LESS THAN SG-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO SEGMENT-EOF-SWITCH
           END-START.
           PERFORM 510-READ-SEGMENT-RECORD
               UNTIL SEGMENT-EOF-SWITCH = "Y".
           IF ORPHAN-SEGMENT-COUNT = ZERO
               MOVE NONE-LINE TO PRINT-AREA
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

       510-READ-SEGMENT-RECORD.
           READ CUSTOMER-SEGMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SEGMENT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SEGMENTS-READ-COUNT
                   PERFORM 520-CHECK-SEGMENT-CUSTOMER
           END-READ.

       520-CHECK-SEGMENT-CUSTOMER.
           MOVE SG-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ INPUT-CUSTMAST
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   ADD 1 TO ORPHAN-SEGMENT-COUNT
                   PERFORM 530-PRINT-ORPHAN-LINE
           END-READ.

       530-PRINT-ORPHAN-LINE.
           MOVE SG-CUSTOMER-NUMBER TO OL-CUSTOMER-NUMBER.
           MOVE SG-INDUSTRY-CODE   TO OL-INDUSTRY-CODE.
           MOVE SG-SIZE-TIER       TO OL-SIZE-TIER.
           MOVE SG-ACCOUNT-TYPE    TO OL-ACCOUNT-TYPE.
           MOVE ORPHAN-LINE TO PRINT-AREA.
           PERFORM 290-WRITE-REPORT-LINE.

       600-PRINT-RUN-TOTALS.
           MOVE "T" TO REPORT-SECTION-CODE.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE "CUSTOMERS READ"                 TO STL-LABEL.
           MOVE CUSTOMERS-READ-COUNT             TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "RECORDS REJECTED (EDITS)"       TO STL-LABEL.
           MOVE RECORDS-REJECTED-COUNT           TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS REPORTED"             TO STL-LABEL.
           MOVE CUSTOMERS-REPORTED-COUNT         TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS WITH NO SEGMENT"      TO STL-LABEL.
           MOVE UNSEGMENTED-FOUND-COUNT          TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "  NOT LISTED - TABLE FULL"      TO STL-LABEL.
           MOVE UNSEGMENTED-OVERFLOW-COUNT       TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "SEGMENT RECORDS READ"           TO STL-LABEL.
           MOVE SEGMENTS-READ-COUNT              TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "SEGMENTS WITH NO CUSTOMER"      TO STL-LABEL.
           MOVE ORPHAN-SEGMENT-COUNT             TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS ON NO SEGMENT LINE"   TO STL-LABEL.
           MOVE SEGMENT-OVERFLOW-COUNT           TO STL-COUNT.
           PERFORM 610-WRITE-TOTAL-LINE.
           IF SEGMENT-OVERFLOW-COUNT > ZERO
               DISPLAY "SEGR1000 - WARNING: BRANCH SEGMENT TABLE "
                   "FULL - " SEGMENT-OVERFLOW-COUNT
                   " CUSTOMER(S) IN BRANCH TOTALS ONLY"
           END-IF.
           IF UNSEGMENTED-OVERFLOW-COUNT > ZERO
               DISPLAY "SEGR1000 - WARNING: NO-SEGMENT TABLE FULL - "
                   UNSEGMENTED-OVERFLOW-COUNT
                   " CUSTOMER(S) NOT LISTED"
           END-IF.
           IF RECORDS-REJECTED-COUNT > ZERO
                   OR ORPHAN-SEGMENT-COUNT > ZERO
                   OR SEGMENT-OVERFLOW-COUNT > ZERO
                   OR UNSEGMENTED-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       610-WRITE-TOTAL-LINE.
           MOVE SEGMENT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
