      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Daily Cycle Balancing Report
      *
      *            Proves the day's sales cycle from end to end,
      *            after EDIT1000, POST1000, and RPT2000 have run.
      *            Each of those steps balances only itself; this
      *            report ties them to one another so money that
      *            leaked between steps is caught before the
      *            reports go out.  Four ties are proved:
      *
      *            1. The ORDFEED trailer record count and dollar
      *               hash equal the SALESTRN record count and the
      *               sum of the absolute SALESTRN amounts (the
      *               trailer hash is unsigned, as EDIT1000 proves
      *               it).
      *            2. SALESTRN count and signed dollars equal the
      *               POST1000 posted totals on its posting-control
      *               record (POSTCTL) plus the POSTSUSP suspense
      *               records.
      *            3. The POST1000 posted totals equal the SALESLDG
      *               records stamped with that run's posting date
      *               and batch ID.
      *            4. Those ledger dollars equal the movement in the
      *               grand this-YTD total between the last two
      *               RPTHIST "G" records, the latest of which must
      *               be from a RPT2000 run on the posting date.
      *
      *            Any break sets return code 8 so the scheduler
      *            can hold the report distribution.  A cycle
      *            where every tie proves ends with return code 0.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCL1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FEED-FILE ASSIGN TO ORDFEED.
           SELECT SALES-TRANS-FILE ASSIGN TO SALESTRN.
           SELECT OPTIONAL POSTING-CONTROL-FILE ASSIGN TO POSTCTL.
           SELECT OPTIONAL POST-SUSPENSE-FILE ASSIGN TO POSTSUSP.
           SELECT OPTIONAL SALES-LEDGER-FILE ASSIGN TO SALESLDG.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RPTHIST.
           SELECT BALANCING-REPORT ASSIGN TO CYCL1000.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  FEED-RECORD.
           05  FR-RECORD-TYPE          PIC X(1).
           05  FR-RECORD-DATA          PIC X(79).

       FD  SALES-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SALES-TRANSACTION-RECORD.
           05  PT-BRANCH-NUMBER        PIC X(2).
           05  PT-SALESREP-NUMBER      PIC X(2).
           05  PT-CUSTOMER-NUMBER      PIC X(5).
           05  PT-TRANS-DATE           PIC X(8).
           05  PT-TRANS-AMOUNT         PIC S9(5)V9(2).
           05  FILLER                  PIC X(56).

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

       FD  POST-SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 110 CHARACTERS.
       01  POST-SUSPENSE-RECORD.
           05  PS-TRANSACTION-DATA.
               10  PS-BRANCH-NUMBER    PIC X(2).
               10  PS-SALESREP-NUMBER  PIC X(2).
               10  PS-CUSTOMER-NUMBER  PIC X(5).
               10  PS-TRANS-DATE       PIC X(8).
               10  PS-TRANS-AMOUNT     PIC S9(5)V9(2).
               10  FILLER              PIC X(56).
           05  PS-REJECT-REASON        PIC X(30).

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

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC X(8).
           05  RH-RUN-TIME             PIC X(4).
           05  RH-RECORD-TYPE          PIC X(1).
           05  RH-BRANCH-NUMBER        PIC 9(2).
           05  RH-RECORDS-READ         PIC 9(7).
           05  RH-RECORDS-REJECTED     PIC 9(7).
           05  RH-TOTAL-THIS-YTD       PIC S9(7)V99.
           05  RH-TOTAL-LAST-YTD       PIC S9(7)V99.
           05  RH-TOTAL-TWO-YEARS-AGO  PIC S9(7)V99.
           05  FILLER                  PIC X(24).

       FD  BALANCING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  FEED-EOF-SWITCH         PIC X         VALUE "N".
           05  TRANS-EOF-SWITCH        PIC X         VALUE "N".
           05  SUSPENSE-EOF-SWITCH     PIC X         VALUE "N".
           05  LEDGER-EOF-SWITCH       PIC X         VALUE "N".
           05  HISTORY-EOF-SWITCH      PIC X         VALUE "N".
           05  TRAILER-SEEN-SWITCH     PIC X         VALUE "N".
           05  POSTING-CONTROL-SWITCH  PIC X         VALUE "N".
           05  TIE-IN-BALANCE-SWITCH   PIC X         VALUE "Y".
           05  CYCLE-IN-BALANCE-SWITCH PIC X         VALUE "Y".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  FEED-TRAILER-WORK.
           05  TW-RECORD-COUNT         PIC X(7).
           05  TW-HASH-TOTAL.
               10  TW-HASH-DOLLARS     PIC X(9).
               10  TW-HASH-POINT       PIC X(1).
               10  TW-HASH-CENTS       PIC X(2).
           05  FILLER                  PIC X(60).

       01  AMOUNT-PARSE-FIELDS.
           05  HASH-DOLLARS-WORK       PIC 9(9)      VALUE ZERO.
           05  HASH-CENTS-WORK         PIC 9(2)      VALUE ZERO.

       01  CYCLE-TOTAL-FIELDS.
           05  TRAILER-RECORD-COUNT    PIC 9(7)      VALUE ZERO.
           05  TRAILER-HASH-TOTAL      PIC 9(9)V99   VALUE ZERO.
           05  TRANS-COUNT             PIC 9(7)      VALUE ZERO.
           05  TRANS-SIGNED-TOTAL      PIC S9(9)V99  VALUE ZERO.
           05  TRANS-HASH-TOTAL        PIC 9(9)V99   VALUE ZERO.
           05  TRANS-BAD-COUNT         PIC 9(7)      VALUE ZERO.
           05  SUSPENSE-COUNT          PIC 9(7)      VALUE ZERO.
           05  SUSPENSE-TOTAL          PIC S9(9)V99  VALUE ZERO.
           05  POSTED-COUNT            PIC 9(7)      VALUE ZERO.
           05  POSTED-TOTAL            PIC S9(9)V99  VALUE ZERO.
           05  ACCOUNTED-COUNT         PIC 9(7)      VALUE ZERO.
           05  ACCOUNTED-TOTAL         PIC S9(9)V99  VALUE ZERO.
           05  LEDGER-DAY-COUNT        PIC 9(7)      VALUE ZERO.
           05  LEDGER-DAY-TOTAL        PIC S9(9)V99  VALUE ZERO.
           05  LEDGER-BATCH-COUNT      PIC 9(7)      VALUE ZERO.
           05  LEDGER-BATCH-TOTAL      PIC S9(9)V99  VALUE ZERO.
           05  HISTORY-G-COUNT         PIC 9(7)      VALUE ZERO.
           05  LATEST-G-DATE           PIC X(8)      VALUE SPACES.
           05  LATEST-G-TIME           PIC X(4)      VALUE SPACES.
           05  LATEST-G-THIS-YTD       PIC S9(9)V99  VALUE ZERO.
           05  PRIOR-G-DATE            PIC X(8)      VALUE SPACES.
           05  PRIOR-G-TIME            PIC X(4)      VALUE SPACES.
           05  PRIOR-G-THIS-YTD        PIC S9(9)V99  VALUE ZERO.
           05  YTD-MOVEMENT            PIC S9(9)V99  VALUE ZERO.

       01  TIE-WORK-FIELDS.
           05  TIE-COUNT-DIFFERENCE    PIC S9(7)     VALUE ZERO.
           05  TIE-AMOUNT-DIFFERENCE   PIC S9(9)V99  VALUE ZERO.
           05  TIES-BROKEN-COUNT       PIC 9(7)      VALUE ZERO.

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
           05  FILLER           PIC X(13)     VALUE SPACES.
           05  FILLER           PIC X(30)     VALUE
                               "DAILY CYCLE BALANCING REPORT".
           05  FILLER           PIC X(12)     VALUE SPACES.
           05  FILLER           PIC X(8)      VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER  PIC ZZZ9.
           05  FILLER           PIC X(46)     VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(7)      VALUE "TIME:  ".
           05  HL2-HOURS               PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE ":".
           05  HL2-MINUTES             PIC 9(2).
           05  FILLER                  PIC X(48)     VALUE SPACE.
           05  FILLER                  PIC X(8)      VALUE "CYCL1000".

       01  HEADING-LINE-3.
           05  FILLER      PIC X(36)  VALUE SPACES.
           05  FILLER      PIC X(8)   VALUE "   COUNT".
           05  FILLER      PIC X(2)   VALUE SPACES.
           05  FILLER      PIC X(15)  VALUE "        DOLLARS".
           05  FILLER      PIC X(69)  VALUE SPACES.

       01  POSTING-DATE-LINE.
           05  FILLER                  PIC X(14)     VALUE
               "POSTING DATE: ".
           05  PDL-POSTING-DATE        PIC X(8).
           05  FILLER                  PIC X(10)     VALUE
               "   BATCH: ".
           05  PDL-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(90)     VALUE SPACES.

       01  TIE-TITLE-LINE.
           05  TTL-TITLE               PIC X(60).
           05  FILLER                  PIC X(70)     VALUE SPACES.

       01  TIE-DETAIL-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  TDL-LABEL               PIC X(32).
           05  TDL-COUNT               PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  TDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  TDL-STATUS              PIC X(30).
           05  FILLER                  PIC X(36)     VALUE SPACES.

       01  CYCLE-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  CTL-LABEL               PIC X(26).
           05  CTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95)     VALUE SPACES.

       01  IN-BALANCE-LINE.
           05  FILLER                  PIC X(50)     VALUE
               "DAILY CYCLE IS IN BALANCE - ALL FOUR TIES PROVED.".
           05  FILLER                  PIC X(80)     VALUE SPACES.

       01  OUT-OF-BALANCE-LINE.
           05  FILLER                  PIC X(22)     VALUE
               "*** OUT OF BALANCE ***".
           05  FILLER                  PIC X(108)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-BALANCE-DAILY-CYCLE.
           OPEN INPUT  ORDER-FEED-FILE
                INPUT  SALES-TRANS-FILE
                INPUT  POSTING-CONTROL-FILE
                INPUT  POST-SUSPENSE-FILE
                INPUT  SALES-LEDGER-FILE
                INPUT  RUN-HISTORY-FILE
                OUTPUT BALANCING-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-READ-POSTING-CONTROL.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 200-SCAN-FEED-RECORD
               UNTIL FEED-EOF-SWITCH = "Y".
           PERFORM 210-TOTAL-SALES-TRANS
               UNTIL TRANS-EOF-SWITCH = "Y".
           PERFORM 215-TOTAL-SUSPENSE-RECORD
               UNTIL SUSPENSE-EOF-SWITCH = "Y".
           PERFORM 220-TOTAL-LEDGER-RECORD
               UNTIL LEDGER-EOF-SWITCH = "Y".
           PERFORM 225-STORE-HISTORY-RECORD
               UNTIL HISTORY-EOF-SWITCH = "Y".
           PERFORM 310-PROVE-FEED-TO-SALESTRN.
           PERFORM 320-PROVE-SALESTRN-TO-POSTING.
           PERFORM 330-PROVE-POSTING-TO-LEDGER.
           PERFORM 340-PROVE-LEDGER-TO-HISTORY.
           PERFORM 400-PRINT-CYCLE-TOTALS.
           CLOSE ORDER-FEED-FILE
                 SALES-TRANS-FILE
                 POSTING-CONTROL-FILE
                 POST-SUSPENSE-FILE
                 SALES-LEDGER-FILE
                 RUN-HISTORY-FILE
                 BALANCING-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *    The posting-control record names the posting date the
      *    ledger records were stamped with; without it there is
      *    no day to prove, and ties 2 through 4 break.
       110-READ-POSTING-CONTROL.
           MOVE SPACES TO POSTING-CONTROL-RECORD.
           READ POSTING-CONTROL-FILE
               AT END
                   MOVE "N" TO POSTING-CONTROL-SWITCH
               NOT AT END
                   IF PC-POSTED-COUNT NUMERIC
                           AND PC-POSTED-AMOUNT NUMERIC
                       MOVE "Y" TO POSTING-CONTROL-SWITCH
                       MOVE PC-POSTED-COUNT  TO POSTED-COUNT
                       MOVE PC-POSTED-AMOUNT TO POSTED-TOTAL
                   END-IF
           END-READ.
           MOVE PC-POSTING-DATE TO PDL-POSTING-DATE.
           MOVE PC-BATCH-ID     TO PDL-BATCH-ID.

       200-SCAN-FEED-RECORD.
           READ ORDER-FEED-FILE
               AT END
                   MOVE "Y" TO FEED-EOF-SWITCH
               NOT AT END
                   IF FR-RECORD-TYPE = "T"
                       PERFORM 205-CAPTURE-FEED-TRAILER
                   END-IF
           END-READ.

       205-CAPTURE-FEED-TRAILER.
           MOVE FR-RECORD-DATA TO FEED-TRAILER-WORK.
           IF TW-RECORD-COUNT NUMERIC
                   AND TW-HASH-DOLLARS NUMERIC
                   AND TW-HASH-POINT = "."
                   AND TW-HASH-CENTS NUMERIC
               MOVE "Y" TO TRAILER-SEEN-SWITCH
               MOVE TW-RECORD-COUNT TO TRAILER-RECORD-COUNT
               MOVE TW-HASH-DOLLARS TO HASH-DOLLARS-WORK
               MOVE TW-HASH-CENTS   TO HASH-CENTS-WORK
               COMPUTE TRAILER-HASH-TOTAL =
                   HASH-DOLLARS-WORK + HASH-CENTS-WORK / 100
           END-IF.

       210-TOTAL-SALES-TRANS.
           READ SALES-TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-COUNT
                   IF PT-TRANS-AMOUNT NUMERIC
                       ADD PT-TRANS-AMOUNT TO TRANS-SIGNED-TOTAL
                       IF PT-TRANS-AMOUNT < ZERO
                           SUBTRACT PT-TRANS-AMOUNT
                               FROM TRANS-HASH-TOTAL
                       ELSE
                           ADD PT-TRANS-AMOUNT TO TRANS-HASH-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO TRANS-BAD-COUNT
                   END-IF
           END-READ.

       215-TOTAL-SUSPENSE-RECORD.
           READ POST-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SUSPENSE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SUSPENSE-COUNT
                   IF PS-TRANS-AMOUNT NUMERIC
                       ADD PS-TRANS-AMOUNT TO SUSPENSE-TOTAL
                   END-IF
           END-READ.

       220-TOTAL-LEDGER-RECORD.
           READ SALES-LEDGER-FILE
               AT END
                   MOVE "Y" TO LEDGER-EOF-SWITCH
               NOT AT END
                   IF POSTING-CONTROL-SWITCH = "Y"
                           AND PL-POSTING-DATE = PC-POSTING-DATE
                       PERFORM 222-ADD-LEDGER-RECORD
                   END-IF
           END-READ.

      *    Tie 3 proves this batch alone, so a second batch posted
      *    the same day does not break it.  Tie 4 still takes the
      *    whole posting day, since RPT2000's movement covers every
      *    batch posted before it ran.
       222-ADD-LEDGER-RECORD.
           ADD 1 TO LEDGER-DAY-COUNT.
           IF PL-TRANS-AMOUNT NUMERIC
               ADD PL-TRANS-AMOUNT TO LEDGER-DAY-TOTAL
           END-IF.
           IF PL-BATCH-ID = PC-BATCH-ID
               ADD 1 TO LEDGER-BATCH-COUNT
               IF PL-TRANS-AMOUNT NUMERIC
                   ADD PL-TRANS-AMOUNT TO LEDGER-BATCH-TOTAL
               END-IF
           END-IF.

      *    RPT2000 writes one grand-total record per run; keeping
      *    the last two gives the run-over-run YTD movement.
       225-STORE-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF RH-RECORD-TYPE = "G"
                           AND RH-TOTAL-THIS-YTD NUMERIC
                       ADD 1 TO HISTORY-G-COUNT
                       MOVE LATEST-G-DATE     TO PRIOR-G-DATE
                       MOVE LATEST-G-TIME     TO PRIOR-G-TIME
                       MOVE LATEST-G-THIS-YTD TO PRIOR-G-THIS-YTD
                       MOVE RH-RUN-DATE       TO LATEST-G-DATE
                       MOVE RH-RUN-TIME       TO LATEST-G-TIME
                       MOVE RH-TOTAL-THIS-YTD TO LATEST-G-THIS-YTD
                   END-IF
           END-READ.

       230-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE POSTING-DATE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

      *    The trailer hash is a sum of unsigned amounts, so it is
      *    proved against the absolute SALESTRN amounts.
       310-PROVE-FEED-TO-SALESTRN.
           MOVE "Y" TO TIE-IN-BALANCE-SWITCH.
           MOVE "1. ORDER FEED TRAILER TO SALESTRN" TO TTL-TITLE.
           PERFORM 350-PRINT-TIE-TITLE.
           MOVE "FEED TRAILER (HASH)"      TO TDL-LABEL.
           MOVE TRAILER-RECORD-COUNT       TO TDL-COUNT.
           MOVE TRAILER-HASH-TOTAL         TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           IF TRAILER-SEEN-SWITCH = "N"
               MOVE "NO VALID TRAILER ON FEED" TO TDL-STATUS
           END-IF.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE "SALESTRN (ABSOLUTE)"      TO TDL-LABEL.
           MOVE TRANS-COUNT                TO TDL-COUNT.
           MOVE TRANS-HASH-TOTAL           TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           IF TRANS-BAD-COUNT > ZERO
               MOVE "NON-NUMERIC AMOUNTS ON FILE" TO TDL-STATUS
           END-IF.
           PERFORM 360-PRINT-TIE-DETAIL.
           SUBTRACT TRANS-COUNT FROM TRAILER-RECORD-COUNT
               GIVING TIE-COUNT-DIFFERENCE.
           SUBTRACT TRANS-HASH-TOTAL FROM TRAILER-HASH-TOTAL
               GIVING TIE-AMOUNT-DIFFERENCE.
           IF TRAILER-SEEN-SWITCH = "N"
                   OR TRANS-BAD-COUNT > ZERO
               MOVE "N" TO TIE-IN-BALANCE-SWITCH
           END-IF.
           PERFORM 370-PRINT-TIE-RESULT.

       320-PROVE-SALESTRN-TO-POSTING.
           MOVE "Y" TO TIE-IN-BALANCE-SWITCH.
           MOVE "2. SALESTRN TO POSTED PLUS SUSPENSE" TO TTL-TITLE.
           PERFORM 350-PRINT-TIE-TITLE.
           MOVE "SALESTRN (SIGNED)"        TO TDL-LABEL.
           MOVE TRANS-COUNT                TO TDL-COUNT.
           MOVE TRANS-SIGNED-TOTAL         TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE "POST1000 POSTED"          TO TDL-LABEL.
           MOVE POSTED-COUNT               TO TDL-COUNT.
           MOVE POSTED-TOTAL               TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           IF POSTING-CONTROL-SWITCH = "N"
               MOVE "NO POSTING-CONTROL RECORD" TO TDL-STATUS
           END-IF.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE "POSTSUSP SUSPENSE"        TO TDL-LABEL.
           MOVE SUSPENSE-COUNT             TO TDL-COUNT.
           MOVE SUSPENSE-TOTAL             TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           PERFORM 360-PRINT-TIE-DETAIL.
           ADD POSTED-COUNT SUSPENSE-COUNT GIVING ACCOUNTED-COUNT.
           ADD POSTED-TOTAL SUSPENSE-TOTAL GIVING ACCOUNTED-TOTAL.
           SUBTRACT ACCOUNTED-COUNT FROM TRANS-COUNT
               GIVING TIE-COUNT-DIFFERENCE.
           SUBTRACT ACCOUNTED-TOTAL FROM TRANS-SIGNED-TOTAL
               GIVING TIE-AMOUNT-DIFFERENCE.
           IF POSTING-CONTROL-SWITCH = "N"
               MOVE "N" TO TIE-IN-BALANCE-SWITCH
           END-IF.
           PERFORM 370-PRINT-TIE-RESULT.

       330-PROVE-POSTING-TO-LEDGER.
           MOVE "Y" TO TIE-IN-BALANCE-SWITCH.
           MOVE "3. POSTED TO SALES LEDGER FOR POSTING BATCH"
               TO TTL-TITLE.
           PERFORM 350-PRINT-TIE-TITLE.
           MOVE "POST1000 POSTED"          TO TDL-LABEL.
           MOVE POSTED-COUNT               TO TDL-COUNT.
           MOVE POSTED-TOTAL               TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           IF POSTING-CONTROL-SWITCH = "N"
               MOVE "NO POSTING-CONTROL RECORD" TO TDL-STATUS
           END-IF.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE "SALESLDG FOR POSTING BATCH" TO TDL-LABEL.
           MOVE LEDGER-BATCH-COUNT         TO TDL-COUNT.
           MOVE LEDGER-BATCH-TOTAL         TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           PERFORM 360-PRINT-TIE-DETAIL.
           SUBTRACT LEDGER-BATCH-COUNT FROM POSTED-COUNT
               GIVING TIE-COUNT-DIFFERENCE.
           SUBTRACT LEDGER-BATCH-TOTAL FROM POSTED-TOTAL
               GIVING TIE-AMOUNT-DIFFERENCE.
           IF POSTING-CONTROL-SWITCH = "N"
               MOVE "N" TO TIE-IN-BALANCE-SWITCH
           END-IF.
           PERFORM 370-PRINT-TIE-RESULT.

      *    Anything that moved this-YTD without going through the
      *    ledger, or a ledger amount that never reached the
      *    master, shows up as a difference here.  The latest run
      *    has to be the posting day's report, or the movement
      *    belongs to some other day.
       340-PROVE-LEDGER-TO-HISTORY.
           MOVE "Y" TO TIE-IN-BALANCE-SWITCH.
           MOVE "4. SALES LEDGER TO RPTHIST GRAND THIS-YTD MOVEMENT"
               TO TTL-TITLE.
           PERFORM 350-PRINT-TIE-TITLE.
           SUBTRACT PRIOR-G-THIS-YTD FROM LATEST-G-THIS-YTD
               GIVING YTD-MOVEMENT.
           MOVE SPACES                     TO TDL-LABEL.
           STRING "RPTHIST G " DELIMITED BY SIZE
               LATEST-G-DATE   DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               LATEST-G-TIME   DELIMITED BY SIZE
               INTO TDL-LABEL
           END-STRING.
           MOVE ZERO                       TO TDL-COUNT.
           MOVE LATEST-G-THIS-YTD          TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           IF HISTORY-G-COUNT < 2
               MOVE "FEWER THAN TWO RPT2000 RUNS" TO TDL-STATUS
               MOVE "N" TO TIE-IN-BALANCE-SWITCH
           ELSE
               IF POSTING-CONTROL-SWITCH = "Y"
                       AND LATEST-G-DATE NOT = PC-POSTING-DATE
                   MOVE "RPT2000 NOT RUN ON POSTING DATE"
                       TO TDL-STATUS
                   MOVE "N" TO TIE-IN-BALANCE-SWITCH
               END-IF
           END-IF.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE SPACES                     TO TDL-LABEL.
           STRING "RPTHIST G " DELIMITED BY SIZE
               PRIOR-G-DATE    DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               PRIOR-G-TIME    DELIMITED BY SIZE
               INTO TDL-LABEL
           END-STRING.
           MOVE ZERO                       TO TDL-COUNT.
           MOVE PRIOR-G-THIS-YTD           TO TDL-AMOUNT.
           MOVE SPACES                     TO TDL-STATUS.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE "GRAND THIS-YTD MOVEMENT"  TO TDL-LABEL.
           MOVE ZERO                       TO TDL-COUNT.
           MOVE YTD-MOVEMENT               TO TDL-AMOUNT.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE "SALESLDG FOR POSTING DATE" TO TDL-LABEL.
           MOVE LEDGER-DAY-COUNT           TO TDL-COUNT.
           MOVE LEDGER-DAY-TOTAL           TO TDL-AMOUNT.
           PERFORM 360-PRINT-TIE-DETAIL.
           MOVE ZERO TO TIE-COUNT-DIFFERENCE.
           SUBTRACT LEDGER-DAY-TOTAL FROM YTD-MOVEMENT
               GIVING TIE-AMOUNT-DIFFERENCE.
           IF POSTING-CONTROL-SWITCH = "N"
               MOVE "N" TO TIE-IN-BALANCE-SWITCH
           END-IF.
           PERFORM 370-PRINT-TIE-RESULT.

       350-PRINT-TIE-TITLE.
           IF LINE-COUNT >= LINES-ON-PAGE - 8
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE TIE-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.

       360-PRINT-TIE-DETAIL.
           MOVE TIE-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *    A tie holds when both differences are zero and nothing
      *    it depends on was missing.
       370-PRINT-TIE-RESULT.
           IF TIE-COUNT-DIFFERENCE NOT = ZERO
                   OR TIE-AMOUNT-DIFFERENCE NOT = ZERO
               MOVE "N" TO TIE-IN-BALANCE-SWITCH
           END-IF.
           MOVE "DIFFERENCE"               TO TDL-LABEL.
           MOVE TIE-COUNT-DIFFERENCE       TO TDL-COUNT.
           MOVE TIE-AMOUNT-DIFFERENCE      TO TDL-AMOUNT.
           IF TIE-IN-BALANCE-SWITCH = "Y"
               MOVE "IN BALANCE"           TO TDL-STATUS
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO TDL-STATUS
               MOVE "N" TO CYCLE-IN-BALANCE-SWITCH
               ADD 1 TO TIES-BROKEN-COUNT
           END-IF.
           PERFORM 360-PRINT-TIE-DETAIL.

       400-PRINT-CYCLE-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE - 8
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "SALESTRN RECORDS READ"    TO CTL-LABEL.
           MOVE TRANS-COUNT                TO CTL-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE "POSTSUSP RECORDS READ"    TO CTL-LABEL.
           MOVE SUSPENSE-COUNT             TO CTL-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE "RPTHIST GRAND RECORDS"    TO CTL-LABEL.
           MOVE HISTORY-G-COUNT            TO CTL-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE "TIES OUT OF BALANCE"      TO CTL-LABEL.
           MOVE TIES-BROKEN-COUNT          TO CTL-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF CYCLE-IN-BALANCE-SWITCH = "Y"
               MOVE IN-BALANCE-LINE TO PRINT-AREA
           ELSE
               MOVE OUT-OF-BALANCE-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           IF CYCLE-IN-BALANCE-SWITCH = "N"
               DISPLAY "CYCL1000 - " TIES-BROKEN-COUNT
                   " CYCLE TIE(S) OUT OF BALANCE - CHECK BALANCING"
                   " REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       410-WRITE-TOTAL-LINE.
           MOVE CYCLE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
