      *            with branch subtotals and a grand total, so a
      *            branch that is up on last year but behind its
      *            plan no longer looks healthy on RPT2000 alone.
      *            The plan is prorated by the days elapsed in the
      *            fiscal year over the days in the fiscal year,
      *            both taken from the fiscal calendar (FISCCAL).
      *            A rep running behind the prorated plan by more
      *            than the threshold percent is flagged, and a rep
      *            with sales but no plan record is flagged NO PLAN
      *            Default is 10.0.
      *
      * MODIFICATIONS:
      * 10/15/2026 - Proration now follows the fiscal calendar
      *              (FISCCAL, maintained by FCAL1000): days elapsed
      *              run from the start of the fiscal year holding
      *              the run date, over the length of that fiscal
      *              year, instead of January 1 over 365.  If the
      *              run date is not on the calendar the report
      *              falls back to the calendar year and warns.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARP1000.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SALESREP-NUMBER.
           SELECT OPTIONAL FISCAL-CALENDAR-FILE ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CALENDAR-KEY.
           SELECT VARIANCE-REPORT ASSIGN TO VARP1000.

       DATA DIVISION.
           05  SM-SALESREP-NAME        PIC X(20).
           05  FILLER                  PIC X(38).

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  FISCAL-CALENDAR-RECORD.
           05  FC-CALENDAR-KEY.
               10  FC-FISCAL-YEAR      PIC 9(4).
               10  FC-PERIOD-NUMBER    PIC 9(2).
           05  FC-PERIOD-START-DATE    PIC 9(8).
           05  FC-PERIOD-END-DATE      PIC 9(8).
           05  FC-PERIOD-STATUS        PIC X(1).
           05  FILLER                  PIC X(17).

       FD  VARIANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  FIRST-CUSTOMER-SWITCH   PIC X         VALUE "Y".
           05  PLAN-FOUND-SWITCH       PIC X         VALUE "N".
           05  CALENDAR-EOF-SWITCH     PIC X         VALUE "N".
           05  PERIOD-FOUND-SWITCH     PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
       01  PRORATION-FIELDS.
           05  CURRENT-DATE-CCYYMMDD   PIC 9(8)      VALUE ZERO.
           05  YEAR-START-CCYYMMDD     PIC 9(8)      VALUE ZERO.
           05  YEAR-END-CCYYMMDD       PIC 9(8)      VALUE ZERO.
           05  DAYS-ELAPSED-COUNT      PIC S9(3)     VALUE ZERO.
           05  FISCAL-YEAR-DAYS        PIC S9(3)     VALUE +365.
           05  CURRENT-FISCAL-YEAR     PIC 9(4)      VALUE ZERO.

       01  SALESREP-LOOKUP-FIELDS.
           05  CURRENT-SALESREP-NAME   PIC X(20)     VALUE SPACES.
           OPEN INPUT  INPUT-CUSTMAST
                INPUT  SALES-PLAN-MASTER
                INPUT  SALESREP-MASTER
                INPUT  FISCAL-CALENDAR-FILE
                OUTPUT VARIANCE-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-COMPUTE-DAYS-ELAPSED.
           CLOSE INPUT-CUSTMAST
                 SALES-PLAN-MASTER
                 SALESREP-MASTER
                 FISCAL-CALENDAR-FILE
                 VARIANCE-REPORT.
           STOP RUN.

           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *    The plan is prorated by the days elapsed in the fiscal
      *    year holding the run date over the days in that fiscal
      *    year: first period's start to last period's end.  A run
      *    date not on the calendar falls back to January 1 over
      *    365; the odd leap-year day is not worth a special case
      *    on a management report.
       110-COMPUTE-DAYS-ELAPSED.
           COMPUTE CURRENT-DATE-CCYYMMDD =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           COMPUTE YEAR-START-CCYYMMDD =
               CD-YEAR * 10000 + 0101.
           MOVE +365 TO FISCAL-YEAR-DAYS.
           PERFORM 112-FIND-CURRENT-PERIOD.
           IF PERIOD-FOUND-SWITCH = "Y"
               PERFORM 114-FIND-FISCAL-YEAR-BOUNDS
               COMPUTE FISCAL-YEAR-DAYS =
                   FUNCTION INTEGER-OF-DATE(YEAR-END-CCYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(YEAR-START-CCYYMMDD) + 1
           ELSE
               DISPLAY "VARP1000 - WARNING: RUN DATE NOT ON FISCAL"
                   " CALENDAR - PRORATED BY CALENDAR YEAR"
           END-IF.
           COMPUTE DAYS-ELAPSED-COUNT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-CCYYMMDD)
             - FUNCTION INTEGER-OF-DATE(YEAR-START-CCYYMMDD) + 1.

       112-FIND-CURRENT-PERIOD.
           MOVE "N" TO PERIOD-FOUND-SWITCH.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           MOVE ZERO TO FC-CALENDAR-KEY.
           START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FC-CALENDAR-KEY
               INVALID KEY
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-START.
           PERFORM 113-SCAN-ONE-PERIOD
               UNTIL CALENDAR-EOF-SWITCH = "Y"
                  OR PERIOD-FOUND-SWITCH = "Y".

       113-SCAN-ONE-PERIOD.
           READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
               NOT AT END
                   IF CURRENT-DATE-CCYYMMDD >= FC-PERIOD-START-DATE
                           AND CURRENT-DATE-CCYYMMDD
                               <= FC-PERIOD-END-DATE
                       MOVE "Y" TO PERIOD-FOUND-SWITCH
                       MOVE FC-FISCAL-YEAR TO CURRENT-FISCAL-YEAR
                   END-IF
           END-READ.

       114-FIND-FISCAL-YEAR-BOUNDS.
           MOVE ZERO TO YEAR-START-CCYYMMDD.
           MOVE ZERO TO YEAR-END-CCYYMMDD.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           MOVE CURRENT-FISCAL-YEAR TO FC-FISCAL-YEAR.
           MOVE ZERO                TO FC-PERIOD-NUMBER.
           START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FC-CALENDAR-KEY
               INVALID KEY
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-START.
           PERFORM 115-SCAN-FISCAL-YEAR-PERIOD
               UNTIL CALENDAR-EOF-SWITCH = "Y".

       115-SCAN-FISCAL-YEAR-PERIOD.
           READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
               NOT AT END
                   IF FC-FISCAL-YEAR NOT = CURRENT-FISCAL-YEAR
                       MOVE "Y" TO CALENDAR-EOF-SWITCH
                   ELSE
                       IF YEAR-START-CCYYMMDD = ZERO
                           MOVE FC-PERIOD-START-DATE
                               TO YEAR-START-CCYYMMDD
                       END-IF
                       MOVE FC-PERIOD-END-DATE TO YEAR-END-CCYYMMDD
                   END-IF
           END-READ.

       120-POSITION-CUSTMAST.
           MOVE ZERO TO CM-BRANCH-REP-KEY.
           START INPUT-CUSTMAST
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           COMPUTE REP-PRORATED-PLAN ROUNDED =
               REP-ANNUAL-PLAN * DAYS-ELAPSED-COUNT / FISCAL-YEAR-DAYS.
           SUBTRACT REP-PRORATED-PLAN FROM REP-ACTUAL-TOTAL
               GIVING REP-VARIANCE-AMOUNT.
           IF REP-PRORATED-PLAN = ZERO
