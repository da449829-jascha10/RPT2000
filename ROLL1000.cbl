      *            balances without manual keying.  Records whose
      *            sales amounts fail the numeric edit are passed
      *            through unchanged (RPT2000 will suspense them)
      *            and listed here as not rolled.  The roll is
      *            refused until the last period of the fiscal year
      *            is closed on the fiscal calendar (FISCCAL).
      *
      * MODIFICATIONS:
      * 08/21/2026 - Reworked from an old-master/new-master copy of
      *              genuine rerun needs a RUNC1000 RESET first,
      *              the same discipline POST1000 applies to an
      *              already-posted batch.
      * 10/15/2026 - The rollover is refused unless the last period
      *              of the fiscal year being rolled is marked closed
      *              on the fiscal calendar (FISCCAL, maintained by
      *              FCAL1000).  The year rolled is the fiscal year
      *              holding the run date, or the prior fiscal year
      *              when the run date falls in period 01.
      * 10/15/2026 - Every add, change, and delete journaled to
      *              CMJOURNL is now also written as an after image
      *              to CMAFTJNL (the record as written, or the
      *              deleted record for a delete) so RCVR1000 can
      *              roll a reloaded BKUP1000 image copy of CUSTMAST
      *              forward after the cluster is lost.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL1000.
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT FISCAL-CALENDAR-FILE ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CALENDAR-KEY.
           SELECT ROLLOVER-REPORT ASSIGN TO ROLL1000.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO RPTCTL.

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
           05  RC-END-TIME             PIC 9(4).
           05  FILLER                  PIC X(19).

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

       FD  ROLLOVER-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
                                        PIC X         VALUE "N".
           05  ROLLOVER-BALANCED-SWITCH
                                        PIC X         VALUE "Y".
           05  CALENDAR-EOF-SWITCH     PIC X         VALUE "N".
           05  PERIOD-FOUND-SWITCH     PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
       01  MONTH-ROLL-FIELDS.
           05  MONTH-IDX               PIC S9(3)     VALUE ZERO.

       01  FISCAL-CHECK-FIELDS.
           05  RUN-DATE-CCYYMMDD       PIC 9(8)      VALUE ZERO.
           05  ROLL-FISCAL-YEAR        PIC 9(4)      VALUE ZERO.
           05  CURRENT-PERIOD-NUMBER   PIC 9(2)      VALUE ZERO.
           05  LAST-PERIOD-NUMBER      PIC 9(2)      VALUE ZERO.
           05  LAST-PERIOD-STATUS      PIC X(1)      VALUE SPACE.

       01  JOURNAL-WORK-FIELDS.
           05  BEFORE-IMAGE-SAVE       PIC X(130)    VALUE SPACES.
           05  JOURNAL-ACTION-CODE     PIC X(1)      VALUE SPACE.
       000-ROLL-SALES-HISTORY.
           OPEN I-O    ROLL-CUSTMAST
                EXTEND CM-JOURNAL-FILE
                EXTEND AFTER-IMAGE-FILE
                I-O    RUN-CONTROL-FILE
                INPUT  FISCAL-CALENDAR-FILE
                OUTPUT ROLLOVER-REPORT
                OUTPUT CONTROL-TOTAL-FILE.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-CHECK-FISCAL-YEAR-CLOSED.
           PERFORM 900-OPEN-RUN-CONTROL.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 940-CLOSE-RUN-CONTROL.
           CLOSE ROLL-CUSTMAST
                 CM-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 RUN-CONTROL-FILE
                 FISCAL-CALENDAR-FILE
                 ROLLOVER-REPORT
                 CONTROL-TOTAL-FILE.
           STOP RUN.

      *    The history may only roll once the year's books are shut:
      *    the last period of the fiscal year being rolled must be
      *    closed on the calendar.  Run in period 01, the roll is
      *    for the year just ended.
       110-CHECK-FISCAL-YEAR-CLOSED.
           COMPUTE RUN-DATE-CCYYMMDD =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           PERFORM 112-FIND-CURRENT-PERIOD.
           IF PERIOD-FOUND-SWITCH = "N"
               DISPLAY "ROLL1000 - RUN DATE " RUN-DATE-CCYYMMDD
                   " IS NOT ON THE FISCAL CALENDAR - ROLLOVER"
                   " REFUSED (FCAL1000)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CURRENT-PERIOD-NUMBER = 01
               SUBTRACT 1 FROM ROLL-FISCAL-YEAR
           END-IF.
           PERFORM 114-FIND-LAST-PERIOD.
           IF LAST-PERIOD-NUMBER = ZERO
               DISPLAY "ROLL1000 - FISCAL YEAR " ROLL-FISCAL-YEAR
                   " IS NOT ON THE FISCAL CALENDAR - ROLLOVER"
                   " REFUSED (FCAL1000)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LAST-PERIOD-STATUS NOT = "C"
               DISPLAY "ROLL1000 - PERIOD " LAST-PERIOD-NUMBER
                   " OF FISCAL YEAR " ROLL-FISCAL-YEAR
                   " IS NOT CLOSED - ROLLOVER REFUSED (FCAL1000)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                   IF RUN-DATE-CCYYMMDD >= FC-PERIOD-START-DATE
                           AND RUN-DATE-CCYYMMDD
                               <= FC-PERIOD-END-DATE
                       MOVE "Y" TO PERIOD-FOUND-SWITCH
                       MOVE FC-FISCAL-YEAR   TO ROLL-FISCAL-YEAR
                       MOVE FC-PERIOD-NUMBER TO CURRENT-PERIOD-NUMBER
                   END-IF
           END-READ.

       114-FIND-LAST-PERIOD.
           MOVE ZERO  TO LAST-PERIOD-NUMBER.
           MOVE SPACE TO LAST-PERIOD-STATUS.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           MOVE ROLL-FISCAL-YEAR TO FC-FISCAL-YEAR.
           MOVE ZERO             TO FC-PERIOD-NUMBER.
           START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FC-CALENDAR-KEY
               INVALID KEY
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-START.
           PERFORM 115-SCAN-ROLL-YEAR-PERIOD
               UNTIL CALENDAR-EOF-SWITCH = "Y".

       115-SCAN-ROLL-YEAR-PERIOD.
           READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
               NOT AT END
                   IF FC-FISCAL-YEAR NOT = ROLL-FISCAL-YEAR
                       MOVE "Y" TO CALENDAR-EOF-SWITCH
                   ELSE
                       MOVE FC-PERIOD-NUMBER TO LAST-PERIOD-NUMBER
                       MOVE FC-PERIOD-STATUS TO LAST-PERIOD-STATUS
                   END-IF
           END-READ.

       120-POSITION-CUSTMAST.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START ROLL-CUSTMAST
           MOVE JOURNAL-ACTION-CODE TO JR-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO JR-RECORD-IMAGE.
           WRITE CM-JOURNAL-RECORD.
           PERFORM 228-WRITE-AFTER-IMAGE-RECORD.

      *    The after image is the record as written for an add or
      *    rewrite and the deleted record for a delete, so a
      *    forward recovery knows which key to remove.
       228-WRITE-AFTER-IMAGE-RECORD.
           MOVE SPACES              TO AFTER-IMAGE-RECORD.
           MOVE CD-YEAR             TO AJ-JOURNAL-YEAR.
           MOVE CD-MONTH            TO AJ-JOURNAL-MONTH.
           MOVE CD-DAY              TO AJ-JOURNAL-DAY.
           MOVE CD-HOURS            TO AJ-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO AJ-JOURNAL-MINUTES.
           MOVE "ROLL1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.

       225-ZERO-MONTHLY-BUCKET.
           MOVE ZERO TO CM-SALES-MONTH(MONTH-IDX).
