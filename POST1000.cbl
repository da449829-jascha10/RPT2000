      *              a supervisor approves the rerun through
      *              RUNC1000.  RPT2000 will not start while this
      *              run is open against CUSTMAST.
      * 10/15/2026 - The run's in, posted, and rejected counts and
      *              dollar totals are now also written to a one-
      *              record posting-control file (POSTCTL) with the
      *              posting date and batch, the way RPT2000's
      *              control totals go to RPTCTL, so the daily
      *              cycle balancing run (CYCL1000) can prove the
      *              posting against the feed, the suspense file,
      *              and the ledger without re-reading this report.
      *              Each ledger record now carries the batch ID as
      *              well, so a second batch posted the same day
      *              proves on its own.  POSTSUSP and POSTCTL are
      *              not opened until the run-control check has
      *              accepted the run, so a refused rerun leaves the
      *              good batch's files alone.
      * 10/15/2026 - The monthly bucket is now the fiscal period
      *              that contains the transaction date, taken from
      *              the fiscal calendar (FISCCAL, maintained by
      *              FCAL1000) loaded at start from two fiscal years
      *              back, instead of the calendar month of the
      *              date.  A transaction dated into a period closed
      *              on the calendar, or into no period at all, is
      *              written to POSTSUSP with the rest of the
      *              rejects.
      * 10/15/2026 - Every add, change, and delete journaled to
      *              CMJOURNL is now also written as an after image
      *              to CMAFTJNL (the record as written, or the
      *              deleted record for a delete) so RCVR1000 can
      *              roll a reloaded BKUP1000 image copy of CUSTMAST
      *              forward after the cluster is lost.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST1000.
           SELECT POST-SUSPENSE-FILE ASSIGN TO POSTSUSP.
           SELECT OPTIONAL SALES-LEDGER-FILE ASSIGN TO SALESLDG.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT POSTING-CONTROL-FILE ASSIGN TO POSTCTL.
           SELECT FISCAL-CALENDAR-FILE ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-CALENDAR-KEY.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  PL-SALESREP-NUMBER      PIC X(2).
           05  PL-CUSTOMER-NUMBER      PIC 9(5).
           05  PL-TRANS-AMOUNT         PIC S9(5)V9(2).
           05  PL-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(40).

       FD  CM-JOURNAL-FILE
           RECORDING MODE IS F
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

       FD  POSTING-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  POSTING-CONTROL-RECORD.
           05  PC-POSTING-DATE.
               10  PC-POSTING-YEAR     PIC 9(4).
               10  PC-POSTING-MONTH    PIC 9(2).
               10  PC-POSTING-DAY      PIC 9(2).
           05  PC-BATCH-ID             PIC X(8).
           05  PC-TRANS-IN-COUNT       PIC 9(7).
           05  PC-TRANS-IN-AMOUNT      PIC S9(7)V99.
           05  PC-POSTED-COUNT         PIC 9(7).
           05  PC-POSTED-AMOUNT        PIC S9(7)V99.
           05  PC-REJECTED-COUNT       PIC 9(7).
           05  PC-REJECTED-AMOUNT      PIC S9(7)V99.
           05  FILLER                  PIC X(16).

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

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  TRANS-EOF-SWITCH        PIC X         VALUE "N".
           05  TRANS-IS-INVALID-SWITCH PIC X         VALUE "N".
           05  POSTED-VIA-ALIAS-SWITCH PIC X         VALUE "N".
           05  CALENDAR-EOF-SWITCH     PIC X         VALUE "N".
           05  PERIOD-FOUND-SWITCH     PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
               10  TD-YEAR             PIC X(4).
               10  TD-MONTH            PIC 9(2).
               10  TD-DAY              PIC X(2).
           05  TRANS-DATE-NUMBER REDEFINES TRANS-DATE-WORK
                                       PIC 9(8).
           05  MONTH-IDX               PIC S9(3)     VALUE ZERO.
           05  PERIOD-IDX              PIC S9(3)     VALUE ZERO.

       01  PERIOD-TABLE-FIELDS.
           05  PERIOD-LIMIT            PIC S9(3)     VALUE +240.
           05  PERIOD-COUNT            PIC S9(3)     VALUE ZERO.
           05  PERIOD-TABLE-IDX        PIC S9(3)     VALUE ZERO.
           05  PERIOD-MATCH-IDX        PIC S9(3)     VALUE ZERO.
           05  PERIOD-OVERFLOW-COUNT   PIC S9(5)     VALUE ZERO.

       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 240 TIMES.
               10  PE-PERIOD-NUMBER    PIC 9(2).
               10  PE-START-DATE       PIC 9(8).
               10  PE-END-DATE         PIC 9(8).
               10  PE-PERIOD-STATUS    PIC X(1).

       01  POSTING-TOTAL-FIELDS.
           05  TRANS-IN-COUNT          PIC 9(7)      VALUE ZERO.
           OPEN I-O    POST-CUSTMAST
                INPUT  SALES-TRANS-FILE
                INPUT  ALIAS-XREF-FILE
                EXTEND SALES-LEDGER-FILE
                EXTEND CM-JOURNAL-FILE
                EXTEND AFTER-IMAGE-FILE
                INPUT  FISCAL-CALENDAR-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT POSTING-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-LOAD-PERIOD-TABLE.
           PERFORM 150-READ-FIRST-TRANSACTION.
           IF TRANS-EOF-SWITCH = "N"
               PERFORM 900-OPEN-RUN-CONTROL
           END-IF.
           PERFORM 160-OPEN-POSTING-OUTPUT.
           IF TRANS-EOF-SWITCH = "N"
               MOVE PT-TRANS-DATE TO PC-BATCH-ID
               ADD 1 TO TRANS-IN-COUNT
               PERFORM 220-APPLY-SALES-TRANS
               PERFORM 200-POST-ONE-TRANSACTION
                   UNTIL TRANS-EOF-SWITCH = "Y"
           END-IF.
           PERFORM 300-PRINT-POSTING-TOTALS.
           PERFORM 400-WRITE-POSTING-CONTROL.
           PERFORM 940-CLOSE-RUN-CONTROL.
           CLOSE POST-CUSTMAST
                 SALES-TRANS-FILE
                 POST-SUSPENSE-FILE
                 SALES-LEDGER-FILE
                 CM-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 POSTING-CONTROL-FILE
                 FISCAL-CALENDAR-FILE
                 RUN-CONTROL-FILE
                 POSTING-REPORT.
           STOP RUN.

      *    With no calendar every transaction would land in suspense,
      *    so an empty FISCCAL stops the run before anything posts.
      *    The table is loaded from two fiscal years back, which
      *    covers the prior year however the fiscal years are
      *    numbered; older periods are closed to posting anyway.
      *    A calendar that still overflows the table stops the run
      *    rather than sending the newest periods' sales to suspense.
       110-LOAD-PERIOD-TABLE.
           SUBTRACT 2 FROM CD-YEAR GIVING FC-FISCAL-YEAR.
           MOVE ZERO TO FC-PERIOD-NUMBER.
           START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FC-CALENDAR-KEY
               INVALID KEY
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-START.
           IF CALENDAR-EOF-SWITCH = "N"
               PERFORM 112-READ-CALENDAR-RECORD
           END-IF.
           PERFORM 114-STORE-PERIOD-ENTRY
               UNTIL CALENDAR-EOF-SWITCH = "Y".
           IF PERIOD-OVERFLOW-COUNT > ZERO
               DISPLAY "POST1000 - PERIOD TABLE FULL - "
                   PERIOD-OVERFLOW-COUNT
                   " FISCAL PERIOD(S) NOT LOADED - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PERIOD-COUNT = ZERO
               DISPLAY "POST1000 - FISCAL CALENDAR (FISCCAL) HAS NO"
                   " PERIODS - RUN FCAL1000 BEFORE POSTING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       112-READ-CALENDAR-RECORD.
           READ FISCAL-CALENDAR-FILE
               AT END
                   MOVE "Y" TO CALENDAR-EOF-SWITCH.

       114-STORE-PERIOD-ENTRY.
           IF PERIOD-COUNT < PERIOD-LIMIT
               ADD 1 TO PERIOD-COUNT
               MOVE FC-PERIOD-NUMBER
                   TO PE-PERIOD-NUMBER(PERIOD-COUNT)
               MOVE FC-PERIOD-START-DATE
                   TO PE-START-DATE(PERIOD-COUNT)
               MOVE FC-PERIOD-END-DATE
                   TO PE-END-DATE(PERIOD-COUNT)
               MOVE FC-PERIOD-STATUS
                   TO PE-PERIOD-STATUS(PERIOD-COUNT)
           ELSE
               ADD 1 TO PERIOD-OVERFLOW-COUNT
           END-IF.
           PERFORM 112-READ-CALENDAR-RECORD.

       150-READ-FIRST-TRANSACTION.
           READ SALES-TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-SWITCH
           END-READ.

      *    Opened only once the run-control check has passed, so a
      *    refused rerun cannot empty the suspense and control files
      *    of the batch that already posted.
       160-OPEN-POSTING-OUTPUT.
           OPEN OUTPUT POST-SUSPENSE-FILE
                       POSTING-CONTROL-FILE.
           MOVE SPACES TO POSTING-CONTROL-RECORD.

      *    The batch is identified by the transaction date carried
      *    on its first record; posting the same day's file twice
      *    finds the completed run-control record and is refused.
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               PERFORM 224-FIND-FISCAL-PERIOD
           END-IF.

      *    The period number picks the monthly bucket; postings into
      *    a period closed on the calendar go to suspense instead.
       224-FIND-FISCAL-PERIOD.
           MOVE "N" TO PERIOD-FOUND-SWITCH.
           PERFORM 225-SCAN-ONE-PERIOD
               VARYING PERIOD-TABLE-IDX FROM 1 BY 1
               UNTIL PERIOD-TABLE-IDX > PERIOD-COUNT
                  OR PERIOD-FOUND-SWITCH = "Y".
           IF PERIOD-FOUND-SWITCH = "N"
               MOVE "Y" TO TRANS-IS-INVALID-SWITCH
               MOVE "NO FISCAL PERIOD FOR DATE"
                   TO REJECT-REASON-TEXT
           ELSE
               IF PE-PERIOD-STATUS(PERIOD-MATCH-IDX) = "C"
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "TRANS DATE IN CLOSED PERIOD"
                       TO REJECT-REASON-TEXT
               ELSE
                   MOVE PE-PERIOD-NUMBER(PERIOD-MATCH-IDX)
                       TO PERIOD-IDX
               END-IF
           END-IF.

       225-SCAN-ONE-PERIOD.
           IF TRANS-DATE-NUMBER >= PE-START-DATE(PERIOD-TABLE-IDX)
                   AND TRANS-DATE-NUMBER
                       <= PE-END-DATE(PERIOD-TABLE-IDX)
               MOVE "Y" TO PERIOD-FOUND-SWITCH
               MOVE PERIOD-TABLE-IDX TO PERIOD-MATCH-IDX
           END-IF.

       240-POST-TO-MASTER.
           IF CM-MONTHLY-SALES = SPACES
                   TO REJECT-REASON-TEXT
               PERFORM 280-REJECT-SALES-TRANS
           ELSE
               IF CM-SALES-MONTH(PERIOD-IDX) NOT NUMERIC
                   MOVE "MASTER MONTH AMT NOT NUMERIC"
                       TO REJECT-REASON-TEXT
                   PERFORM 280-REJECT-SALES-TRANS
      *    YTD add already applied in 240 is discarded with the
      *    in-storage record when the month bucket overflows.
       245-POST-TO-MONTH-BUCKET.
           ADD PT-TRANS-AMOUNT TO CM-SALES-MONTH(PERIOD-IDX)
               ON SIZE ERROR
                   MOVE "AMOUNT OVERFLOWS MONTH BUCKET"
                       TO REJECT-REASON-TEXT
           MOVE JOURNAL-ACTION-CODE TO JR-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO JR-RECORD-IMAGE.
           WRITE CM-JOURNAL-RECORD.
           PERFORM 256-WRITE-AFTER-IMAGE-RECORD.

      *    The after image is the record as written for an add or
      *    rewrite and the deleted record for a delete, so a
      *    forward recovery knows which key to remove.
       256-WRITE-AFTER-IMAGE-RECORD.
           MOVE SPACES              TO AFTER-IMAGE-RECORD.
           MOVE CD-YEAR             TO AJ-JOURNAL-YEAR.
           MOVE CD-MONTH            TO AJ-JOURNAL-MONTH.
           MOVE CD-DAY              TO AJ-JOURNAL-DAY.
           MOVE CD-HOURS            TO AJ-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO AJ-JOURNAL-MINUTES.
           MOVE "POST1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.

       250-WRITE-LEDGER-RECORD.
           MOVE SPACES              TO SALES-LEDGER-RECORD.
      *    account in AUDT1000.
           MOVE CM-CUSTOMER-NUMBER  TO PL-CUSTOMER-NUMBER.
           MOVE PT-TRANS-AMOUNT     TO PL-TRANS-AMOUNT.
           MOVE PC-BATCH-ID         TO PL-BATCH-ID.
           WRITE SALES-LEDGER-RECORD.

       260-PRINT-POSTED-LINE.
       310-WRITE-TOTAL-LINE.
           MOVE POSTING-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      *    Written before the run-control stamp is closed, while the
      *    date fields still hold the posting date the ledger
      *    records were stamped with.
       400-WRITE-POSTING-CONTROL.
           MOVE CD-YEAR               TO PC-POSTING-YEAR.
           MOVE CD-MONTH              TO PC-POSTING-MONTH.
           MOVE CD-DAY                TO PC-POSTING-DAY.
           MOVE TRANS-IN-COUNT        TO PC-TRANS-IN-COUNT.
           MOVE TRANS-IN-AMOUNT       TO PC-TRANS-IN-AMOUNT.
           MOVE TRANS-POSTED-COUNT    TO PC-POSTED-COUNT.
           MOVE TRANS-POSTED-AMOUNT   TO PC-POSTED-AMOUNT.
           MOVE TRANS-REJECTED-COUNT  TO PC-REJECTED-COUNT.
           MOVE TRANS-REJECTED-AMOUNT TO PC-REJECTED-AMOUNT.
           WRITE POSTING-CONTROL-RECORD.
