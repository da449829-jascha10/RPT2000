      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   CUSTMAST Image Copy Backup
      *
      *            Unloads the indexed CUSTMAST in customer number
      *            order to a sequential image copy (CUSTBKUP) that
      *            RCVR1000 reloads when the cluster is lost or
      *            damaged.  Every record on the copy carries the
      *            date and time the backup was taken; RCVR1000
      *            rolls the reloaded master forward from that
      *            stamp with the after images on CMAFTJNL.
      *
      *            The copy is refused (return code 12) while any
      *            program that updates CUSTMAST has a run marked
      *            open on the run-control file (RUNCTL), so an
      *            image copy is always taken at a quiet point and
      *            never holds half of an update run.
      *
      *            CUSTBKUP record layouts (150 bytes, type in col
      *            1, backup date and time in cols 2-13):
      *            H  header - no data
      *            D  one CUSTMAST record image (130)
      *            T  record count (7) and the this-YTD, last-YTD
      *               and two-years-ago totals (S9(7)V99 each)
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKUP1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT CUSTOMER-BACKUP-FILE ASSIGN TO CUSTBKUP.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT BACKUP-REPORT ASSIGN TO BKUP1000.

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
           05  CM-MONTHLY-SALES.
               10  CM-SALES-MONTH      OCCURS 12 TIMES
                                       PIC S9(4)V9(2).
           05  FILLER                  PIC X(8).

       FD  CUSTOMER-BACKUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
       01  CUSTOMER-BACKUP-RECORD.
           05  IC-RECORD-TYPE          PIC X(1).
           05  IC-BACKUP-DATE.
               10  IC-BACKUP-YEAR      PIC 9(4).
               10  IC-BACKUP-MONTH     PIC 9(2).
               10  IC-BACKUP-DAY       PIC 9(2).
           05  IC-BACKUP-TIME.
               10  IC-BACKUP-HOURS     PIC 9(2).
               10  IC-BACKUP-MINUTES   PIC 9(2).
           05  IC-RECORD-DATA          PIC X(130).
           05  FILLER                  PIC X(7).

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

       FD  BACKUP-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  RUNCTL-SCAN-EOF-SWITCH  PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  BACKUP-COUNT-FIELDS.
           05  RECORDS-UNLOADED-COUNT  PIC 9(7)      VALUE ZERO.
           05  AMOUNTS-BAD-COUNT       PIC 9(7)      VALUE ZERO.
           05  TOTAL-THIS-YTD          PIC S9(7)V99  VALUE ZERO.
           05  TOTAL-LAST-YTD          PIC S9(7)V99  VALUE ZERO.
           05  TOTAL-TWO-YEARS-AGO     PIC S9(7)V99  VALUE ZERO.

       01  BACKUP-TRAILER-WORK.
           05  BT-RECORD-COUNT         PIC 9(7).
           05  BT-TOTAL-THIS-YTD       PIC S9(7)V99.
           05  BT-TOTAL-LAST-YTD       PIC S9(7)V99.
           05  BT-TOTAL-TWO-YEARS-AGO  PIC S9(7)V99.
           05  FILLER                  PIC X(96).

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
                               "CUSTMAST IMAGE COPY BACKUP".
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
           05  FILLER                  PIC X(8)      VALUE "BKUP1000".

       01  STAMP-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(28)     VALUE
               "IMAGE COPY TAKEN".
           05  SL-MONTH                PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE "/".
           05  SL-DAY                  PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE "/".
           05  SL-YEAR                 PIC 9(4).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  SL-HOURS                PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE ":".
           05  SL-MINUTES              PIC 9(2).
           05  FILLER                  PIC X(84)     VALUE SPACES.

       01  BACKUP-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BTL-LABEL               PIC X(28).
           05  BTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(93)     VALUE SPACES.

       01  BACKUP-AMOUNT-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  BAL-LABEL               PIC X(28).
           05  BAL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(87)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-BACKUP-CUSTOMER-MASTER.
           OPEN INPUT  INPUT-CUSTMAST
                INPUT  RUN-CONTROL-FILE.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 106-CHECK-CUSTMAST-RUNS.
           OPEN OUTPUT CUSTOMER-BACKUP-FILE
                OUTPUT BACKUP-REPORT.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 130-WRITE-BACKUP-HEADER.
           PERFORM 200-UNLOAD-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           PERFORM 250-WRITE-BACKUP-TRAILER.
           PERFORM 300-PRINT-BACKUP-TOTALS.
           CLOSE INPUT-CUSTMAST
                 RUN-CONTROL-FILE
                 CUSTOMER-BACKUP-FILE
                 BACKUP-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *    The copy must not be taken while any program that
      *    updates CUSTMAST has a run marked open - the same
      *    updaters RPT2000 waits for.  The scan runs before
      *    CUSTBKUP is opened, so a refused run leaves the last
      *    good copy in place for RCVR1000.
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
                           DISPLAY "BKUP1000 - " RC-PROGRAM-NAME
                               " RUN " RC-BATCH-ID " IS STILL OPEN"
                               " AGAINST CUSTMAST - NO BACKUP TAKEN"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       120-POSITION-CUSTMAST.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START INPUT-CUSTMAST
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       130-WRITE-BACKUP-HEADER.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           MOVE "H" TO IC-RECORD-TYPE.
           PERFORM 140-STAMP-BACKUP-RECORD.
           WRITE CUSTOMER-BACKUP-RECORD.

      *    Every record carries the same stamp: the date and time
      *    the run started.
       140-STAMP-BACKUP-RECORD.
           MOVE CD-YEAR    TO IC-BACKUP-YEAR.
           MOVE CD-MONTH   TO IC-BACKUP-MONTH.
           MOVE CD-DAY     TO IC-BACKUP-DAY.
           MOVE CD-HOURS   TO IC-BACKUP-HOURS.
           MOVE CD-MINUTES TO IC-BACKUP-MINUTES.

       200-UNLOAD-ONE-CUSTOMER.
           READ INPUT-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   PERFORM 210-WRITE-BACKUP-DETAIL
           END-READ.

      *    A record with damaged amounts is still copied as it
      *    stands; it is only left out of the trailer totals.
       210-WRITE-BACKUP-DETAIL.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           MOVE "D" TO IC-RECORD-TYPE.
           PERFORM 140-STAMP-BACKUP-RECORD.
           MOVE CUSTOMER-MASTER-RECORD TO IC-RECORD-DATA.
           WRITE CUSTOMER-BACKUP-RECORD.
           ADD 1 TO RECORDS-UNLOADED-COUNT.
           IF CM-SALES-THIS-YTD NUMERIC
                   AND CM-SALES-LAST-YTD NUMERIC
                   AND CM-SALES-TWO-YEARS-AGO NUMERIC
               ADD CM-SALES-THIS-YTD      TO TOTAL-THIS-YTD
               ADD CM-SALES-LAST-YTD      TO TOTAL-LAST-YTD
               ADD CM-SALES-TWO-YEARS-AGO TO TOTAL-TWO-YEARS-AGO
           ELSE
               ADD 1 TO AMOUNTS-BAD-COUNT
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

       250-WRITE-BACKUP-TRAILER.
           MOVE SPACES TO BACKUP-TRAILER-WORK.
           MOVE RECORDS-UNLOADED-COUNT TO BT-RECORD-COUNT.
           MOVE TOTAL-THIS-YTD         TO BT-TOTAL-THIS-YTD.
           MOVE TOTAL-LAST-YTD         TO BT-TOTAL-LAST-YTD.
           MOVE TOTAL-TWO-YEARS-AGO    TO BT-TOTAL-TWO-YEARS-AGO.
           MOVE SPACES TO CUSTOMER-BACKUP-RECORD.
           MOVE "T" TO IC-RECORD-TYPE.
           PERFORM 140-STAMP-BACKUP-RECORD.
           MOVE BACKUP-TRAILER-WORK TO IC-RECORD-DATA.
           WRITE CUSTOMER-BACKUP-RECORD.

       300-PRINT-BACKUP-TOTALS.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE CD-MONTH   TO SL-MONTH.
           MOVE CD-DAY     TO SL-DAY.
           MOVE CD-YEAR    TO SL-YEAR.
           MOVE CD-HOURS   TO SL-HOURS.
           MOVE CD-MINUTES TO SL-MINUTES.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "RECORDS UNLOADED"         TO BTL-LABEL.
           MOVE RECORDS-UNLOADED-COUNT     TO BTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "AMOUNTS NOT NUMERIC"      TO BTL-LABEL.
           MOVE AMOUNTS-BAD-COUNT          TO BTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "TOTAL THIS YTD"           TO BAL-LABEL.
           MOVE TOTAL-THIS-YTD             TO BAL-AMOUNT.
           PERFORM 320-WRITE-AMOUNT-LINE.
           MOVE "TOTAL LAST YTD"           TO BAL-LABEL.
           MOVE TOTAL-LAST-YTD             TO BAL-AMOUNT.
           PERFORM 320-WRITE-AMOUNT-LINE.
           MOVE "TOTAL TWO YEARS AGO"      TO BAL-LABEL.
           MOVE TOTAL-TWO-YEARS-AGO        TO BAL-AMOUNT.
           PERFORM 320-WRITE-AMOUNT-LINE.
           IF AMOUNTS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE BACKUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       320-WRITE-AMOUNT-LINE.
           MOVE BACKUP-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
