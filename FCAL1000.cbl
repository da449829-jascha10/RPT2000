      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Fiscal Calendar Maintenance
      *
      *            Applies a file of add/change/delete transactions
      *            against the fiscal calendar (FISCCAL), which
      *            carries the start and end date of every fiscal
      *            period and whether the period is open or closed
      *            for posting, and writes a before/after audit
      *            listing of every applied and rejected
      *            transaction in the style of PLAN1000.  Periods
      *            are numbered 01 through 12 to match the twelve
      *            monthly sales buckets on CUSTMAST.  On a change
      *            a blank date or status is left as it stands on
      *            the calendar, so a period is closed by keying
      *            only the year, period, and a status of C.  An
      *            add, or a change to a date, is rejected when its
      *            range overlaps any other period on the calendar,
      *            in its own fiscal year or another, because
      *            POST1000 takes the first period that contains a
      *            posting date.
      *            POST1000 picks the sales bucket from this file
      *            and suspends postings dated into a closed
      *            period, VARP1000 prorates plans by fiscal days,
      *            and ROLL1000 will not roll the year until its
      *            last period is closed.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCAL1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CALENDAR-FILE ASSIGN TO FISCCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CALENDAR-KEY.
           SELECT CALENDAR-TRANS-FILE ASSIGN TO FISCTRAN.
           SELECT AUDIT-REPORT ASSIGN TO FCAL1000.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALENDAR-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  CALENDAR-TRANSACTION-RECORD.
           05  FX-ACTION-CODE          PIC X(1).
           05  FX-FISCAL-YEAR          PIC X(4).
           05  FX-PERIOD-NUMBER        PIC X(2).
           05  FX-PERIOD-START-DATE    PIC X(8).
           05  FX-PERIOD-END-DATE      PIC X(8).
           05  FX-PERIOD-STATUS        PIC X(1).
           05  FILLER                  PIC X(56).

       FD  AUDIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  TRANS-EOF-SWITCH        PIC X         VALUE "N".
           05  MASTER-FOUND-SWITCH     PIC X         VALUE "N".
           05  TRANS-IS-INVALID-SWITCH PIC X         VALUE "N".
           05  DATE-IS-INVALID-SWITCH  PIC X         VALUE "N".
           05  OVERLAP-FOUND-SWITCH    PIC X         VALUE "N".
           05  CALENDAR-EOF-SWITCH     PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  VALIDATION-FIELDS.
           05  REJECT-REASON-TEXT      PIC X(30)     VALUE SPACES.
           05  DATE-EDIT-WORK.
               10  DE-YEAR             PIC 9(4).
               10  DE-MONTH            PIC 9(2).
               10  DE-DAY              PIC 9(2).
           05  NEW-START-DATE          PIC 9(8)      VALUE ZERO.
           05  NEW-END-DATE            PIC 9(8)      VALUE ZERO.
           05  NEW-PERIOD-STATUS       PIC X(1)      VALUE SPACE.
           05  OVERLAP-FISCAL-YEAR     PIC 9(4)      VALUE ZERO.
           05  OVERLAP-PERIOD-NUMBER   PIC 9(2)      VALUE ZERO.
           05  CALENDAR-RECORD-SAVE    PIC X(40)     VALUE SPACES.

       01  MAINT-COUNT-FIELDS.
           05  TRANS-READ-COUNT        PIC 9(7)      VALUE ZERO.
           05  ADDS-APPLIED-COUNT      PIC 9(7)      VALUE ZERO.
           05  CHANGES-APPLIED-COUNT   PIC 9(7)      VALUE ZERO.
           05  DELETES-APPLIED-COUNT   PIC 9(7)      VALUE ZERO.
           05  TRANS-REJECTED-COUNT    PIC 9(7)      VALUE ZERO.

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
           05  FILLER           PIC X(33)     VALUE
                               "FISCAL CALENDAR MAINTENANCE AUDIT".
           05  FILLER           PIC X(10)     VALUE SPACES.
           05  FILLER           PIC X(8)      VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER  PIC ZZZ9.
           05  FILLER           PIC X(46)     VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(7)      VALUE "TIME:  ".
           05  HL2-HOURS               PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE ":".
           05  HL2-MINUTES             PIC 9(2).
           05  FILLER                  PIC X(48)     VALUE SPACE.
           05  FILLER                  PIC X(8)      VALUE "FCAL1000".

       01  HEADING-LINE-3.
           05  FILLER      PIC X(4)   VALUE "ACT".
           05  FILLER      PIC X(6)   VALUE "YEAR".
           05  FILLER      PIC X(4)   VALUE "PD".
           05  FILLER      PIC X(8)   VALUE "IMAGE".
           05  FILLER      PIC X(10)  VALUE "START".
           05  FILLER      PIC X(10)  VALUE "END".
           05  FILLER      PIC X(4)   VALUE "ST".
           05  FILLER      PIC X(30)  VALUE "STATUS".
           05  FILLER      PIC X(54)  VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER          PIC X(3)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(2)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE ALL '-'.
           05  FILLER          PIC X(54)  VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  ADL-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  ADL-FISCAL-YEAR         PIC X(4).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-PERIOD-NUMBER       PIC X(2).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-IMAGE-TAG           PIC X(6).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-START-DATE          PIC X(8).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-END-DATE            PIC X(8).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-PERIOD-STATUS       PIC X(1).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  ADL-STATUS              PIC X(41).
           05  FILLER                  PIC X(43)     VALUE SPACES.

       01  MAINT-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  MTL-LABEL               PIC X(24).
           05  MTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(97)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINTAIN-FISCAL-CALENDAR.
           OPEN I-O    FISCAL-CALENDAR-FILE
                INPUT  CALENDAR-TRANS-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 200-APPLY-CALENDAR-TRANSACTION
               UNTIL TRANS-EOF-SWITCH = "Y".
           PERFORM 300-PRINT-MAINT-TOTALS.
           CLOSE FISCAL-CALENDAR-FILE
                 CALENDAR-TRANS-FILE
                 AUDIT-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       200-APPLY-CALENDAR-TRANSACTION.
           READ CALENDAR-TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 220-PROCESS-ONE-TRANSACTION
           END-READ.

       220-PROCESS-ONE-TRANSACTION.
           PERFORM 222-VALIDATE-CALENDAR-TRANS.
           IF TRANS-IS-INVALID-SWITCH = "Y"
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               PERFORM 225-READ-MASTER-BY-KEY
               IF FX-ACTION-CODE = "A"
                   PERFORM 251-APPLY-ADD-TRANS
               ELSE
                   IF FX-ACTION-CODE = "C"
                       PERFORM 261-APPLY-CHANGE-TRANS
                   ELSE
                       PERFORM 262-APPLY-DELETE-TRANS
                   END-IF
               END-IF
           END-IF.

       222-VALIDATE-CALENDAR-TRANS.
           MOVE "N"    TO TRANS-IS-INVALID-SWITCH.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF FX-ACTION-CODE NOT = "A"
                   AND FX-ACTION-CODE NOT = "C"
                   AND FX-ACTION-CODE NOT = "D"
               MOVE "Y" TO TRANS-IS-INVALID-SWITCH
               MOVE "INVALID ACTION CODE" TO REJECT-REASON-TEXT
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF FX-FISCAL-YEAR NOT NUMERIC
                       OR FX-PERIOD-NUMBER NOT NUMERIC
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "NON-NUMERIC YEAR OR PERIOD"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
      *    Periods are held to 01-12 because each one posts to one of
      *    the twelve monthly sales buckets on CUSTMAST.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF FX-PERIOD-NUMBER < "01"
                       OR FX-PERIOD-NUMBER > "12"
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "PERIOD NUMBER OUT OF RANGE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
                   AND FX-ACTION-CODE NOT = "D"
               PERFORM 223-VALIDATE-PERIOD-FIELDS
           END-IF.

       223-VALIDATE-PERIOD-FIELDS.
           IF FX-ACTION-CODE = "A"
               IF FX-PERIOD-START-DATE = SPACES
                       OR FX-PERIOD-END-DATE = SPACES
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "START AND END DATE REQUIRED"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
                   AND FX-PERIOD-START-DATE NOT = SPACES
               MOVE "N" TO DATE-IS-INVALID-SWITCH
               IF FX-PERIOD-START-DATE NOT NUMERIC
                   MOVE "Y" TO DATE-IS-INVALID-SWITCH
               ELSE
                   MOVE FX-PERIOD-START-DATE TO DATE-EDIT-WORK
                   PERFORM 224-EDIT-CALENDAR-DATE
               END-IF
               IF DATE-IS-INVALID-SWITCH = "Y"
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "INVALID PERIOD START DATE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
                   AND FX-PERIOD-END-DATE NOT = SPACES
               MOVE "N" TO DATE-IS-INVALID-SWITCH
               IF FX-PERIOD-END-DATE NOT NUMERIC
                   MOVE "Y" TO DATE-IS-INVALID-SWITCH
               ELSE
                   MOVE FX-PERIOD-END-DATE TO DATE-EDIT-WORK
                   PERFORM 224-EDIT-CALENDAR-DATE
               END-IF
               IF DATE-IS-INVALID-SWITCH = "Y"
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "INVALID PERIOD END DATE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF FX-PERIOD-STATUS NOT = "O"
                       AND FX-PERIOD-STATUS NOT = "C"
                       AND FX-PERIOD-STATUS NOT = SPACE
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "STATUS MUST BE O OR C"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.

       224-EDIT-CALENDAR-DATE.
           IF DE-MONTH < 01 OR DE-MONTH > 12
               MOVE "Y" TO DATE-IS-INVALID-SWITCH
           END-IF.
           IF DE-DAY < 01 OR DE-DAY > 31
               MOVE "Y" TO DATE-IS-INVALID-SWITCH
           END-IF.

       225-READ-MASTER-BY-KEY.
           MOVE FX-FISCAL-YEAR     TO FC-FISCAL-YEAR.
           MOVE FX-PERIOD-NUMBER   TO FC-PERIOD-NUMBER.
           READ FISCAL-CALENDAR-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
           END-READ.

      *    Every other period on the calendar is read and its
      *    range tested against the new one, including the periods
      *    of other fiscal years, since the year-end boundary is
      *    where a keying error is most likely.  The record
      *    area is put back afterwards, since a change still needs
      *    the period it read for the before image.
       226-CHECK-PERIOD-OVERLAP.
           MOVE FISCAL-CALENDAR-RECORD TO CALENDAR-RECORD-SAVE.
           MOVE "N" TO OVERLAP-FOUND-SWITCH.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           MOVE ZERO TO FC-FISCAL-YEAR.
           MOVE ZERO TO FC-PERIOD-NUMBER.
           START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FC-CALENDAR-KEY
               INVALID KEY
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-START.
           PERFORM 227-TEST-ONE-PERIOD
               UNTIL CALENDAR-EOF-SWITCH = "Y"
                  OR OVERLAP-FOUND-SWITCH = "Y".
           MOVE CALENDAR-RECORD-SAVE TO FISCAL-CALENDAR-RECORD.
           IF OVERLAP-FOUND-SWITCH = "Y"
               MOVE SPACES TO REJECT-REASON-TEXT
               STRING "PERIOD OVERLAPS " DELIMITED BY SIZE
                   OVERLAP-FISCAL-YEAR DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   OVERLAP-PERIOD-NUMBER DELIMITED BY SIZE
                   INTO REJECT-REASON-TEXT
               END-STRING
           END-IF.

       227-TEST-ONE-PERIOD.
           READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CALENDAR-EOF-SWITCH
               NOT AT END
                   IF (FC-FISCAL-YEAR NOT = FX-FISCAL-YEAR
                           OR FC-PERIOD-NUMBER NOT = FX-PERIOD-NUMBER)
                           AND FC-PERIOD-START-DATE NOT > NEW-END-DATE
                           AND FC-PERIOD-END-DATE NOT < NEW-START-DATE
                       MOVE "Y" TO OVERLAP-FOUND-SWITCH
                       MOVE FC-FISCAL-YEAR   TO OVERLAP-FISCAL-YEAR
                       MOVE FC-PERIOD-NUMBER TO OVERLAP-PERIOD-NUMBER
                   END-IF
           END-READ.

       251-APPLY-ADD-TRANS.
           MOVE FX-PERIOD-START-DATE TO NEW-START-DATE.
           MOVE FX-PERIOD-END-DATE   TO NEW-END-DATE.
           MOVE FX-PERIOD-STATUS     TO NEW-PERIOD-STATUS.
           IF NEW-PERIOD-STATUS = SPACE
               MOVE "O" TO NEW-PERIOD-STATUS
           END-IF.
           MOVE "N" TO OVERLAP-FOUND-SWITCH.
           IF MASTER-FOUND-SWITCH = "N"
                   AND NEW-START-DATE NOT > NEW-END-DATE
               PERFORM 226-CHECK-PERIOD-OVERLAP
           END-IF.
           IF MASTER-FOUND-SWITCH = "Y"
               MOVE "DUPLICATE ADD - ON FILE" TO REJECT-REASON-TEXT
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               IF NEW-START-DATE > NEW-END-DATE
                   MOVE "START DATE AFTER END DATE"
                       TO REJECT-REASON-TEXT
                   PERFORM 280-PRINT-REJECTED-TRANS
               ELSE
                   IF OVERLAP-FOUND-SWITCH = "Y"
                       PERFORM 280-PRINT-REJECTED-TRANS
                   ELSE
                       PERFORM 252-WRITE-NEW-PERIOD
                   END-IF
               END-IF
           END-IF.

       252-WRITE-NEW-PERIOD.
           MOVE SPACES             TO FISCAL-CALENDAR-RECORD.
           MOVE FX-FISCAL-YEAR     TO FC-FISCAL-YEAR.
           MOVE FX-PERIOD-NUMBER   TO FC-PERIOD-NUMBER.
           MOVE NEW-START-DATE     TO FC-PERIOD-START-DATE.
           MOVE NEW-END-DATE       TO FC-PERIOD-END-DATE.
           MOVE NEW-PERIOD-STATUS  TO FC-PERIOD-STATUS.
           WRITE FISCAL-CALENDAR-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ADD - ON FILE"
                       TO REJECT-REASON-TEXT
                   PERFORM 280-PRINT-REJECTED-TRANS
               NOT INVALID KEY
                   ADD 1 TO ADDS-APPLIED-COUNT
                   MOVE "AFTER"   TO ADL-IMAGE-TAG
                   MOVE "APPLIED" TO ADL-STATUS
                   PERFORM 270-FORMAT-MASTER-IMAGE
                   PERFORM 290-WRITE-AUDIT-LINE
           END-WRITE.

       261-APPLY-CHANGE-TRANS.
           IF MASTER-FOUND-SWITCH = "N"
               MOVE "PERIOD NOT ON FILE" TO REJECT-REASON-TEXT
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
      *        A blank field on a change leaves the calendar value as
      *        it stands.
               MOVE FC-PERIOD-START-DATE TO NEW-START-DATE
               MOVE FC-PERIOD-END-DATE   TO NEW-END-DATE
               MOVE FC-PERIOD-STATUS     TO NEW-PERIOD-STATUS
               IF FX-PERIOD-START-DATE NOT = SPACES
                   MOVE FX-PERIOD-START-DATE TO NEW-START-DATE
               END-IF
               IF FX-PERIOD-END-DATE NOT = SPACES
                   MOVE FX-PERIOD-END-DATE   TO NEW-END-DATE
               END-IF
               IF FX-PERIOD-STATUS NOT = SPACE
                   MOVE FX-PERIOD-STATUS     TO NEW-PERIOD-STATUS
               END-IF
               MOVE "N" TO OVERLAP-FOUND-SWITCH
               IF NEW-START-DATE NOT > NEW-END-DATE
                   IF FX-PERIOD-START-DATE NOT = SPACES
                           OR FX-PERIOD-END-DATE NOT = SPACES
                       PERFORM 226-CHECK-PERIOD-OVERLAP
                   END-IF
               END-IF
               IF NEW-START-DATE > NEW-END-DATE
                   MOVE "START DATE AFTER END DATE"
                       TO REJECT-REASON-TEXT
                   PERFORM 280-PRINT-REJECTED-TRANS
               ELSE
                   IF OVERLAP-FOUND-SWITCH = "Y"
                       PERFORM 280-PRINT-REJECTED-TRANS
                   ELSE
                       PERFORM 263-REWRITE-CHANGED-PERIOD
                   END-IF
               END-IF
           END-IF.

       263-REWRITE-CHANGED-PERIOD.
           MOVE "BEFORE" TO ADL-IMAGE-TAG.
           MOVE SPACES   TO ADL-STATUS.
           PERFORM 270-FORMAT-MASTER-IMAGE.
           PERFORM 290-WRITE-AUDIT-LINE.
           MOVE NEW-START-DATE    TO FC-PERIOD-START-DATE.
           MOVE NEW-END-DATE      TO FC-PERIOD-END-DATE.
           MOVE NEW-PERIOD-STATUS TO FC-PERIOD-STATUS.
           REWRITE FISCAL-CALENDAR-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON MASTER"
                       TO REJECT-REASON-TEXT
                   PERFORM 280-PRINT-REJECTED-TRANS
               NOT INVALID KEY
                   ADD 1 TO CHANGES-APPLIED-COUNT
                   MOVE "AFTER"   TO ADL-IMAGE-TAG
                   MOVE "APPLIED" TO ADL-STATUS
                   PERFORM 270-FORMAT-MASTER-IMAGE
                   PERFORM 290-WRITE-AUDIT-LINE
           END-REWRITE.

       262-APPLY-DELETE-TRANS.
           IF MASTER-FOUND-SWITCH = "N"
               MOVE "PERIOD NOT ON FILE" TO REJECT-REASON-TEXT
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               MOVE "BEFORE"  TO ADL-IMAGE-TAG
               MOVE "DELETED" TO ADL-STATUS
               PERFORM 270-FORMAT-MASTER-IMAGE
               PERFORM 290-WRITE-AUDIT-LINE
               DELETE FISCAL-CALENDAR-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON MASTER"
                           TO REJECT-REASON-TEXT
                       PERFORM 280-PRINT-REJECTED-TRANS
                   NOT INVALID KEY
                       ADD 1 TO DELETES-APPLIED-COUNT
               END-DELETE
           END-IF.

       270-FORMAT-MASTER-IMAGE.
           MOVE FX-ACTION-CODE       TO ADL-ACTION-CODE.
           MOVE FC-FISCAL-YEAR       TO ADL-FISCAL-YEAR.
           MOVE FC-PERIOD-NUMBER     TO ADL-PERIOD-NUMBER.
           MOVE FC-PERIOD-START-DATE TO ADL-START-DATE.
           MOVE FC-PERIOD-END-DATE   TO ADL-END-DATE.
           MOVE FC-PERIOD-STATUS     TO ADL-PERIOD-STATUS.

       280-PRINT-REJECTED-TRANS.
           ADD 1 TO TRANS-REJECTED-COUNT.
           MOVE FX-ACTION-CODE       TO ADL-ACTION-CODE.
           MOVE FX-FISCAL-YEAR       TO ADL-FISCAL-YEAR.
           MOVE FX-PERIOD-NUMBER     TO ADL-PERIOD-NUMBER.
           MOVE FX-PERIOD-START-DATE TO ADL-START-DATE.
           MOVE FX-PERIOD-END-DATE   TO ADL-END-DATE.
           MOVE FX-PERIOD-STATUS     TO ADL-PERIOD-STATUS.
           MOVE "TRANS"              TO ADL-IMAGE-TAG.
           MOVE SPACES               TO ADL-STATUS.
           STRING "REJECTED - " DELIMITED BY SIZE
               REJECT-REASON-TEXT   DELIMITED BY SIZE
               INTO ADL-STATUS
           END-STRING.
           PERFORM 290-WRITE-AUDIT-LINE.

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
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

       300-PRINT-MAINT-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TRANSACTIONS READ"      TO MTL-LABEL.
           MOVE TRANS-READ-COUNT         TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "ADDS APPLIED"           TO MTL-LABEL.
           MOVE ADDS-APPLIED-COUNT       TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "CHANGES APPLIED"        TO MTL-LABEL.
           MOVE CHANGES-APPLIED-COUNT    TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "DELETES APPLIED"        TO MTL-LABEL.
           MOVE DELETES-APPLIED-COUNT    TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED"  TO MTL-LABEL.
           MOVE TRANS-REJECTED-COUNT     TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           IF TRANS-REJECTED-COUNT > ZERO
               DISPLAY "FCAL1000 - " TRANS-REJECTED-COUNT
                   " TRANSACTION(S) REJECTED - CHECK AUDIT LISTING"
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE MAINT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
