      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Customer Segment Maintenance
      *
      *            Applies a file of add/change/delete transactions
      *            against the customer-segment file (CUSTSEG),
      *            keyed by customer number and holding the
      *            customer's industry code, size tier, and account
      *            type, and writes a before/after audit listing of
      *            every applied and rejected transaction.  An add
      *            must name a customer on CUSTMAST and carry all
      *            three codes.  A blank code on a change leaves
      *            the segment value alone, the same way REPM1000
      *            treats its optional fields; a code that is given
      *            is edited like an add.  A delete does not look
      *            at CUSTMAST, so a segment left behind by a
      *            customer that is gone (listed by SEGR1000) can
      *            be cleared.
      *
      *            Industry code  4-digit SIC code
      *            Size tier      S small, M medium, L large
      *            Account type   2-character code, not blank
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGM1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-SEGMENT-FILE ASSIGN TO CUSTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-CUSTOMER-NUMBER.
           SELECT SEGMENT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT SEGMENT-TRANS-FILE ASSIGN TO SEGTRAN.
           SELECT AUDIT-REPORT ASSIGN TO SEGM1000.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SEGMENT-CUSTMAST
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

       FD  SEGMENT-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SEGMENT-TRANSACTION-RECORD.
           05  ST-ACTION-CODE          PIC X(1).
           05  ST-CUSTOMER-NUMBER      PIC X(5).
           05  ST-INDUSTRY-CODE        PIC X(4).
           05  ST-SIZE-TIER            PIC X(1).
           05  ST-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(67).

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
           05  CUSTOMER-FOUND-SWITCH   PIC X         VALUE "N".
           05  TRANS-IS-INVALID-SWITCH PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  VALIDATION-FIELDS.
           05  REJECT-REASON-TEXT      PIC X(30)     VALUE SPACES.
           05  CURRENT-CUSTOMER-NAME   PIC X(20)     VALUE SPACES.

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
           05  FILLER           PIC X(11)     VALUE SPACES.
           05  FILLER           PIC X(34)     VALUE
                               "CUSTOMER SEGMENT MAINTENANCE AUDIT".
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
           05  FILLER                  PIC X(8)      VALUE "SEGM1000".

       01  HEADING-LINE-3.
           05  FILLER      PIC X(4)   VALUE "ACT".
           05  FILLER      PIC X(7)   VALUE "CUST #".
           05  FILLER      PIC X(8)   VALUE "IMAGE".
           05  FILLER      PIC X(22)  VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(6)   VALUE "IND".
           05  FILLER      PIC X(6)   VALUE "TIER".
           05  FILLER      PIC X(6)   VALUE "TYPE".
           05  FILLER      PIC X(30)  VALUE "STATUS".
           05  FILLER      PIC X(41)  VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER          PIC X(3)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(4)   VALUE ALL '-'.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE ALL '-'.
           05  FILLER          PIC X(41)  VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  ADL-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  ADL-CUSTOMER-NUMBER     PIC X(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-IMAGE-TAG           PIC X(6).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  ADL-INDUSTRY-CODE       PIC X(4).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  ADL-SIZE-TIER           PIC X(1).
           05  FILLER                  PIC X(5)      VALUE SPACES.
           05  ADL-ACCOUNT-TYPE        PIC X(2).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  ADL-STATUS              PIC X(41).
           05  FILLER                  PIC X(30)     VALUE SPACES.

       01  MAINT-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  MTL-LABEL               PIC X(24).
           05  MTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(97)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINTAIN-SEGMENT-FILE.
           OPEN I-O    CUSTOMER-SEGMENT-FILE
                INPUT  SEGMENT-CUSTMAST
                INPUT  SEGMENT-TRANS-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 200-APPLY-SEGMENT-TRANSACTION
               UNTIL TRANS-EOF-SWITCH = "Y".
           PERFORM 300-PRINT-MAINT-TOTALS.
           CLOSE CUSTOMER-SEGMENT-FILE
                 SEGMENT-CUSTMAST
                 SEGMENT-TRANS-FILE
                 AUDIT-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       200-APPLY-SEGMENT-TRANSACTION.
           READ SEGMENT-TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 220-PROCESS-ONE-TRANSACTION
           END-READ.

       220-PROCESS-ONE-TRANSACTION.
           MOVE SPACES TO CURRENT-CUSTOMER-NAME.
           PERFORM 222-VALIDATE-SEGMENT-TRANS.
           IF TRANS-IS-INVALID-SWITCH = "Y"
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               PERFORM 225-READ-MASTER-BY-KEY
               PERFORM 226-READ-CUSTOMER-BY-KEY
               IF ST-ACTION-CODE = "A"
                   PERFORM 251-APPLY-ADD-TRANS
               ELSE
                   IF ST-ACTION-CODE = "C"
                       PERFORM 261-APPLY-CHANGE-TRANS
                   ELSE
                       PERFORM 262-APPLY-DELETE-TRANS
                   END-IF
               END-IF
           END-IF.

       222-VALIDATE-SEGMENT-TRANS.
           MOVE "N"    TO TRANS-IS-INVALID-SWITCH.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF ST-ACTION-CODE NOT = "A"
                   AND ST-ACTION-CODE NOT = "C"
                   AND ST-ACTION-CODE NOT = "D"
               MOVE "Y" TO TRANS-IS-INVALID-SWITCH
               MOVE "INVALID ACTION CODE" TO REJECT-REASON-TEXT
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF ST-CUSTOMER-NUMBER NOT NUMERIC
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "NON-NUMERIC CUSTOMER NUMBER"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF ST-ACTION-CODE = "A"
                   PERFORM 223-CHECK-REQUIRED-CODES
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF ST-ACTION-CODE NOT = "D"
                   PERFORM 224-EDIT-GIVEN-CODES
               END-IF
           END-IF.

       223-CHECK-REQUIRED-CODES.
           IF ST-INDUSTRY-CODE = SPACES
               MOVE "Y" TO TRANS-IS-INVALID-SWITCH
               MOVE "MISSING INDUSTRY CODE" TO REJECT-REASON-TEXT
           ELSE
               IF ST-SIZE-TIER = SPACE
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "MISSING SIZE TIER" TO REJECT-REASON-TEXT
               ELSE
                   IF ST-ACCOUNT-TYPE = SPACES
                       MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                       MOVE "MISSING ACCOUNT TYPE"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *    On a change only the codes actually given are edited;
      *    an account type is accepted as long as neither
      *    position is blank.
       224-EDIT-GIVEN-CODES.
           IF ST-INDUSTRY-CODE NOT = SPACES
               IF ST-INDUSTRY-CODE NOT NUMERIC
                   MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                   MOVE "NON-NUMERIC INDUSTRY CODE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF ST-SIZE-TIER NOT = SPACE
                   IF ST-SIZE-TIER NOT = "S"
                           AND ST-SIZE-TIER NOT = "M"
                           AND ST-SIZE-TIER NOT = "L"
                       MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                       MOVE "SIZE TIER NOT S, M, OR L"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF TRANS-IS-INVALID-SWITCH = "N"
               IF ST-ACCOUNT-TYPE NOT = SPACES
                   IF ST-ACCOUNT-TYPE(1:1) = SPACE
                           OR ST-ACCOUNT-TYPE(2:1) = SPACE
                       MOVE "Y" TO TRANS-IS-INVALID-SWITCH
                       MOVE "INCOMPLETE ACCOUNT TYPE"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       225-READ-MASTER-BY-KEY.
           MOVE ST-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER.
           READ CUSTOMER-SEGMENT-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
           END-READ.

       226-READ-CUSTOMER-BY-KEY.
           MOVE ST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ SEGMENT-CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-SWITCH
                   MOVE CM-CUSTOMER-NAME TO CURRENT-CUSTOMER-NAME
           END-READ.

       251-APPLY-ADD-TRANS.
           IF MASTER-FOUND-SWITCH = "Y"
               MOVE "DUPLICATE ADD - ON FILE" TO REJECT-REASON-TEXT
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               IF CUSTOMER-FOUND-SWITCH = "N"
                   MOVE "CUSTOMER NOT ON CUSTMAST"
                       TO REJECT-REASON-TEXT
                   PERFORM 280-PRINT-REJECTED-TRANS
               ELSE
                   MOVE SPACES             TO CUSTOMER-SEGMENT-RECORD
                   MOVE ST-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER
                   MOVE ST-INDUSTRY-CODE   TO SG-INDUSTRY-CODE
                   MOVE ST-SIZE-TIER       TO SG-SIZE-TIER
                   MOVE ST-ACCOUNT-TYPE    TO SG-ACCOUNT-TYPE
                   WRITE CUSTOMER-SEGMENT-RECORD
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
                   END-WRITE
               END-IF
           END-IF.

       261-APPLY-CHANGE-TRANS.
           IF MASTER-FOUND-SWITCH = "N"
               MOVE "SEGMENT NOT ON FILE" TO REJECT-REASON-TEXT
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               MOVE "BEFORE" TO ADL-IMAGE-TAG
               MOVE SPACES   TO ADL-STATUS
               PERFORM 270-FORMAT-MASTER-IMAGE
               PERFORM 290-WRITE-AUDIT-LINE
               IF ST-INDUSTRY-CODE NOT = SPACES
                   MOVE ST-INDUSTRY-CODE TO SG-INDUSTRY-CODE
               END-IF
               IF ST-SIZE-TIER NOT = SPACE
                   MOVE ST-SIZE-TIER TO SG-SIZE-TIER
               END-IF
               IF ST-ACCOUNT-TYPE NOT = SPACES
                   MOVE ST-ACCOUNT-TYPE TO SG-ACCOUNT-TYPE
               END-IF
               REWRITE CUSTOMER-SEGMENT-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED ON SEGMENT"
                           TO REJECT-REASON-TEXT
                       PERFORM 280-PRINT-REJECTED-TRANS
                   NOT INVALID KEY
                       ADD 1 TO CHANGES-APPLIED-COUNT
                       MOVE "AFTER"   TO ADL-IMAGE-TAG
                       MOVE "APPLIED" TO ADL-STATUS
                       PERFORM 270-FORMAT-MASTER-IMAGE
                       PERFORM 290-WRITE-AUDIT-LINE
               END-REWRITE
           END-IF.

       262-APPLY-DELETE-TRANS.
           IF MASTER-FOUND-SWITCH = "N"
               MOVE "SEGMENT NOT ON FILE" TO REJECT-REASON-TEXT
               PERFORM 280-PRINT-REJECTED-TRANS
           ELSE
               MOVE "BEFORE"  TO ADL-IMAGE-TAG
               MOVE "DELETED" TO ADL-STATUS
               PERFORM 270-FORMAT-MASTER-IMAGE
               PERFORM 290-WRITE-AUDIT-LINE
               DELETE CUSTOMER-SEGMENT-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED ON SEGMENT"
                           TO REJECT-REASON-TEXT
                       PERFORM 280-PRINT-REJECTED-TRANS
                   NOT INVALID KEY
                       ADD 1 TO DELETES-APPLIED-COUNT
               END-DELETE
           END-IF.

       270-FORMAT-MASTER-IMAGE.
           MOVE ST-ACTION-CODE        TO ADL-ACTION-CODE.
           MOVE SG-CUSTOMER-NUMBER    TO ADL-CUSTOMER-NUMBER.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE CURRENT-CUSTOMER-NAME TO ADL-CUSTOMER-NAME
           ELSE
               MOVE "*NOT ON CUSTMAST*"   TO ADL-CUSTOMER-NAME
           END-IF.
           MOVE SG-INDUSTRY-CODE      TO ADL-INDUSTRY-CODE.
           MOVE SG-SIZE-TIER          TO ADL-SIZE-TIER.
           MOVE SG-ACCOUNT-TYPE       TO ADL-ACCOUNT-TYPE.

       280-PRINT-REJECTED-TRANS.
           ADD 1 TO TRANS-REJECTED-COUNT.
           MOVE ST-ACTION-CODE        TO ADL-ACTION-CODE.
           MOVE ST-CUSTOMER-NUMBER    TO ADL-CUSTOMER-NUMBER.
           MOVE CURRENT-CUSTOMER-NAME TO ADL-CUSTOMER-NAME.
           MOVE ST-INDUSTRY-CODE      TO ADL-INDUSTRY-CODE.
           MOVE ST-SIZE-TIER          TO ADL-SIZE-TIER.
           MOVE ST-ACCOUNT-TYPE       TO ADL-ACCOUNT-TYPE.
           MOVE "TRANS"               TO ADL-IMAGE-TAG.
           MOVE SPACES                TO ADL-STATUS.
           STRING "REJECTED - " DELIMITED BY SIZE
               REJECT-REASON-TEXT     DELIMITED BY SIZE
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
               DISPLAY "SEGM1000 - " TRANS-REJECTED-COUNT
                   " TRANSACTION(S) REJECTED - CHECK AUDIT LISTING"
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE MAINT-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
