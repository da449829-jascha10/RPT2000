      *              start while a backout is open against CUSTMAST
      *              and an abended backout needs supervisor rerun
      *              approval through RUNC1000.
      * 10/15/2026 - Every add, change, and delete journaled to
      *              BACKJRNL is now also written as an after image
      *              to CMAFTJNL (the record as written, or the
      *              deleted record for a delete) so RCVR1000 can
      *              roll a reloaded BKUP1000 image copy of CUSTMAST
      *              forward after the cluster is lost.
      * 10/15/2026 - Ledger reversals written to SALESLDG carry
      *              BACK1000 in the batch id that POST1000 now
      *              stamps on its postings, so they can be told
      *              apart from postings downstream.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACK1000.
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL BACKOUT-JOURNAL-FILE ASSIGN TO BACKJRNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL SALES-LEDGER-FILE ASSIGN TO SALESLDG.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
           05  BJ-RECORD-IMAGE         PIC X(130).
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

       FD  SALES-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  PL-SALESREP-NUMBER      PIC X(2).
           05  PL-CUSTOMER-NUMBER      PIC 9(5).
           05  PL-TRANS-AMOUNT         PIC S9(5)V9(2).
           05  PL-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(40).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           OPEN INPUT  CM-JOURNAL-FILE
                I-O    BACKOUT-CUSTMAST
                EXTEND BACKOUT-JOURNAL-FILE
                EXTEND AFTER-IMAGE-FILE
                EXTEND SALES-LEDGER-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT BACKOUT-REPORT.
           CLOSE CM-JOURNAL-FILE
                 BACKOUT-CUSTMAST
                 BACKOUT-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 SALES-LEDGER-FILE
                 RUN-CONTROL-FILE
                 BACKOUT-REPORT.
           MOVE JI-BRANCH-NUMBER    TO PL-BRANCH-NUMBER.
           MOVE JI-SALESREP-NUMBER  TO PL-SALESREP-NUMBER.
           MOVE JI-CUSTOMER-NUMBER  TO PL-CUSTOMER-NUMBER.
           MOVE "BACK1000"          TO PL-BATCH-ID.
           COMPUTE PL-TRANS-AMOUNT = REVERSAL-AMOUNT
               ON SIZE ERROR
                   ADD 1 TO REVERSAL-ERROR-COUNT
           MOVE JOURNAL-ACTION-CODE TO BJ-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO BJ-RECORD-IMAGE.
           WRITE BACKOUT-JOURNAL-RECORD.
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
           MOVE "BACK1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.

       290-WRITE-BACKOUT-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
