      *              approves the rerun through RUNC1000, and
      *              RPT2000 will not start while maintenance is
      *              open against CUSTMAST.
      * 10/15/2026 - Every add, change, and delete journaled to
      *              CMJOURNL is now also written as an after image
      *              to CMAFTJNL (the record as written, or the
      *              deleted record for a delete) so RCVR1000 can
      *              roll a reloaded BKUP1000 image copy of CUSTMAST
      *              forward after the cluster is lost.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST1000.
                   WITH DUPLICATES.
           SELECT MAINT-TRANS-FILE ASSIGN TO CUSTTRAN.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           OPEN I-O    MAINT-CUSTMAST
                INPUT  MAINT-TRANS-FILE
                EXTEND CM-JOURNAL-FILE
                EXTEND AFTER-IMAGE-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           CLOSE MAINT-CUSTMAST
                 MAINT-TRANS-FILE
                 CM-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 RUN-CONTROL-FILE
                 AUDIT-REPORT.
           STOP RUN.
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
           MOVE "CUST1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.

       270-FORMAT-MASTER-IMAGE.
           MOVE TR-ACTION-CODE      TO ADL-ACTION-CODE.
