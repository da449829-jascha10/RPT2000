      *              rejects the transaction as a damaged master
      *              instead of taking a data exception on the
      *              combine ADD and abending the run mid-batch.
      * 10/15/2026 - Every add, change, and delete journaled to
      *              CMJOURNL is now also written as an after image
      *              to CMAFTJNL (the record as written, or the
      *              deleted record for a delete) so RCVR1000 can
      *              roll a reloaded BKUP1000 image copy of CUSTMAST
      *              forward after the cluster is lost.
      * 10/15/2026 - The customer's segment record on CUSTSEG now
      *              follows the account.  A renumber moves it to
      *              the new number, replacing any segment left
      *              under that number by a customer long gone.  A
      *              merge keeps the survivor's own segment and
      *              takes the retired account's only when the
      *              survivor has none.  Either way the retired
      *              number's segment is deleted, and the segment
      *              action is shown on the audit listing.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERG1000.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-OLD-CUSTOMER-NUMBER.
           SELECT OPTIONAL CUSTOMER-SEGMENT-FILE ASSIGN TO CUSTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-CUSTOMER-NUMBER.
           SELECT MERGE-TRANS-FILE ASSIGN TO MRGTRAN.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  AL-ACTION-CODE          PIC X(1).
           05  FILLER                  PIC X(11).

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

       FD  MERGE-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
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
           05  MERGE-AMOUNTS-BAD-SWITCH
                                        PIC X         VALUE "N".
           05  ALIAS-SCAN-EOF-SWITCH   PIC X         VALUE "N".
           05  OLD-SEGMENT-FOUND-SWITCH
                                        PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
                                       PIC S9(4)V9(2).
           05  FILLER                  PIC X(8).

       01  SEGMENT-WORK-FIELDS.
           05  OLD-SEGMENT-SAVE        PIC X(30)     VALUE SPACES.
           05  SEGMENT-STATUS-TEXT     PIC X(30)     VALUE SPACES.

       01  JOURNAL-WORK-FIELDS.
           05  BEFORE-IMAGE-SAVE       PIC X(130)    VALUE SPACES.
           05  JOURNAL-ACTION-CODE     PIC X(1)      VALUE SPACE.
           05  TRANS-REJECTED-COUNT    PIC 9(7)      VALUE ZERO.
           05  ALIASES-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
           05  ALIASES-REPOINTED-COUNT PIC 9(7)      VALUE ZERO.
           05  SEGMENTS-MOVED-COUNT    PIC 9(7)      VALUE ZERO.
           05  SEGMENTS-DROPPED-COUNT  PIC 9(7)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
       000-RENUMBER-MERGE-CUSTOMERS.
           OPEN I-O    MERGE-CUSTMAST
                I-O    ALIAS-XREF-FILE
                I-O    CUSTOMER-SEGMENT-FILE
                INPUT  MERGE-TRANS-FILE
                EXTEND CM-JOURNAL-FILE
                EXTEND AFTER-IMAGE-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 940-CLOSE-RUN-CONTROL.
           CLOSE MERGE-CUSTMAST
                 ALIAS-XREF-FILE
                 CUSTOMER-SEGMENT-FILE
                 MERGE-TRANS-FILE
                 CM-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 RUN-CONTROL-FILE
                 AUDIT-REPORT.
           STOP RUN.
                   MOVE "M" TO ALIAS-ACTION-CODE
                   PERFORM 255-DELETE-OLD-CUSTOMER
                   PERFORM 260-WRITE-ALIAS-RECORD
                   PERFORM 257-CARRY-SEGMENT-RECORD
               END-IF
           END-IF.

                   MOVE "R" TO ALIAS-ACTION-CODE
                   PERFORM 255-DELETE-OLD-CUSTOMER
                   PERFORM 260-WRITE-ALIAS-RECORD
                   PERFORM 257-CARRY-SEGMENT-RECORD
           END-WRITE.

      *    The combined buckets are built in the surviving record's
                   PERFORM 295-WRITE-JOURNAL-RECORD
           END-DELETE.

      *    The retired number's segment is always removed.  On a
      *    renumber it is written under the new number; anything
      *    already there belonged to no customer on the master
      *    and is replaced.  On a merge the survivor's own segment
      *    wins and the retired one is taken only if it has none.
       257-CARRY-SEGMENT-RECORD.
           MOVE MG-OLD-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER.
           READ CUSTOMER-SEGMENT-FILE
               INVALID KEY
                   MOVE "N" TO OLD-SEGMENT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO OLD-SEGMENT-FOUND-SWITCH
                   MOVE CUSTOMER-SEGMENT-RECORD TO OLD-SEGMENT-SAVE
                   DELETE CUSTOMER-SEGMENT-FILE
           END-READ.
           IF OLD-SEGMENT-FOUND-SWITCH = "Y"
               MOVE OLD-SEGMENT-SAVE       TO CUSTOMER-SEGMENT-RECORD
               MOVE MG-NEW-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER
               WRITE CUSTOMER-SEGMENT-RECORD
                   INVALID KEY
                       PERFORM 258-RESOLVE-SEGMENT-CONFLICT
                   NOT INVALID KEY
                       ADD 1 TO SEGMENTS-MOVED-COUNT
                       MOVE "SEGMENT MOVED TO NEW NUMBER"
                           TO SEGMENT-STATUS-TEXT
               END-WRITE
               PERFORM 259-PRINT-SEGMENT-LINE
           END-IF.

       258-RESOLVE-SEGMENT-CONFLICT.
           IF ALIAS-ACTION-CODE = "R"
               REWRITE CUSTOMER-SEGMENT-RECORD
               ADD 1 TO SEGMENTS-MOVED-COUNT
               MOVE "SEGMENT MOVED, ORPHAN REPLACED"
                   TO SEGMENT-STATUS-TEXT
           ELSE
               ADD 1 TO SEGMENTS-DROPPED-COUNT
               MOVE "SEGMENT DROPPED - SURVIVOR HAS"
                   TO SEGMENT-STATUS-TEXT
           END-IF.

       259-PRINT-SEGMENT-LINE.
           MOVE OLD-SEGMENT-SAVE TO CUSTOMER-SEGMENT-RECORD.
           MOVE ALIAS-ACTION-CODE      TO ADL-ACTION-CODE.
           MOVE MG-OLD-CUSTOMER-NUMBER TO ADL-OLD-CUSTOMER.
           MOVE MG-NEW-CUSTOMER-NUMBER TO ADL-NEW-CUSTOMER.
           MOVE "SEG"                  TO ADL-IMAGE-TAG.
           MOVE SPACES                 TO ADL-CUSTOMER-NAME.
           STRING SG-INDUSTRY-CODE     DELIMITED BY SIZE
               " / "                   DELIMITED BY SIZE
               SG-SIZE-TIER            DELIMITED BY SIZE
               " / "                   DELIMITED BY SIZE
               SG-ACCOUNT-TYPE         DELIMITED BY SIZE
               INTO ADL-CUSTOMER-NAME
           END-STRING.
           MOVE ZERO                   TO ADL-SALES-THIS-YTD
                                          ADL-SALES-LAST-YTD
                                          ADL-SALES-TWO-YEARS-AGO.
           MOVE SEGMENT-STATUS-TEXT    TO ADL-STATUS.
           PERFORM 290-WRITE-AUDIT-LINE.

       260-WRITE-ALIAS-RECORD.
           MOVE SPACES TO ALIAS-XREF-RECORD.
           MOVE MG-OLD-CUSTOMER-NUMBER TO AL-OLD-CUSTOMER-NUMBER.
           MOVE JOURNAL-ACTION-CODE TO JR-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO JR-RECORD-IMAGE.
           WRITE CM-JOURNAL-RECORD.
           PERFORM 296-WRITE-AFTER-IMAGE-RECORD.

      *    The after image is the record as written for an add or
      *    rewrite and the deleted record for a delete, so a
      *    forward recovery knows which key to remove.
       296-WRITE-AFTER-IMAGE-RECORD.
           MOVE SPACES              TO AFTER-IMAGE-RECORD.
           MOVE CD-YEAR             TO AJ-JOURNAL-YEAR.
           MOVE CD-MONTH            TO AJ-JOURNAL-MONTH.
           MOVE CD-DAY              TO AJ-JOURNAL-DAY.
           MOVE CD-HOURS            TO AJ-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO AJ-JOURNAL-MINUTES.
           MOVE "MERG1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.

       270-FORMAT-MASTER-IMAGE.
           MOVE MG-OLD-CUSTOMER-NUMBER TO ADL-OLD-CUSTOMER.
           MOVE "ALIASES REPOINTED"      TO MTL-LABEL.
           MOVE ALIASES-REPOINTED-COUNT  TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "SEGMENTS MOVED"         TO MTL-LABEL.
           MOVE SEGMENTS-MOVED-COUNT     TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "SEGMENTS DROPPED"       TO MTL-LABEL.
           MOVE SEGMENTS-DROPPED-COUNT   TO MTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           IF TRANS-REJECTED-COUNT > ZERO
               DISPLAY "MERG1000 - " TRANS-REJECTED-COUNT
                   " TRANSACTION(S) REJECTED - CHECK AUDIT LISTING"
