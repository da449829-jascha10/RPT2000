      *            or    RESTORE nnnnn   (columns 9-13 = customer)
      *
      * MODIFICATIONS:
      * 10/15/2026 - Every add, change, and delete journaled to
      *              CMJOURNL is now also written as an after image
      *              to CMAFTJNL (the record as written, or the
      *              deleted record for a delete) so RCVR1000 can
      *              roll a reloaded BKUP1000 image copy of CUSTMAST
      *              forward after the cluster is lost.
      * 10/15/2026 - A purged customer's segment record on CUSTSEG
      *              is now copied to the segment archive (SEGARCH)
      *              under the same purge date and deleted, so
      *              SEGR1000 is not left listing segments for
      *              customers that are gone.  A restore puts back
      *              the segment archived with the restored image,
      *              unless the customer has been given a new
      *              segment through SEGM1000 since.  CUSTARCH keeps
      *              its layout for TRAL1000.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCH1000.
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL CUSTOMER-ARCHIVE-FILE ASSIGN TO CUSTARCH.
           SELECT OPTIONAL CUSTOMER-SEGMENT-FILE ASSIGN TO CUSTSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-CUSTOMER-NUMBER.
           SELECT OPTIONAL SEGMENT-ARCHIVE-FILE ASSIGN TO SEGARCH.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  AR-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(2).

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

       FD  SEGMENT-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  SEGMENT-ARCHIVE-RECORD.
           05  SA-ARCHIVE-DATE.
               10  SA-ARCHIVE-YEAR     PIC 9(4).
               10  SA-ARCHIVE-MONTH    PIC 9(2).
               10  SA-ARCHIVE-DAY      PIC 9(2).
           05  SA-SEGMENT-IMAGE        PIC X(30).
           05  FILLER                  PIC X(2).

       FD  CM-JOURNAL-FILE
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
           05  RECORD-IS-INACTIVE-SWITCH
                                        PIC X         VALUE "N".
           05  RESTORE-FOUND-SWITCH    PIC X         VALUE "N".
           05  SEGMENT-FOUND-SWITCH    PIC X         VALUE "N".
           05  SEGMENT-ARCHIVE-EOF-SWITCH
                                        PIC X         VALUE "N".
           05  SEGMENT-RESTORED-SWITCH PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
       01  RESTORE-WORK-FIELDS.
           05  RESTORE-IMAGE-SAVE      PIC X(130)    VALUE SPACES.
           05  RESTORE-DATE-SAVE       PIC X(8)      VALUE SPACES.
           05  SEGMENT-IMAGE-SAVE      PIC X(30)     VALUE SPACES.

       01  SEGMENT-IMAGE-WORK.
           05  SI-CUSTOMER-NUMBER      PIC X(5).
           05  FILLER                  PIC X(25).

       01  ARCHIVE-IMAGE-WORK.
           05  AI-BRANCH-NUMBER        PIC X(2).
           05  RECORDS-KEPT-COUNT      PIC 9(7)      VALUE ZERO.
           05  ARCHIVE-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  RECORDS-RESTORED-COUNT  PIC 9(7)      VALUE ZERO.
           05  SEGMENTS-ARCHIVED-COUNT PIC 9(7)      VALUE ZERO.
           05  SEGMENT-ARCHIVE-READ-COUNT
                                        PIC 9(7)      VALUE ZERO.
           05  SEGMENTS-RESTORED-COUNT PIC 9(7)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           IF PURGE-MODE-SWITCH = "Y"
               OPEN I-O    ARCH-CUSTMAST
                    EXTEND CUSTOMER-ARCHIVE-FILE
                    I-O    CUSTOMER-SEGMENT-FILE
                    EXTEND SEGMENT-ARCHIVE-FILE
                    EXTEND CM-JOURNAL-FILE
                    EXTEND AFTER-IMAGE-FILE
                    I-O    RUN-CONTROL-FILE
                    OUTPUT ARCHIVE-REPORT
           ELSE
               OPEN I-O    ARCH-CUSTMAST
                    INPUT  CUSTOMER-ARCHIVE-FILE
                    I-O    CUSTOMER-SEGMENT-FILE
                    INPUT  SEGMENT-ARCHIVE-FILE
                    EXTEND CM-JOURNAL-FILE
                    EXTEND AFTER-IMAGE-FILE
                    I-O    RUN-CONTROL-FILE
                    OUTPUT ARCHIVE-REPORT
           END-IF.
           PERFORM 940-CLOSE-RUN-CONTROL.
           CLOSE ARCH-CUSTMAST
                 CUSTOMER-ARCHIVE-FILE
                 CUSTOMER-SEGMENT-FILE
                 SEGMENT-ARCHIVE-FILE
                 CM-JOURNAL-FILE
                 AFTER-IMAGE-FILE
                 RUN-CONTROL-FILE
                 ARCHIVE-REPORT.
           STOP RUN.
                   ADD 1 TO RECORDS-PURGED-COUNT
                   MOVE "D" TO JOURNAL-ACTION-CODE
                   PERFORM 850-WRITE-JOURNAL-RECORD
                   PERFORM 245-ARCHIVE-SEGMENT-RECORD
                   IF SEGMENT-FOUND-SWITCH = "Y"
                       MOVE "ARCHIVED AND PURGED + SEGMENT"
                           TO ADL-ACTION-TEXT
                   ELSE
                       MOVE "ARCHIVED AND PURGED"
                           TO ADL-ACTION-TEXT
                   END-IF
                   PERFORM 290-WRITE-ARCHIVE-LINE
           END-DELETE.

      *    The segment goes to its own archive under the same date
      *    as the master image, which is how a restore pairs them.
       245-ARCHIVE-SEGMENT-RECORD.
           MOVE CM-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER.
           READ CUSTOMER-SEGMENT-FILE
               INVALID KEY
                   MOVE "N" TO SEGMENT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO SEGMENT-FOUND-SWITCH
           END-READ.
           IF SEGMENT-FOUND-SWITCH = "Y"
               MOVE SPACES TO SEGMENT-ARCHIVE-RECORD
               MOVE CD-YEAR  TO SA-ARCHIVE-YEAR
               MOVE CD-MONTH TO SA-ARCHIVE-MONTH
               MOVE CD-DAY   TO SA-ARCHIVE-DAY
               MOVE CUSTOMER-SEGMENT-RECORD TO SA-SEGMENT-IMAGE
               WRITE SEGMENT-ARCHIVE-RECORD
               DELETE CUSTOMER-SEGMENT-FILE
               ADD 1 TO SEGMENTS-ARCHIVED-COUNT
           END-IF.

       400-RESTORE-ONE-CUSTOMER.
           PERFORM 410-SCAN-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF-SWITCH = "Y".
                   MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-SAVE
                   MOVE "A" TO JOURNAL-ACTION-CODE
                   PERFORM 850-WRITE-JOURNAL-RECORD
                   PERFORM 430-RESTORE-SEGMENT-RECORD
                   MOVE RESTORE-DATE-SAVE TO ADL-ARCHIVE-DATE
                   IF SEGMENT-FOUND-SWITCH = "N"
                       MOVE "RESTORED TO MASTER"
                           TO ADL-ACTION-TEXT
                   ELSE
                       IF SEGMENT-RESTORED-SWITCH = "Y"
                           MOVE "RESTORED TO MASTER + SEGMENT"
                               TO ADL-ACTION-TEXT
                       ELSE
                           MOVE "RESTORED, CURRENT SEGMENT KEPT"
                               TO ADL-ACTION-TEXT
                       END-IF
                   END-IF
                   PERFORM 290-WRITE-ARCHIVE-LINE
           END-WRITE.

      *    Only a segment archived on the same date as the restored
      *    image belongs with it; the newest such copy wins.  A
      *    segment already on CUSTSEG was keyed since the purge
      *    and is left alone.
       430-RESTORE-SEGMENT-RECORD.
           MOVE "N" TO SEGMENT-FOUND-SWITCH.
           MOVE "N" TO SEGMENT-RESTORED-SWITCH.
           PERFORM 432-SCAN-SEGMENT-ARCHIVE
               UNTIL SEGMENT-ARCHIVE-EOF-SWITCH = "Y".
           IF SEGMENT-FOUND-SWITCH = "Y"
               MOVE SEGMENT-IMAGE-SAVE TO CUSTOMER-SEGMENT-RECORD
               WRITE CUSTOMER-SEGMENT-RECORD
                   INVALID KEY
                       MOVE "N" TO SEGMENT-RESTORED-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO SEGMENT-RESTORED-SWITCH
                       ADD 1 TO SEGMENTS-RESTORED-COUNT
               END-WRITE
           END-IF.

       432-SCAN-SEGMENT-ARCHIVE.
           READ SEGMENT-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO SEGMENT-ARCHIVE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SEGMENT-ARCHIVE-READ-COUNT
                   MOVE SA-SEGMENT-IMAGE TO SEGMENT-IMAGE-WORK
                   IF SI-CUSTOMER-NUMBER = RP-RESTORE-CUSTOMER
                           AND SA-ARCHIVE-DATE = RESTORE-DATE-SAVE
                       MOVE "Y" TO SEGMENT-FOUND-SWITCH
                       MOVE SA-SEGMENT-IMAGE TO SEGMENT-IMAGE-SAVE
                   END-IF
           END-READ.

       290-WRITE-ARCHIVE-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
               MOVE "RECORDS KEPT"           TO ATL-LABEL
               MOVE RECORDS-KEPT-COUNT       TO ATL-COUNT
               PERFORM 310-WRITE-TOTAL-LINE
               MOVE "SEGMENTS ARCHIVED"      TO ATL-LABEL
               MOVE SEGMENTS-ARCHIVED-COUNT  TO ATL-COUNT
               PERFORM 310-WRITE-TOTAL-LINE
           ELSE
               MOVE "ARCHIVE RECORDS READ"   TO ATL-LABEL
               MOVE ARCHIVE-READ-COUNT       TO ATL-COUNT
               MOVE "RECORDS RESTORED"       TO ATL-LABEL
               MOVE RECORDS-RESTORED-COUNT   TO ATL-COUNT
               PERFORM 310-WRITE-TOTAL-LINE
               MOVE "SEGMENT ARCHIVE RECS READ" TO ATL-LABEL
               MOVE SEGMENT-ARCHIVE-READ-COUNT  TO ATL-COUNT
               PERFORM 310-WRITE-TOTAL-LINE
               MOVE "SEGMENTS RESTORED"      TO ATL-LABEL
               MOVE SEGMENTS-RESTORED-COUNT  TO ATL-COUNT
               PERFORM 310-WRITE-TOTAL-LINE
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE JOURNAL-ACTION-CODE TO JR-ACTION-CODE.
           MOVE BEFORE-IMAGE-SAVE   TO JR-RECORD-IMAGE.
           WRITE CM-JOURNAL-RECORD.
           PERFORM 855-WRITE-AFTER-IMAGE-RECORD.

      *    The after image is the record as written for an add or
      *    rewrite and the deleted record for a delete, so a
      *    forward recovery knows which key to remove.
       855-WRITE-AFTER-IMAGE-RECORD.
           MOVE SPACES              TO AFTER-IMAGE-RECORD.
           MOVE CD-YEAR             TO AJ-JOURNAL-YEAR.
           MOVE CD-MONTH            TO AJ-JOURNAL-MONTH.
           MOVE CD-DAY              TO AJ-JOURNAL-DAY.
           MOVE CD-HOURS            TO AJ-JOURNAL-HOURS.
           MOVE CD-MINUTES          TO AJ-JOURNAL-MINUTES.
           MOVE "ARCH1000"          TO AJ-PROGRAM-NAME.
           MOVE JOURNAL-ACTION-CODE TO AJ-ACTION-CODE.
           IF JOURNAL-ACTION-CODE = "D"
               MOVE BEFORE-IMAGE-SAVE TO AJ-RECORD-IMAGE
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO AJ-RECORD-IMAGE
           END-IF.
           WRITE AFTER-IMAGE-RECORD.
