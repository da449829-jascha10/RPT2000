      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   CUSTMAST Forward Recovery
      *
      *            Rebuilds a lost or damaged CUSTMAST cluster.  The
      *            BKUP1000 image copy (CUSTBKUP) is reloaded into an
      *            empty cluster and proved against its trailer, then
      *            the after images every updater writes to CMAFTJNL
      *            are applied in journal order, from the time the
      *            copy was taken up to the cutoff given on the PARM.
      *
      *            PARM: cols 1-8   cutoff date YYYYMMDD
      *                  cols 10-13 cutoff time HHMM (default 2359)
      *            With no PARM every after image on the journal is
      *            applied.
      *
      *            An add or change puts the journaled record on
      *            file (written if missing, rewritten if present);
      *            a delete removes the key.  The journal is stamped
      *            to the minute, so images stamped in the same
      *            minute as the copy are applied again - applying
      *            them is harmless because each one carries the
      *            whole record.  Adds found on file, and changes or
      *            deletes for a key not on file, are counted so the
      *            listing shows where the journal and the copy did
      *            not line up.
      *
      *            The listing gives the counts applied by program
      *            and action and compares the record count and
      *            sales totals of the recovered master with the
      *            grand totals of the last RPT2000 run on RPTHIST.
      *
      *            The run is stamped on RUNCTL like the other
      *            CUSTMAST updaters.  If the image copy fails its
      *            trailer proof the job stops with the run left
      *            open, so RPT2000 and the online transactions stay
      *            off the half-loaded cluster until the recovery is
      *            rerun.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVR1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-BACKUP-FILE ASSIGN TO CUSTBKUP.
           SELECT RECOVERY-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL AFTER-IMAGE-FILE ASSIGN TO CMAFTJNL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO RPTHIST.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT RECOVERY-REPORT ASSIGN TO RCVR1000.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RECOVERY-CUSTMAST
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

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE.
               10  RH-RUN-YEAR         PIC 9(4).
               10  RH-RUN-MONTH        PIC 9(2).
               10  RH-RUN-DAY          PIC 9(2).
           05  RH-RUN-TIME.
               10  RH-RUN-HOURS        PIC 9(2).
               10  RH-RUN-MINUTES      PIC 9(2).
           05  RH-RECORD-TYPE          PIC X(1).
           05  RH-BRANCH-NUMBER        PIC 9(2).
           05  RH-RECORDS-READ         PIC 9(7).
           05  RH-RECORDS-REJECTED     PIC 9(7).
           05  RH-TOTAL-THIS-YTD       PIC S9(7)V99.
           05  RH-TOTAL-LAST-YTD       PIC S9(7)V99.
           05  RH-TOTAL-TWO-YEARS-AGO  PIC S9(7)V99.
           05  FILLER                  PIC X(24).

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

       FD  RECOVERY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  BACKUP-EOF-SWITCH       PIC X         VALUE "N".
           05  TRAILER-FOUND-SWITCH    PIC X         VALUE "N".
           05  AFTER-IMAGE-EOF-SWITCH  PIC X         VALUE "N".
           05  CUTOFF-REACHED-SWITCH   PIC X         VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X         VALUE "N".
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  HISTORY-EOF-SWITCH      PIC X         VALUE "N".
           05  GRAND-HISTORY-SWITCH    PIC X         VALUE "N".
           05  PROGRAM-FOUND-SWITCH    PIC X         VALUE "N".
           05  TOTALS-AGREE-SWITCH     PIC X         VALUE "Y".

       01  RUN-PARAMETERS.
           05  RP-PARM-STRING          PIC X(20)     VALUE SPACES.
           05  RP-PARM-ERROR-SWITCH    PIC X         VALUE "N".
           05  RP-CUTOFF-GIVEN-SWITCH  PIC X         VALUE "N".

      *    The backup, cutoff and journal stamps are all date
      *    followed by time, so one compare of the group orders
      *    them.
       01  BACKUP-STAMP.
           05  BS-DATE.
               10  BS-YEAR             PIC 9(4)      VALUE ZERO.
               10  BS-MONTH            PIC 9(2)      VALUE ZERO.
               10  BS-DAY              PIC 9(2)      VALUE ZERO.
           05  BS-TIME.
               10  BS-HOURS            PIC 9(2)      VALUE ZERO.
               10  BS-MINUTES          PIC 9(2)      VALUE ZERO.

       01  CUTOFF-STAMP.
           05  CS-DATE.
               10  CS-YEAR             PIC 9(4)      VALUE 9999.
               10  CS-MONTH            PIC 9(2)      VALUE 99.
               10  CS-DAY              PIC 9(2)      VALUE 99.
           05  CS-TIME.
               10  CS-HOURS            PIC 9(2)      VALUE 99.
               10  CS-MINUTES          PIC 9(2)      VALUE 99.

       01  JOURNAL-STAMP.
           05  JS-DATE                 PIC X(8).
           05  JS-TIME                 PIC X(4).

       01  AFTER-IMAGE-SAVE            PIC X(130).

       01  BACKUP-TRAILER-WORK.
           05  BT-RECORD-COUNT         PIC 9(7).
           05  BT-TOTAL-THIS-YTD       PIC S9(7)V99.
           05  BT-TOTAL-LAST-YTD       PIC S9(7)V99.
           05  BT-TOTAL-TWO-YEARS-AGO  PIC S9(7)V99.
           05  FILLER                  PIC X(96).

       01  RUN-CONTROL-WORK.
           05  RUN-CONTROL-OPEN-SWITCH PIC X         VALUE "N".
           05  RUN-STAMP-DATE.
               10  RSD-YEAR            PIC 9(4).
               10  RSD-MONTH           PIC 9(2).
               10  RSD-DAY             PIC 9(2).
           05  RUN-STAMP-TIME.
               10  RST-HOURS           PIC 9(2).
               10  RST-MINUTES         PIC 9(2).

       01  RELOAD-COUNT-FIELDS.
           05  RECORDS-RELOADED-COUNT  PIC 9(7)      VALUE ZERO.
           05  RELOAD-DUPLICATE-COUNT  PIC 9(7)      VALUE ZERO.
           05  BACKUP-BAD-RECORD-COUNT PIC 9(7)      VALUE ZERO.
           05  RELOAD-THIS-YTD         PIC S9(7)V99  VALUE ZERO.
           05  RELOAD-LAST-YTD         PIC S9(7)V99  VALUE ZERO.
           05  RELOAD-TWO-YEARS-AGO    PIC S9(7)V99  VALUE ZERO.

       01  APPLY-COUNT-FIELDS.
           05  IMAGES-READ-COUNT       PIC 9(7)      VALUE ZERO.
           05  IMAGES-BEFORE-COPY-COUNT PIC 9(7)     VALUE ZERO.
           05  IMAGES-AFTER-CUTOFF-COUNT PIC 9(7)    VALUE ZERO.
           05  IMAGES-APPLIED-COUNT    PIC 9(7)      VALUE ZERO.
           05  ADDS-ON-FILE-COUNT      PIC 9(7)      VALUE ZERO.
           05  CHANGES-NOT-FOUND-COUNT PIC 9(7)      VALUE ZERO.
           05  DELETES-NOT-FOUND-COUNT PIC 9(7)      VALUE ZERO.
           05  IMAGES-INVALID-COUNT    PIC 9(7)      VALUE ZERO.

       01  RECOVERED-TOTAL-FIELDS.
           05  RECOVERED-RECORD-COUNT  PIC 9(7)      VALUE ZERO.
           05  RECOVERED-BAD-COUNT     PIC 9(7)      VALUE ZERO.
           05  RECOVERED-THIS-YTD      PIC S9(7)V99  VALUE ZERO.
           05  RECOVERED-LAST-YTD      PIC S9(7)V99  VALUE ZERO.
           05  RECOVERED-TWO-YEARS-AGO PIC S9(7)V99  VALUE ZERO.
           05  VALID-BRANCH-LOW        PIC 9(2)      VALUE 01.
           05  VALID-BRANCH-HIGH       PIC 9(2)      VALUE 50.

       01  GRAND-HISTORY-WORK.
           05  GH-RUN-DATE.
               10  GH-RUN-YEAR         PIC 9(4)      VALUE ZERO.
               10  GH-RUN-MONTH        PIC 9(2)      VALUE ZERO.
               10  GH-RUN-DAY          PIC 9(2)      VALUE ZERO.
           05  GH-RUN-TIME.
               10  GH-RUN-HOURS        PIC 9(2)      VALUE ZERO.
               10  GH-RUN-MINUTES      PIC 9(2)      VALUE ZERO.
           05  GH-RECORDS-READ         PIC 9(7)      VALUE ZERO.
           05  GH-RECORDS-REJECTED     PIC 9(7)      VALUE ZERO.
           05  GH-TOTAL-THIS-YTD       PIC S9(7)V99  VALUE ZERO.
           05  GH-TOTAL-LAST-YTD       PIC S9(7)V99  VALUE ZERO.
           05  GH-TOTAL-TWO-YEARS-AGO  PIC S9(7)V99  VALUE ZERO.

       01  PROGRAM-TABLE-FIELDS.
           05  PROGRAM-LIMIT           PIC S9(3)     VALUE +20.
           05  PROGRAM-COUNT           PIC S9(3)     VALUE ZERO.
           05  PROGRAM-IDX             PIC S9(3)     VALUE ZERO.
           05  PROGRAM-MATCH-IDX       PIC S9(3)     VALUE ZERO.
           05  PROGRAM-OVERFLOW-COUNT  PIC S9(5)     VALUE ZERO.

       01  PROGRAM-TABLE.
           05  PROGRAM-ENTRY OCCURS 20 TIMES.
               10  PT-PROGRAM-NAME     PIC X(8).
               10  PT-ADD-COUNT        PIC 9(7).
               10  PT-CHANGE-COUNT     PIC 9(7).
               10  PT-DELETE-COUNT     PIC 9(7).

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  DIFFERENCE-WORK.
           05  COUNT-DIFFERENCE        PIC S9(7)     VALUE ZERO.
           05  AMOUNT-DIFFERENCE       PIC S9(7)V99  VALUE ZERO.

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
                               "CUSTMAST FORWARD RECOVERY".
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
           05  FILLER                  PIC X(8)      VALUE "RCVR1000".

       01  STAMP-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  SL-LABEL                PIC X(36).
           05  SL-MONTH                PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE "/".
           05  SL-DAY                  PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE "/".
           05  SL-YEAR                 PIC 9(4).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  SL-HOURS                PIC 9(2).
           05  FILLER                  PIC X(1)      VALUE ":".
           05  SL-MINUTES              PIC 9(2).
           05  FILLER                  PIC X(76)     VALUE SPACES.

       01  SECTION-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(68)     VALUE SPACES.

       01  RECOVERY-TOTAL-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  RTL-LABEL               PIC X(34).
           05  RTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85)     VALUE SPACES.

       01  PROGRAM-HEADING-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  FILLER                  PIC X(12)     VALUE "PROGRAM".
           05  FILLER                  PIC X(10)     VALUE "    ADDS".
           05  FILLER                  PIC X(10)     VALUE " CHANGES".
           05  FILLER                  PIC X(10)     VALUE " DELETES".
           05  FILLER                  PIC X(10)     VALUE "   TOTAL".
           05  FILLER                  PIC X(74)     VALUE SPACES.

       01  PROGRAM-ACTION-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  PAL-PROGRAM-NAME        PIC X(8).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  PAL-ADD-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  PAL-CHANGE-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  PAL-DELETE-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  PAL-TOTAL-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(75)     VALUE SPACES.

       01  COMPARE-HEADING-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  FILLER                  PIC X(22)     VALUE SPACES.
           05  FILLER                  PIC X(16)     VALUE
               "       RECOVERED".
           05  FILLER                  PIC X(16)     VALUE
               "    LAST RPTHIST".
           05  FILLER                  PIC X(16)     VALUE
               "      DIFFERENCE".
           05  FILLER                  PIC X(56)     VALUE SPACES.

       01  COMPARE-COUNT-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  CCL-LABEL               PIC X(22).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  CCL-RECOVERED           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(6)      VALUE SPACES.
           05  CCL-HISTORY             PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(6)      VALUE SPACES.
           05  CCL-DIFFERENCE          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(59)     VALUE SPACES.

       01  COMPARE-AMOUNT-LINE.
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  CAL-LABEL               PIC X(22).
           05  CAL-RECOVERED           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  CAL-HISTORY             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  CAL-DIFFERENCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(62)     VALUE SPACES.

       LINKAGE SECTION.
       01  RCVR1000-PARM.
           05  RCVR1000-PARM-LENGTH    PIC S9(4) COMP.
           05  RCVR1000-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING RCVR1000-PARM.
       000-RECOVER-CUSTOMER-MASTER.
           PERFORM 105-ACCEPT-RUN-PARAMETERS.
           IF RP-PARM-ERROR-SWITCH = "Y"
               DISPLAY "RCVR1000 - PARM MUST BE A CUTOFF DATE YYYYMMDD"
                   " AND OPTIONAL TIME HHMM IN COLS 10-13 - JOB"
                   " STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  CUSTOMER-BACKUP-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT RECOVERY-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-READ-BACKUP-HEADER.
           PERFORM 900-OPEN-RUN-CONTROL.
           OPEN OUTPUT RECOVERY-CUSTMAST.
           PERFORM 200-RELOAD-ONE-RECORD
               UNTIL BACKUP-EOF-SWITCH = "Y"
                  OR TRAILER-FOUND-SWITCH = "Y".
           CLOSE RECOVERY-CUSTMAST.
           PERFORM 220-CHECK-BACKUP-TRAILER.
           OPEN I-O   RECOVERY-CUSTMAST
                INPUT AFTER-IMAGE-FILE.
           PERFORM 240-READ-AFTER-IMAGE
               UNTIL AFTER-IMAGE-EOF-SWITCH = "Y".
           IF PROGRAM-OVERFLOW-COUNT > ZERO
               DISPLAY "RCVR1000 - WARNING: PROGRAM TABLE FULL - "
                   PROGRAM-OVERFLOW-COUNT
                   " AFTER IMAGE(S) APPLIED BUT NOT LISTED BY PROGRAM"
           END-IF.
           PERFORM 280-POSITION-RECOVERED-MASTER.
           PERFORM 282-TOTAL-RECOVERED-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           OPEN INPUT RUN-HISTORY-FILE.
           PERFORM 290-READ-RUN-HISTORY
               UNTIL HISTORY-EOF-SWITCH = "Y".
           PERFORM 300-PRINT-RECOVERY-TOTALS.
           PERFORM 940-CLOSE-RUN-CONTROL.
           CLOSE CUSTOMER-BACKUP-FILE
                 RECOVERY-CUSTMAST
                 AFTER-IMAGE-FILE
                 RUN-HISTORY-FILE
                 RUN-CONTROL-FILE
                 RECOVERY-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      *    A cutoff date alone applies the whole of that day.
       105-ACCEPT-RUN-PARAMETERS.
           MOVE SPACES TO RP-PARM-STRING.
           IF RCVR1000-PARM-LENGTH > ZERO
               MOVE RCVR1000-PARM-TEXT(1:RCVR1000-PARM-LENGTH)
                   TO RP-PARM-STRING
           END-IF.
           IF RP-PARM-STRING(1:8) NOT = SPACES
               IF RP-PARM-STRING(1:8) IS NUMERIC
                   MOVE RP-PARM-STRING(1:8) TO CS-DATE
                   MOVE 23 TO CS-HOURS
                   MOVE 59 TO CS-MINUTES
                   MOVE "Y" TO RP-CUTOFF-GIVEN-SWITCH
               ELSE
                   MOVE "Y" TO RP-PARM-ERROR-SWITCH
               END-IF
           END-IF.
           IF RP-PARM-STRING(10:4) NOT = SPACES
               IF RP-PARM-STRING(10:4) IS NUMERIC
                       AND RP-CUTOFF-GIVEN-SWITCH = "Y"
                   MOVE RP-PARM-STRING(10:4) TO CS-TIME
               ELSE
                   MOVE "Y" TO RP-PARM-ERROR-SWITCH
               END-IF
           END-IF.

      *    Nothing has been touched yet, so a copy that does not
      *    start with its header, or a cutoff earlier than the copy,
      *    stops the job with the cluster as it stands.
       110-READ-BACKUP-HEADER.
           READ CUSTOMER-BACKUP-FILE
               AT END
                   MOVE "Y" TO BACKUP-EOF-SWITCH
           END-READ.
           IF BACKUP-EOF-SWITCH = "Y"
                   OR IC-RECORD-TYPE NOT = "H"
               DISPLAY "RCVR1000 - CUSTBKUP DOES NOT START WITH A"
                   " BKUP1000 HEADER - JOB STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE IC-BACKUP-DATE TO BS-DATE.
           MOVE IC-BACKUP-TIME TO BS-TIME.
           IF CUTOFF-STAMP < BACKUP-STAMP
               DISPLAY "RCVR1000 - CUTOFF " CS-DATE " " CS-TIME
                   " IS BEFORE THE IMAGE COPY TAKEN " BS-DATE " "
                   BS-TIME " - JOB STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-RELOAD-ONE-RECORD.
           READ CUSTOMER-BACKUP-FILE
               AT END
                   MOVE "Y" TO BACKUP-EOF-SWITCH
               NOT AT END
                   IF IC-BACKUP-DATE NOT = BS-DATE
                           OR IC-BACKUP-TIME NOT = BS-TIME
                       ADD 1 TO BACKUP-BAD-RECORD-COUNT
                   ELSE
                       IF IC-RECORD-TYPE = "D"
                           PERFORM 210-WRITE-RELOADED-RECORD
                       ELSE
                           IF IC-RECORD-TYPE = "T"
                               MOVE IC-RECORD-DATA
                                   TO BACKUP-TRAILER-WORK
                               MOVE "Y" TO TRAILER-FOUND-SWITCH
                           ELSE
                               ADD 1 TO BACKUP-BAD-RECORD-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    Totals follow BKUP1000: a record with damaged amounts is
      *    reloaded but left out of the totals.
       210-WRITE-RELOADED-RECORD.
           MOVE IC-RECORD-DATA TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO RELOAD-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED-COUNT
                   IF CM-SALES-THIS-YTD NUMERIC
                           AND CM-SALES-LAST-YTD NUMERIC
                           AND CM-SALES-TWO-YEARS-AGO NUMERIC
                       ADD CM-SALES-THIS-YTD      TO RELOAD-THIS-YTD
                       ADD CM-SALES-LAST-YTD      TO RELOAD-LAST-YTD
                       ADD CM-SALES-TWO-YEARS-AGO
                           TO RELOAD-TWO-YEARS-AGO
                   END-IF
           END-WRITE.

      *    No after image is applied to a reload that does not
      *    prove to its trailer.  The run is left open on RUNCTL.
       220-CHECK-BACKUP-TRAILER.
           IF TRAILER-FOUND-SWITCH = "N"
               DISPLAY "RCVR1000 - CUSTBKUP HAS NO TRAILER - COPY IS"
                   " INCOMPLETE - RECOVERY STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RECORDS-RELOADED-COUNT NOT = BT-RECORD-COUNT
                   OR RELOAD-THIS-YTD NOT = BT-TOTAL-THIS-YTD
                   OR RELOAD-LAST-YTD NOT = BT-TOTAL-LAST-YTD
                   OR RELOAD-TWO-YEARS-AGO
                       NOT = BT-TOTAL-TWO-YEARS-AGO
                   OR RELOAD-DUPLICATE-COUNT > ZERO
                   OR BACKUP-BAD-RECORD-COUNT > ZERO
               DISPLAY "RCVR1000 - RELOAD OF " RECORDS-RELOADED-COUNT
                   " RECORDS DOES NOT AGREE WITH CUSTBKUP TRAILER "
                   BT-RECORD-COUNT " - RECOVERY STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

       240-READ-AFTER-IMAGE.
           READ AFTER-IMAGE-FILE
               AT END
                   MOVE "Y" TO AFTER-IMAGE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO IMAGES-READ-COUNT
                   PERFORM 250-SELECT-AFTER-IMAGE
           END-READ.

      *    Images older than the copy are already in it.  The
      *    first image past the cutoff ends the apply; the rest of
      *    the journal is only counted.
       250-SELECT-AFTER-IMAGE.
           MOVE AJ-JOURNAL-DATE TO JS-DATE.
           MOVE AJ-JOURNAL-TIME TO JS-TIME.
           IF JOURNAL-STAMP > CUTOFF-STAMP
               MOVE "Y" TO CUTOFF-REACHED-SWITCH
           END-IF.
           IF CUTOFF-REACHED-SWITCH = "Y"
               ADD 1 TO IMAGES-AFTER-CUTOFF-COUNT
           ELSE
               IF JOURNAL-STAMP < BACKUP-STAMP
                   ADD 1 TO IMAGES-BEFORE-COPY-COUNT
               ELSE
                   PERFORM 260-APPLY-AFTER-IMAGE
               END-IF
           END-IF.

       260-APPLY-AFTER-IMAGE.
           IF AJ-ACTION-CODE NOT = "A"
                   AND AJ-ACTION-CODE NOT = "R"
                   AND AJ-ACTION-CODE NOT = "D"
               ADD 1 TO IMAGES-INVALID-COUNT
           ELSE
               MOVE AJ-RECORD-IMAGE TO AFTER-IMAGE-SAVE
               MOVE AFTER-IMAGE-SAVE TO CUSTOMER-MASTER-RECORD
               READ RECOVERY-CUSTMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
               END-READ
               IF AJ-ACTION-CODE = "D"
                   PERFORM 264-APPLY-DELETE
               ELSE
                   PERFORM 262-APPLY-ADD-OR-CHANGE
               END-IF
               ADD 1 TO IMAGES-APPLIED-COUNT
               PERFORM 270-COUNT-PROGRAM-ACTION
           END-IF.

       262-APPLY-ADD-OR-CHANGE.
           MOVE AFTER-IMAGE-SAVE TO CUSTOMER-MASTER-RECORD.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               IF AJ-ACTION-CODE = "A"
                   ADD 1 TO ADDS-ON-FILE-COUNT
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO IMAGES-INVALID-COUNT
               END-REWRITE
           ELSE
               IF AJ-ACTION-CODE = "R"
                   ADD 1 TO CHANGES-NOT-FOUND-COUNT
               END-IF
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO IMAGES-INVALID-COUNT
               END-WRITE
           END-IF.

       264-APPLY-DELETE.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               DELETE RECOVERY-CUSTMAST
                   INVALID KEY
                       ADD 1 TO IMAGES-INVALID-COUNT
               END-DELETE
           ELSE
               ADD 1 TO DELETES-NOT-FOUND-COUNT
           END-IF.

       270-COUNT-PROGRAM-ACTION.
           PERFORM 272-FIND-PROGRAM-ENTRY.
           IF PROGRAM-FOUND-SWITCH = "N"
               IF PROGRAM-COUNT < PROGRAM-LIMIT
                   ADD 1 TO PROGRAM-COUNT
                   MOVE PROGRAM-COUNT TO PROGRAM-MATCH-IDX
                   MOVE AJ-PROGRAM-NAME
                       TO PT-PROGRAM-NAME(PROGRAM-MATCH-IDX)
                   MOVE ZERO TO PT-ADD-COUNT(PROGRAM-MATCH-IDX)
                   MOVE ZERO TO PT-CHANGE-COUNT(PROGRAM-MATCH-IDX)
                   MOVE ZERO TO PT-DELETE-COUNT(PROGRAM-MATCH-IDX)
                   MOVE "Y" TO PROGRAM-FOUND-SWITCH
               ELSE
                   ADD 1 TO PROGRAM-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF PROGRAM-FOUND-SWITCH = "Y"
               IF AJ-ACTION-CODE = "A"
                   ADD 1 TO PT-ADD-COUNT(PROGRAM-MATCH-IDX)
               ELSE
                   IF AJ-ACTION-CODE = "R"
                       ADD 1 TO PT-CHANGE-COUNT(PROGRAM-MATCH-IDX)
                   ELSE
                       IF AJ-ACTION-CODE = "D"
                           ADD 1
                               TO PT-DELETE-COUNT(PROGRAM-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       272-FIND-PROGRAM-ENTRY.
           MOVE "N" TO PROGRAM-FOUND-SWITCH.
           PERFORM 273-SCAN-ONE-PROGRAM
               VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL PROGRAM-IDX > PROGRAM-COUNT
                  OR PROGRAM-FOUND-SWITCH = "Y".

       273-SCAN-ONE-PROGRAM.
           IF PT-PROGRAM-NAME(PROGRAM-IDX) = AJ-PROGRAM-NAME
               MOVE "Y" TO PROGRAM-FOUND-SWITCH
               MOVE PROGRAM-IDX TO PROGRAM-MATCH-IDX
           END-IF.

       280-POSITION-RECOVERED-MASTER.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START RECOVERY-CUSTMAST
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

      *    RPT2000 counts a record it rejects as read but leaves
      *    it out of its grand totals, so the recovered totals are
      *    taken with the same edits.
       282-TOTAL-RECOVERED-RECORD.
           READ RECOVERY-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECOVERED-RECORD-COUNT
                   IF CM-SALES-THIS-YTD NUMERIC
                           AND CM-SALES-LAST-YTD NUMERIC
                           AND CM-SALES-TWO-YEARS-AGO NUMERIC
                           AND CM-CUSTOMER-NAME NOT = SPACES
                           AND CM-BRANCH-NUMBER
                               NOT < VALID-BRANCH-LOW
                           AND CM-BRANCH-NUMBER
                               NOT > VALID-BRANCH-HIGH
                       ADD CM-SALES-THIS-YTD
                           TO RECOVERED-THIS-YTD
                       ADD CM-SALES-LAST-YTD
                           TO RECOVERED-LAST-YTD
                       ADD CM-SALES-TWO-YEARS-AGO
                           TO RECOVERED-TWO-YEARS-AGO
                   ELSE
                       ADD 1 TO RECOVERED-BAD-COUNT
                   END-IF
           END-READ.

      *    RPT2000 appends to RPTHIST, so the last grand-total
      *    record on the file is the latest run.
       290-READ-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF RH-RECORD-TYPE = "G"
                       MOVE "Y" TO GRAND-HISTORY-SWITCH
                       MOVE RH-RUN-DATE         TO GH-RUN-DATE
                       MOVE RH-RUN-TIME         TO GH-RUN-TIME
                       MOVE RH-RECORDS-READ     TO GH-RECORDS-READ
                       MOVE RH-RECORDS-REJECTED
                           TO GH-RECORDS-REJECTED
                       MOVE RH-TOTAL-THIS-YTD   TO GH-TOTAL-THIS-YTD
                       MOVE RH-TOTAL-LAST-YTD   TO GH-TOTAL-LAST-YTD
                       MOVE RH-TOTAL-TWO-YEARS-AGO
                           TO GH-TOTAL-TWO-YEARS-AGO
                   END-IF
           END-READ.

       300-PRINT-RECOVERY-TOTALS.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE "IMAGE COPY TAKEN"         TO SL-LABEL.
           MOVE BS-MONTH   TO SL-MONTH.
           MOVE BS-DAY     TO SL-DAY.
           MOVE BS-YEAR    TO SL-YEAR.
           MOVE BS-HOURS   TO SL-HOURS.
           MOVE BS-MINUTES TO SL-MINUTES.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF RP-CUTOFF-GIVEN-SWITCH = "Y"
               MOVE "AFTER IMAGES APPLIED THROUGH" TO SL-LABEL
               MOVE CS-MONTH   TO SL-MONTH
               MOVE CS-DAY     TO SL-DAY
               MOVE CS-YEAR    TO SL-YEAR
               MOVE CS-HOURS   TO SL-HOURS
               MOVE CS-MINUTES TO SL-MINUTES
               MOVE STAMP-LINE TO PRINT-AREA
           ELSE
               MOVE "NO CUTOFF - WHOLE JOURNAL APPLIED" TO SEC-TITLE
               MOVE SECTION-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "RELOAD FROM CUSTBKUP"     TO SEC-TITLE.
           PERFORM 305-WRITE-SECTION-LINE.
           MOVE "RECORDS RELOADED"         TO RTL-LABEL.
           MOVE RECORDS-RELOADED-COUNT     TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "AFTER IMAGES FROM CMAFTJNL" TO SEC-TITLE.
           PERFORM 305-WRITE-SECTION-LINE.
           MOVE "AFTER IMAGES READ"        TO RTL-LABEL.
           MOVE IMAGES-READ-COUNT          TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "ALREADY IN THE IMAGE COPY" TO RTL-LABEL.
           MOVE IMAGES-BEFORE-COPY-COUNT   TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "AFTER THE CUTOFF - NOT APPLIED" TO RTL-LABEL.
           MOVE IMAGES-AFTER-CUTOFF-COUNT  TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "APPLIED"                  TO RTL-LABEL.
           MOVE IMAGES-APPLIED-COUNT       TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "  ADDS ALREADY ON FILE"   TO RTL-LABEL.
           MOVE ADDS-ON-FILE-COUNT         TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "  CHANGES NOT ON FILE"    TO RTL-LABEL.
           MOVE CHANGES-NOT-FOUND-COUNT    TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "  DELETES NOT ON FILE"    TO RTL-LABEL.
           MOVE DELETES-NOT-FOUND-COUNT    TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "INVALID OR FAILED"        TO RTL-LABEL.
           MOVE IMAGES-INVALID-COUNT       TO RTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 320-PRINT-PROGRAM-ACTIONS.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 330-PRINT-HISTORY-COMPARISON.
           IF IMAGES-INVALID-COUNT > ZERO
               DISPLAY "RCVR1000 - " IMAGES-INVALID-COUNT
                   " AFTER IMAGE(S) COULD NOT BE APPLIED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TOTALS-AGREE-SWITCH = "N"
                       OR ADDS-ON-FILE-COUNT > ZERO
                       OR CHANGES-NOT-FOUND-COUNT > ZERO
                       OR DELETES-NOT-FOUND-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       305-WRITE-SECTION-LINE.
           MOVE SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       310-WRITE-TOTAL-LINE.
           MOVE RECOVERY-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       320-PRINT-PROGRAM-ACTIONS.
           MOVE "APPLIED BY PROGRAM AND ACTION" TO SEC-TITLE.
           PERFORM 305-WRITE-SECTION-LINE.
           MOVE PROGRAM-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 322-PRINT-ONE-PROGRAM
               VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL PROGRAM-IDX > PROGRAM-COUNT.

       322-PRINT-ONE-PROGRAM.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
               MOVE PROGRAM-HEADING-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF.
           MOVE PT-PROGRAM-NAME(PROGRAM-IDX) TO PAL-PROGRAM-NAME.
           MOVE PT-ADD-COUNT(PROGRAM-IDX)    TO PAL-ADD-COUNT.
           MOVE PT-CHANGE-COUNT(PROGRAM-IDX) TO PAL-CHANGE-COUNT.
           MOVE PT-DELETE-COUNT(PROGRAM-IDX) TO PAL-DELETE-COUNT.
           COMPUTE PAL-TOTAL-COUNT = PT-ADD-COUNT(PROGRAM-IDX)
                                   + PT-CHANGE-COUNT(PROGRAM-IDX)
                                   + PT-DELETE-COUNT(PROGRAM-IDX).
           MOVE PROGRAM-ACTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      *    The recovered master should match the last report run
      *    unless CUSTMAST was updated after that run.
       330-PRINT-HISTORY-COMPARISON.
           IF LINE-COUNT + 10 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           IF GRAND-HISTORY-SWITCH = "N"
               MOVE "NOT COMPARED - NO GRAND TOTALS ON RPTHIST"
                   TO SEC-TITLE
               PERFORM 305-WRITE-SECTION-LINE
               MOVE "RECOVERED RECORDS"        TO RTL-LABEL
               MOVE RECOVERED-RECORD-COUNT     TO RTL-COUNT
               PERFORM 310-WRITE-TOTAL-LINE
           ELSE
               PERFORM 332-COMPARE-TO-HISTORY
           END-IF.

       332-COMPARE-TO-HISTORY.
           MOVE "COMPARED WITH RPT2000 RUN OF" TO SL-LABEL.
           MOVE GH-RUN-MONTH   TO SL-MONTH.
           MOVE GH-RUN-DAY     TO SL-DAY.
           MOVE GH-RUN-YEAR    TO SL-YEAR.
           MOVE GH-RUN-HOURS   TO SL-HOURS.
           MOVE GH-RUN-MINUTES TO SL-MINUTES.
           MOVE STAMP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE COMPARE-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "RECORDS"                  TO CCL-LABEL.
           MOVE RECOVERED-RECORD-COUNT     TO CCL-RECOVERED.
           MOVE GH-RECORDS-READ            TO CCL-HISTORY.
           COMPUTE COUNT-DIFFERENCE =
               RECOVERED-RECORD-COUNT - GH-RECORDS-READ.
           MOVE COUNT-DIFFERENCE           TO CCL-DIFFERENCE.
           PERFORM 334-WRITE-COUNT-COMPARE.
           MOVE "LEFT OUT OF TOTALS"       TO CCL-LABEL.
           MOVE RECOVERED-BAD-COUNT        TO CCL-RECOVERED.
           MOVE GH-RECORDS-REJECTED        TO CCL-HISTORY.
           COMPUTE COUNT-DIFFERENCE =
               RECOVERED-BAD-COUNT - GH-RECORDS-REJECTED.
           MOVE COUNT-DIFFERENCE           TO CCL-DIFFERENCE.
           MOVE COMPARE-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TOTAL THIS YTD"           TO CAL-LABEL.
           MOVE RECOVERED-THIS-YTD         TO CAL-RECOVERED.
           MOVE GH-TOTAL-THIS-YTD          TO CAL-HISTORY.
           COMPUTE AMOUNT-DIFFERENCE =
               RECOVERED-THIS-YTD - GH-TOTAL-THIS-YTD.
           PERFORM 336-WRITE-AMOUNT-COMPARE.
           MOVE "TOTAL LAST YTD"           TO CAL-LABEL.
           MOVE RECOVERED-LAST-YTD         TO CAL-RECOVERED.
           MOVE GH-TOTAL-LAST-YTD          TO CAL-HISTORY.
           COMPUTE AMOUNT-DIFFERENCE =
               RECOVERED-LAST-YTD - GH-TOTAL-LAST-YTD.
           PERFORM 336-WRITE-AMOUNT-COMPARE.
           MOVE "TOTAL TWO YEARS AGO"      TO CAL-LABEL.
           MOVE RECOVERED-TWO-YEARS-AGO    TO CAL-RECOVERED.
           MOVE GH-TOTAL-TWO-YEARS-AGO     TO CAL-HISTORY.
           COMPUTE AMOUNT-DIFFERENCE =
               RECOVERED-TWO-YEARS-AGO - GH-TOTAL-TWO-YEARS-AGO.
           PERFORM 336-WRITE-AMOUNT-COMPARE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF TOTALS-AGREE-SWITCH = "Y"
               MOVE "RECOVERED MASTER AGREES WITH RPTHIST"
                   TO SEC-TITLE
           ELSE
               MOVE "RECOVERED MASTER DOES NOT AGREE WITH RPTHIST"
                   TO SEC-TITLE
               DISPLAY "RCVR1000 - RECOVERED CUSTMAST TOTALS DO NOT"
                   " AGREE WITH THE LAST RPTHIST GRAND TOTALS"
           END-IF.
           PERFORM 305-WRITE-SECTION-LINE.

       334-WRITE-COUNT-COMPARE.
           IF COUNT-DIFFERENCE NOT = ZERO
               MOVE "N" TO TOTALS-AGREE-SWITCH
           END-IF.
           MOVE COMPARE-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       336-WRITE-AMOUNT-COMPARE.
           IF AMOUNT-DIFFERENCE NOT = ZERO
               MOVE "N" TO TOTALS-AGREE-SWITCH
           END-IF.
           MOVE AMOUNT-DIFFERENCE          TO CAL-DIFFERENCE.
           MOVE COMPARE-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       900-OPEN-RUN-CONTROL.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE CD-HOURS   TO RST-HOURS.
           MOVE CD-MINUTES TO RST-MINUTES.
           MOVE "RCVR1000"     TO RC-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RC-BATCH-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 910-STAMP-RUN-OPEN
               NOT INVALID KEY
                   IF RC-RUN-STATUS = "O"
                       DISPLAY "RCVR1000 - A RUN FOR " RC-BATCH-ID
                           " IS STILL OPEN - SUPERVISOR RERUN"
                           " APPROVAL NEEDED (RUNC1000)"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       PERFORM 920-REOPEN-RUN-CONTROL
                   END-IF
           END-READ.

       910-STAMP-RUN-OPEN.
           MOVE SPACES         TO RUN-CONTROL-RECORD.
           MOVE "RCVR1000"     TO RC-PROGRAM-NAME.
           MOVE RUN-STAMP-DATE TO RC-BATCH-ID.
           MOVE "O"            TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE TO RC-START-DATE.
           MOVE RUN-STAMP-TIME TO RC-START-TIME.
           MOVE ZERO           TO RC-END-DATE.
           MOVE ZERO           TO RC-END-TIME.
           WRITE RUN-CONTROL-RECORD.
           MOVE "Y" TO RUN-CONTROL-OPEN-SWITCH.

       920-REOPEN-RUN-CONTROL.
           MOVE "O"            TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE TO RC-START-DATE.
           MOVE RUN-STAMP-TIME TO RC-START-TIME.
           MOVE ZERO           TO RC-END-DATE.
           MOVE ZERO           TO RC-END-TIME.
           REWRITE RUN-CONTROL-RECORD.
           MOVE "Y" TO RUN-CONTROL-OPEN-SWITCH.

       940-CLOSE-RUN-CONTROL.
           IF RUN-CONTROL-OPEN-SWITCH = "Y"
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CD-YEAR    TO RSD-YEAR
               MOVE CD-MONTH   TO RSD-MONTH
               MOVE CD-DAY     TO RSD-DAY
               MOVE CD-HOURS   TO RST-HOURS
               MOVE CD-MINUTES TO RST-MINUTES
               MOVE "C"            TO RC-RUN-STATUS
               MOVE RUN-STAMP-DATE TO RC-END-DATE
               MOVE RUN-STAMP-TIME TO RC-END-TIME
               REWRITE RUN-CONTROL-RECORD
               MOVE "N" TO RUN-CONTROL-OPEN-SWITCH
           END-IF.
