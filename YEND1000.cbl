      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Year-End Sales Ledger Close
      *
      *            Closes the year's sales ledger once ROLL1000 has
      *            rolled the sales history buckets.  Proves that
      *            the closing year's opening balances (YRSTART)
      *            plus every amount POST1000 appended to the
      *            ledger (SALESLDG) during the year equal the
      *            closed-year total now carried in last-YTD on
      *            CUSTMAST.  When that proof balances the close:
      *
      *              - writes a new generation of the ledger
      *                history (LDGHNEW, catalogued by the year-end
      *                job as the next generation of LDGHIST): the
      *                prior history, then every ledger record
      *                stamped with the close date;
      *              - writes a new year-start record for every
      *                customer, in customer number order, carrying
      *                the customer's this-YTD after the rollover
      *                as the new year's opening balance (YRSTNEW,
      *                catalogued by the year-end job as the next
      *                generation of YRSTART);
      *              - proves the new opening total against the
      *                master's this-YTD total, so the first
      *                AUDT1000 proof of the new year balances
      *                without manual keying;
      *              - empties SALESLDG, as the last step, only
      *                when the new opening balances have proved.
      *
      *            An abend or an out-of-balance opening leaves the
      *            ledger whole and the run open on the run-control
      *            file.  The approved rerun rebuilds LDGHNEW from
      *            LDGHIST again, and any history already stamped
      *            with this close date (a generation catalogued by
      *            the failed run) is dropped and replaced, so the
      *            closed year is never in the history twice.
      *
      *            The proof is at total level; AUDT1000 remains
      *            the customer-level proof and should be clean
      *            before the year-end job.  Ledger and year-start
      *            amounts under a number MERG1000 has retired
      *            count toward the proof, because the merge or
      *            renumber carried them to the survivor's buckets.
      *            Amounts for a customer ARCH1000 has purged left
      *            the master with the customer; they are listed
      *            and held out of the proof but still move to the
      *            ledger history.  Nothing is written when the
      *            proof fails.
      *
      *            The close is stamped on the run-control file
      *            (RUNCTL) keyed by program name and the rollover
      *            date, and is refused unless ROLL1000 has a
      *            completed stamp for that date.  A close already
      *            marked complete is refused; a rerun needs a
      *            RUNC1000 RESET first, the same discipline
      *            ROLL1000 applies to itself.
      *
      *            PARM: columns 1-8 = the ROLL1000 run date
      *            (CCYYMMDD) this close goes with.  Default is
      *            the current date.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEND1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL SALES-LEDGER-FILE ASSIGN TO SALESLDG.
           SELECT OPTIONAL PRIOR-YEAR-START-FILE ASSIGN TO YRSTART.
           SELECT NEW-YEAR-START-FILE ASSIGN TO YRSTNEW.
           SELECT OPTIONAL LEDGER-HISTORY-FILE ASSIGN TO LDGHIST.
           SELECT NEW-LEDGER-HISTORY-FILE ASSIGN TO LDGHNEW.
           SELECT OPTIONAL ALIAS-XREF-FILE ASSIGN TO CUSTALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-OLD-CUSTOMER-NUMBER.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-CONTROL-KEY.
           SELECT CLOSE-REPORT ASSIGN TO YEND1000.

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
           05  FILLER                  PIC X(80).

       FD  SALES-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SALES-LEDGER-RECORD.
           05  PL-POSTING-DATE         PIC X(8).
           05  PL-TRANS-DATE           PIC X(8).
           05  PL-BRANCH-NUMBER        PIC X(2).
           05  PL-SALESREP-NUMBER      PIC X(2).
           05  PL-CUSTOMER-NUMBER      PIC 9(5).
           05  PL-TRANS-AMOUNT         PIC S9(5)V9(2).
           05  FILLER                  PIC X(48).

       FD  PRIOR-YEAR-START-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 20 CHARACTERS.
       01  PRIOR-YEAR-START-RECORD.
           05  YS-CUSTOMER-NUMBER      PIC 9(5).
           05  YS-YTD-BALANCE          PIC S9(5)V9(2).
           05  FILLER                  PIC X(8).

       FD  NEW-YEAR-START-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 20 CHARACTERS.
       01  NEW-YEAR-START-RECORD.
           05  NS-CUSTOMER-NUMBER      PIC 9(5).
           05  NS-YTD-BALANCE          PIC S9(5)V9(2).
           05  FILLER                  PIC X(8).

       FD  LEDGER-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 90 CHARACTERS.
       01  LEDGER-HISTORY-RECORD.
           05  LH-CLOSE-DATE           PIC X(8).
           05  LH-LEDGER-IMAGE         PIC X(80).
           05  FILLER                  PIC X(2).

       FD  NEW-LEDGER-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 90 CHARACTERS.
       01  NEW-LEDGER-HISTORY-RECORD.
           05  NH-CLOSE-DATE           PIC X(8).
           05  NH-LEDGER-IMAGE         PIC X(80).
           05  FILLER                  PIC X(2).

       FD  ALIAS-XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  ALIAS-XREF-RECORD.
           05  AL-OLD-CUSTOMER-NUMBER  PIC 9(5).
           05  AL-NEW-CUSTOMER-NUMBER  PIC 9(5).
           05  AL-MERGE-DATE           PIC 9(8).
           05  AL-ACTION-CODE          PIC X(1).
           05  FILLER                  PIC X(11).

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

       FD  CLOSE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  LEDGER-EOF-SWITCH       PIC X         VALUE "N".
           05  HISTORY-EOF-SWITCH      PIC X         VALUE "N".
           05  YEAR-START-EOF-SWITCH   PIC X         VALUE "N".
           05  DETAIL-ON-FILE-SWITCH   PIC X         VALUE "N".
           05  CLOSE-BALANCED-SWITCH   PIC X         VALUE "Y".
           05  NEW-YEAR-BALANCED-SWITCH
                                        PIC X         VALUE "Y".
           05  RERUN-APPROVED-SWITCH   PIC X         VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  RUN-PARAMETERS.
           05  RP-PARM-STRING          PIC X(20)     VALUE SPACES.
           05  RP-ROLLOVER-DATE        PIC X(8)      VALUE SPACES.

       01  DETAIL-CHECK-FIELDS.
           05  DETAIL-CUSTOMER-NUMBER  PIC 9(5)      VALUE ZERO.

       01  CLOSE-TOTAL-FIELDS.
           05  PRIOR-OPENING-TOTAL     PIC S9(7)V99  VALUE ZERO.
           05  PRIOR-OPENING-PURGED    PIC S9(7)V99  VALUE ZERO.
           05  LEDGER-YEAR-TOTAL       PIC S9(7)V99  VALUE ZERO.
           05  LEDGER-YEAR-PURGED      PIC S9(7)V99  VALUE ZERO.
           05  COMPUTED-CLOSING-TOTAL  PIC S9(7)V99  VALUE ZERO.
           05  MASTER-CLOSING-TOTAL    PIC S9(7)V99  VALUE ZERO.
           05  MASTER-OPENING-TOTAL    PIC S9(7)V99  VALUE ZERO.
           05  CLOSE-DIFFERENCE        PIC S9(7)V99  VALUE ZERO.
           05  NEW-OPENING-TOTAL       PIC S9(7)V99  VALUE ZERO.
           05  HISTORY-WRITTEN-TOTAL   PIC S9(7)V99  VALUE ZERO.
           05  HISTORY-DROPPED-TOTAL   PIC S9(7)V99  VALUE ZERO.

       01  CLOSE-COUNT-FIELDS.
           05  MASTERS-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  MASTERS-BAD-COUNT       PIC 9(7)      VALUE ZERO.
           05  YEAR-START-READ-COUNT   PIC 9(7)      VALUE ZERO.
           05  YEAR-START-PURGED-COUNT PIC 9(7)      VALUE ZERO.
           05  YEAR-START-BAD-COUNT    PIC 9(7)      VALUE ZERO.
           05  LEDGER-READ-COUNT       PIC 9(7)      VALUE ZERO.
           05  LEDGER-PURGED-COUNT     PIC 9(7)      VALUE ZERO.
           05  LEDGER-BAD-COUNT        PIC 9(7)      VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.
           05  HISTORY-CARRIED-COUNT   PIC 9(7)      VALUE ZERO.
           05  HISTORY-DROPPED-COUNT   PIC 9(7)      VALUE ZERO.
           05  NEW-YEAR-START-COUNT    PIC 9(7)      VALUE ZERO.

       01  RUN-CONTROL-WORK.
           05  RUN-CONTROL-OPEN-SWITCH PIC X         VALUE "N".
           05  RUN-STAMP-DATE.
               10  RSD-YEAR            PIC 9(4).
               10  RSD-MONTH           PIC 9(2).
               10  RSD-DAY             PIC 9(2).
           05  RUN-STAMP-TIME.
               10  RST-HOURS           PIC 9(2).
               10  RST-MINUTES         PIC 9(2).

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
                               "YEAR-END SALES LEDGER CLOSE".
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
           05  FILLER                  PIC X(8)      VALUE "YEND1000".

       01  ROLLOVER-DATE-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(19)     VALUE
               "ROLLOVER RUN DATE: ".
           05  RDL-ROLLOVER-DATE       PIC X(8).
           05  FILLER                  PIC X(101)    VALUE SPACES.

       01  EXCEPTION-HEADING.
           05  FILLER                  PIC X(43)     VALUE
               "DETAIL HELD OUT OF THE PROOF OR NOT NUMERIC".
           05  FILLER                  PIC X(87)     VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-SOURCE-TAG          PIC X(10).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-TRANS-DATE          PIC X(8).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-AMOUNT              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  EDL-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(56)     VALUE SPACES.

       01  CLOSE-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  CTL-LABEL               PIC X(32).
           05  CTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  CTL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(73)     VALUE SPACES.

       01  IN-BALANCE-LINE.
           05  FILLER                  PIC X(50)     VALUE
               "LEDGER CLOSE IS IN BALANCE - NEW YEAR OPENED.".
           05  FILLER                  PIC X(80)     VALUE SPACES.

       01  OUT-OF-BALANCE-LINE.
           05  FILLER                  PIC X(22)     VALUE
               "*** OUT OF BALANCE ***".
           05  FILLER                  PIC X(108)    VALUE SPACES.

       01  NOT-CLOSED-LINE.
           05  FILLER                  PIC X(52)     VALUE
               "LEDGER NOT CLOSED - NO HISTORY OR YEAR-START WRITTEN".
           05  FILLER                  PIC X(78)     VALUE SPACES.

       LINKAGE SECTION.
       01  YEND1000-PARM.
           05  YEND1000-PARM-LENGTH    PIC S9(4) COMP.
           05  YEND1000-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING YEND1000-PARM.
       000-CLOSE-SALES-LEDGER.
           OPEN INPUT  INPUT-CUSTMAST
                INPUT  SALES-LEDGER-FILE
                INPUT  PRIOR-YEAR-START-FILE
                INPUT  ALIAS-XREF-FILE
                I-O    RUN-CONTROL-FILE
                OUTPUT CLOSE-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 105-ACCEPT-RUN-PARAMETERS.
           PERFORM 110-CHECK-ROLLOVER-COMPLETE.
           PERFORM 900-CHECK-RUN-CONTROL.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE RP-ROLLOVER-DATE TO RDL-ROLLOVER-DATE.
           MOVE ROLLOVER-DATE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 200-TOTAL-MASTER-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           PERFORM 210-TOTAL-PRIOR-YEAR-START
               UNTIL YEAR-START-EOF-SWITCH = "Y".
           PERFORM 220-TOTAL-LEDGER-RECORD
               UNTIL LEDGER-EOF-SWITCH = "Y".
           PERFORM 300-PRINT-CLOSE-PROOF.
           IF CLOSE-BALANCED-SWITCH = "Y"
               IF RERUN-APPROVED-SWITCH = "Y"
                   PERFORM 920-REOPEN-RUN-CONTROL
               ELSE
                   PERFORM 910-STAMP-RUN-OPEN
               END-IF
               PERFORM 400-MOVE-LEDGER-TO-HISTORY
               PERFORM 450-WRITE-NEW-YEAR-START
               PERFORM 500-PRINT-NEW-YEAR-PROOF
               CLOSE LEDGER-HISTORY-FILE
                     NEW-LEDGER-HISTORY-FILE
                     NEW-YEAR-START-FILE
               IF NEW-YEAR-BALANCED-SWITCH = "Y"
                   PERFORM 600-EMPTY-SALES-LEDGER
                   PERFORM 940-CLOSE-RUN-CONTROL
               END-IF
           ELSE
               MOVE NOT-CLOSED-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               DISPLAY "YEND1000 - LEDGER CLOSE OUT OF BALANCE - "
                   "NOTHING WRITTEN - CHECK CLOSE REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE INPUT-CUSTMAST
                 SALES-LEDGER-FILE
                 PRIOR-YEAR-START-FILE
                 ALIAS-XREF-FILE
                 RUN-CONTROL-FILE
                 CLOSE-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       105-ACCEPT-RUN-PARAMETERS.
           MOVE SPACES TO RP-PARM-STRING.
           IF YEND1000-PARM-LENGTH > ZERO
               MOVE YEND1000-PARM-TEXT(1:YEND1000-PARM-LENGTH)
                   TO RP-PARM-STRING
           END-IF.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE RUN-STAMP-DATE TO RP-ROLLOVER-DATE.
           IF YEND1000-PARM-LENGTH >= 8
               IF RP-PARM-STRING(1:8) IS NUMERIC
                   MOVE RP-PARM-STRING(1:8) TO RP-ROLLOVER-DATE
               ELSE
                   DISPLAY "YEND1000 - ROLLOVER DATE IN PARM MUST BE"
                       " CCYYMMDD - CLOSE NOT RUN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    The close goes with the rollover: the closed year's
      *    total has to be sitting in last-YTD, and every ledger
      *    record has to belong to that year, before the ledger
      *    can be emptied.
       110-CHECK-ROLLOVER-COMPLETE.
           MOVE "ROLL1000"       TO RC-PROGRAM-NAME.
           MOVE RP-ROLLOVER-DATE TO RC-BATCH-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "YEND1000 - NO ROLL1000 RUN FOR "
                       RP-ROLLOVER-DATE " - LEDGER NOT CLOSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF RC-RUN-STATUS NOT = "C"
                       DISPLAY "YEND1000 - ROLL1000 RUN FOR "
                           RP-ROLLOVER-DATE " IS NOT COMPLETE"
                           " - LEDGER NOT CLOSED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       120-POSITION-CUSTMAST.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START INPUT-CUSTMAST
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.

       200-TOTAL-MASTER-RECORD.
           READ INPUT-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MASTERS-READ-COUNT
                   IF CM-SALES-THIS-YTD NUMERIC
                           AND CM-SALES-LAST-YTD NUMERIC
                       ADD CM-SALES-LAST-YTD TO MASTER-CLOSING-TOTAL
                       ADD CM-SALES-THIS-YTD TO MASTER-OPENING-TOTAL
                   ELSE
                       ADD 1 TO MASTERS-BAD-COUNT
                       MOVE CM-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER
                       MOVE "MASTER"           TO EDL-SOURCE-TAG
                       MOVE SPACES             TO EDL-TRANS-DATE
                       MOVE ZERO               TO EDL-AMOUNT
                       MOVE "MASTER SALES AMT NOT NUMERIC"
                           TO EDL-REASON-TEXT
                       PERFORM 250-PRINT-EXCEPTION-LINE
                   END-IF
           END-READ.

       210-TOTAL-PRIOR-YEAR-START.
           READ PRIOR-YEAR-START-FILE
               AT END
                   MOVE "Y" TO YEAR-START-EOF-SWITCH
               NOT AT END
                   ADD 1 TO YEAR-START-READ-COUNT
                   PERFORM 212-PROVE-YEAR-START-AMOUNT
           END-READ.

       212-PROVE-YEAR-START-AMOUNT.
           MOVE YS-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.
           MOVE "YEAR-START"       TO EDL-SOURCE-TAG.
           MOVE SPACES             TO EDL-TRANS-DATE.
           IF YS-YTD-BALANCE NOT NUMERIC
               ADD 1 TO YEAR-START-BAD-COUNT
               MOVE ZERO TO EDL-AMOUNT
               MOVE "YEAR-START AMT NOT NUMERIC" TO EDL-REASON-TEXT
               PERFORM 250-PRINT-EXCEPTION-LINE
           ELSE
               MOVE YS-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
               PERFORM 240-CHECK-DETAIL-CUSTOMER
               IF DETAIL-ON-FILE-SWITCH = "Y"
                   ADD YS-YTD-BALANCE TO PRIOR-OPENING-TOTAL
               ELSE
                   ADD 1 TO YEAR-START-PURGED-COUNT
                   ADD YS-YTD-BALANCE TO PRIOR-OPENING-PURGED
                   MOVE YS-YTD-BALANCE TO EDL-AMOUNT
                   MOVE "CUSTOMER NOT ON MASTER" TO EDL-REASON-TEXT
                   PERFORM 250-PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

       220-TOTAL-LEDGER-RECORD.
           READ SALES-LEDGER-FILE
               AT END
                   MOVE "Y" TO LEDGER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LEDGER-READ-COUNT
                   PERFORM 222-PROVE-LEDGER-AMOUNT
           END-READ.

       222-PROVE-LEDGER-AMOUNT.
           MOVE PL-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.
           MOVE "LEDGER"           TO EDL-SOURCE-TAG.
           MOVE PL-TRANS-DATE      TO EDL-TRANS-DATE.
           IF PL-TRANS-AMOUNT NOT NUMERIC
               ADD 1 TO LEDGER-BAD-COUNT
               MOVE ZERO TO EDL-AMOUNT
               MOVE "LEDGER AMT NOT NUMERIC" TO EDL-REASON-TEXT
               PERFORM 250-PRINT-EXCEPTION-LINE
           ELSE
               MOVE PL-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
               PERFORM 240-CHECK-DETAIL-CUSTOMER
               IF DETAIL-ON-FILE-SWITCH = "Y"
                   ADD PL-TRANS-AMOUNT TO LEDGER-YEAR-TOTAL
               ELSE
                   ADD 1 TO LEDGER-PURGED-COUNT
                   ADD PL-TRANS-AMOUNT TO LEDGER-YEAR-PURGED
                   MOVE PL-TRANS-AMOUNT TO EDL-AMOUNT
                   MOVE "CUSTOMER NOT ON MASTER" TO EDL-REASON-TEXT
                   PERFORM 250-PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

      *    Detail belongs in the proof when its customer is still
      *    on the master, or when the number was retired by a
      *    merge or renumber and the amount went to the survivor.
       240-CHECK-DETAIL-CUSTOMER.
           MOVE DETAIL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ INPUT-CUSTMAST
               INVALID KEY
                   MOVE DETAIL-CUSTOMER-NUMBER
                       TO AL-OLD-CUSTOMER-NUMBER
                   READ ALIAS-XREF-FILE
                       INVALID KEY
                           MOVE "N" TO DETAIL-ON-FILE-SWITCH
                       NOT INVALID KEY
                           MOVE "Y" TO DETAIL-ON-FILE-SWITCH
                   END-READ
               NOT INVALID KEY
                   MOVE "Y" TO DETAIL-ON-FILE-SWITCH
           END-READ.

       250-PRINT-EXCEPTION-LINE.
           IF MASTERS-BAD-COUNT + YEAR-START-BAD-COUNT
                   + YEAR-START-PURGED-COUNT + LEDGER-BAD-COUNT
                   + LEDGER-PURGED-COUNT = 1
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE EXCEPTION-HEADING TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

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

      *    Prior opening balances plus the year's postings must
      *    equal what the rollover moved into last-YTD.  A bad
      *    amount anywhere means the proof cannot be trusted, so
      *    it fails the close the same as a difference does.
       300-PRINT-CLOSE-PROOF.
           IF LINE-COUNT >= LINES-ON-PAGE - 12
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           ADD PRIOR-OPENING-TOTAL LEDGER-YEAR-TOTAL
               GIVING COMPUTED-CLOSING-TOTAL.
           SUBTRACT COMPUTED-CLOSING-TOTAL FROM MASTER-CLOSING-TOTAL
               GIVING CLOSE-DIFFERENCE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "PRIOR OPENING BALANCES"   TO CTL-LABEL.
           MOVE YEAR-START-READ-COUNT      TO CTL-COUNT.
           MOVE PRIOR-OPENING-TOTAL        TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "CLOSED-YEAR LEDGER POSTINGS" TO CTL-LABEL.
           MOVE LEDGER-READ-COUNT          TO CTL-COUNT.
           MOVE LEDGER-YEAR-TOTAL          TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "COMPUTED CLOSING TOTAL"   TO CTL-LABEL.
           MOVE ZERO                       TO CTL-COUNT.
           MOVE COMPUTED-CLOSING-TOTAL     TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "MASTER CLOSING (LAST-YTD)" TO CTL-LABEL.
           MOVE MASTERS-READ-COUNT         TO CTL-COUNT.
           MOVE MASTER-CLOSING-TOTAL       TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "DIFFERENCE"               TO CTL-LABEL.
           MOVE ZERO                       TO CTL-COUNT.
           MOVE CLOSE-DIFFERENCE           TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "YEAR-START HELD OUT (PURGED)" TO CTL-LABEL.
           MOVE YEAR-START-PURGED-COUNT    TO CTL-COUNT.
           MOVE PRIOR-OPENING-PURGED       TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER HELD OUT (PURGED)" TO CTL-LABEL.
           MOVE LEDGER-PURGED-COUNT        TO CTL-COUNT.
           MOVE LEDGER-YEAR-PURGED         TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE ZERO TO CTL-AMOUNT.
           MOVE "MASTERS NOT NUMERIC"      TO CTL-LABEL.
           MOVE MASTERS-BAD-COUNT          TO CTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "YEAR-START NOT NUMERIC"   TO CTL-LABEL.
           MOVE YEAR-START-BAD-COUNT       TO CTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER NOT NUMERIC"       TO CTL-LABEL.
           MOVE LEDGER-BAD-COUNT           TO CTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 12 TO LINE-COUNT.
           IF CLOSE-DIFFERENCE NOT = ZERO
                   OR MASTERS-BAD-COUNT > ZERO
                   OR YEAR-START-BAD-COUNT > ZERO
                   OR LEDGER-BAD-COUNT > ZERO
               MOVE "N" TO CLOSE-BALANCED-SWITCH
               MOVE OUT-OF-BALANCE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.

       310-WRITE-TOTAL-LINE.
           MOVE CLOSE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      *    The history is rewritten as a new generation rather than
      *    added to, so a rerun after an abend or a failed opening
      *    proof cannot put the closed year in it twice: the prior
      *    history is carried over less anything already stamped
      *    with this close date, then every ledger record follows,
      *    held-out ones included.  The ledger itself is left as it
      *    is until 600 empties it at the end of a balanced close.
       400-MOVE-LEDGER-TO-HISTORY.
           OPEN INPUT  LEDGER-HISTORY-FILE
                OUTPUT NEW-LEDGER-HISTORY-FILE.
           PERFORM 405-CARRY-PRIOR-HISTORY
               UNTIL HISTORY-EOF-SWITCH = "Y".
           CLOSE SALES-LEDGER-FILE.
           OPEN INPUT SALES-LEDGER-FILE.
           MOVE "N" TO LEDGER-EOF-SWITCH.
           PERFORM 410-COPY-LEDGER-RECORD
               UNTIL LEDGER-EOF-SWITCH = "Y".

       405-CARRY-PRIOR-HISTORY.
           READ LEDGER-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF LH-CLOSE-DATE = RP-ROLLOVER-DATE
                       ADD 1 TO HISTORY-DROPPED-COUNT
                       MOVE LH-LEDGER-IMAGE TO SALES-LEDGER-RECORD
                       IF PL-TRANS-AMOUNT NUMERIC
                           ADD PL-TRANS-AMOUNT
                               TO HISTORY-DROPPED-TOTAL
                       END-IF
                   ELSE
                       MOVE LEDGER-HISTORY-RECORD
                           TO NEW-LEDGER-HISTORY-RECORD
                       WRITE NEW-LEDGER-HISTORY-RECORD
                       ADD 1 TO HISTORY-CARRIED-COUNT
                   END-IF
           END-READ.

       410-COPY-LEDGER-RECORD.
           READ SALES-LEDGER-FILE
               AT END
                   MOVE "Y" TO LEDGER-EOF-SWITCH
               NOT AT END
                   MOVE SPACES              TO NEW-LEDGER-HISTORY-RECORD
                   MOVE RP-ROLLOVER-DATE    TO NH-CLOSE-DATE
                   MOVE SALES-LEDGER-RECORD TO NH-LEDGER-IMAGE
                   WRITE NEW-LEDGER-HISTORY-RECORD
                   ADD 1 TO HISTORY-WRITTEN-COUNT
                   IF PL-TRANS-AMOUNT NUMERIC
                       ADD PL-TRANS-AMOUNT TO HISTORY-WRITTEN-TOTAL
                   END-IF
           END-READ.

       450-WRITE-NEW-YEAR-START.
           OPEN OUTPUT NEW-YEAR-START-FILE.
           MOVE "N" TO CUSTMAST-EOF-SWITCH.
           PERFORM 120-POSITION-CUSTMAST.
           PERFORM 460-WRITE-ONE-YEAR-START
               UNTIL CUSTMAST-EOF-SWITCH = "Y".

       460-WRITE-ONE-YEAR-START.
           READ INPUT-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   MOVE SPACES             TO NEW-YEAR-START-RECORD
                   MOVE CM-CUSTOMER-NUMBER TO NS-CUSTOMER-NUMBER
                   MOVE CM-SALES-THIS-YTD  TO NS-YTD-BALANCE
                   WRITE NEW-YEAR-START-RECORD
                   ADD 1 TO NEW-YEAR-START-COUNT
                   ADD CM-SALES-THIS-YTD TO NEW-OPENING-TOTAL
           END-READ.

      *    The new year opens with the master's this-YTD as it
      *    stands after the rollover and an empty ledger, which is
      *    exactly what AUDT1000 will prove against.
       500-PRINT-NEW-YEAR-PROOF.
           IF LINE-COUNT >= LINES-ON-PAGE - 10
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE "PRIOR HISTORY CARRIED"    TO CTL-LABEL.
           MOVE HISTORY-CARRIED-COUNT      TO CTL-COUNT.
           MOVE ZERO                       TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "EARLIER COPY OF CLOSE DROPPED" TO CTL-LABEL.
           MOVE HISTORY-DROPPED-COUNT      TO CTL-COUNT.
           MOVE HISTORY-DROPPED-TOTAL      TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER MOVED TO HISTORY"  TO CTL-LABEL.
           MOVE HISTORY-WRITTEN-COUNT      TO CTL-COUNT.
           MOVE HISTORY-WRITTEN-TOTAL      TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "NEW OPENING BALANCES"     TO CTL-LABEL.
           MOVE NEW-YEAR-START-COUNT       TO CTL-COUNT.
           MOVE NEW-OPENING-TOTAL          TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "MASTER OPENING (THIS-YTD)" TO CTL-LABEL.
           MOVE MASTERS-READ-COUNT         TO CTL-COUNT.
           MOVE MASTER-OPENING-TOTAL       TO CTL-AMOUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF HISTORY-WRITTEN-COUNT NOT = LEDGER-READ-COUNT
                   OR NEW-YEAR-START-COUNT NOT = MASTERS-READ-COUNT
                   OR NEW-OPENING-TOTAL NOT = MASTER-OPENING-TOTAL
               MOVE "N" TO NEW-YEAR-BALANCED-SWITCH
           END-IF.
           IF NEW-YEAR-BALANCED-SWITCH = "Y"
               MOVE IN-BALANCE-LINE TO PRINT-AREA
           ELSE
               MOVE OUT-OF-BALANCE-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           IF NEW-YEAR-BALANCED-SWITCH = "N"
               DISPLAY "YEND1000 - NEW YEAR OPENING OUT OF BALANCE - "
                   "CHECK CLOSE REPORT"
               DISPLAY "YEND1000 - SALESLDG NOT EMPTIED - RUN LEFT "
                   "OPEN ON RUNCTL"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    The ledger is emptied only once history and the new
      *    year-start file are written and closed and the opening
      *    has proved, so POST1000 starts the new year's detail
      *    from nothing without the closed year ever being at risk.
       600-EMPTY-SALES-LEDGER.
           CLOSE SALES-LEDGER-FILE.
           OPEN OUTPUT SALES-LEDGER-FILE.

      *    The run-control record is read before any work is done
      *    so a close already made for this rollover is refused
      *    outright; the stamp itself is only written once the
      *    proof has balanced and the ledger is about to move.
       900-CHECK-RUN-CONTROL.
           MOVE "YEND1000"       TO RC-PROGRAM-NAME.
           MOVE RP-ROLLOVER-DATE TO RC-BATCH-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO RERUN-APPROVED-SWITCH
               NOT INVALID KEY
                   IF RC-RUN-STATUS = "R"
                       MOVE "Y" TO RERUN-APPROVED-SWITCH
                   ELSE
                       IF RC-RUN-STATUS = "O"
                           DISPLAY "YEND1000 - A CLOSE FOR "
                               RC-BATCH-ID " IS STILL OPEN -"
                               " SUPERVISOR RERUN APPROVAL NEEDED"
                               " (RUNC1000)"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           DISPLAY "YEND1000 - LEDGER FOR "
                               RC-BATCH-ID " ALREADY CLOSED -"
                               " SUPERVISOR RERUN APPROVAL NEEDED"
                               " (RUNC1000)"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       910-STAMP-RUN-OPEN.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE CD-HOURS   TO RST-HOURS.
           MOVE CD-MINUTES TO RST-MINUTES.
           MOVE SPACES           TO RUN-CONTROL-RECORD.
           MOVE "YEND1000"       TO RC-PROGRAM-NAME.
           MOVE RP-ROLLOVER-DATE TO RC-BATCH-ID.
           MOVE "O"              TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE   TO RC-START-DATE.
           MOVE RUN-STAMP-TIME   TO RC-START-TIME.
           MOVE ZERO             TO RC-END-DATE.
           MOVE ZERO             TO RC-END-TIME.
           WRITE RUN-CONTROL-RECORD.
           MOVE "Y" TO RUN-CONTROL-OPEN-SWITCH.

       920-REOPEN-RUN-CONTROL.
           MOVE CD-YEAR    TO RSD-YEAR.
           MOVE CD-MONTH   TO RSD-MONTH.
           MOVE CD-DAY     TO RSD-DAY.
           MOVE CD-HOURS   TO RST-HOURS.
           MOVE CD-MINUTES TO RST-MINUTES.
           MOVE "YEND1000"       TO RC-PROGRAM-NAME.
           MOVE RP-ROLLOVER-DATE TO RC-BATCH-ID.
           MOVE "O"              TO RC-RUN-STATUS.
           MOVE RUN-STAMP-DATE   TO RC-START-DATE.
           MOVE RUN-STAMP-TIME   TO RC-START-TIME.
           MOVE ZERO             TO RC-END-DATE.
           MOVE ZERO             TO RC-END-TIME.
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
