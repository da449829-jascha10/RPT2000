      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Single-Customer History Trail
      *
      *            Answers "what happened to this account" for one
      *            or more customer numbers keyed on the request
      *            file (TRALREQ, one number per record).  For each
      *            customer the listing merges, in date and time
      *            order, every trace the customer has left:
      *
      *              CMJOURNL  master adds, changes and deletes by
      *                        every journaling program
      *              BACKJRNL  BACK1000 reversals of those changes
      *              SALESLDG  postings for the current year, and
      *                        BACK1000 ledger reversals (batch id
      *                        BACK1000), listed as REVERSAL
      *              LDGHIST   postings and reversals closed off
      *                        by YEND1000
      *              CUSTALIA  renumbers and merges by MERG1000
      *              CUSTARCH  purges to the archive by ARCH1000
      *
      *            A number MERG1000 has retired is traced under
      *            its survivor: a request for a retired number is
      *            turned into the surviving number, and every
      *            number that was merged or renumbered into the
      *            survivor is followed back through CUSTALIA so
      *            the trail includes the history kept under the
      *            old numbers.
      *
      *            The journals hold the master as it stood before
      *            each change (after the change for an add).  The
      *            "after" side of a change is the next before
      *            image journaled for the same number, or the
      *            master as it stands now when no later change
      *            was journaled.  Ledger, alias and archive
      *            records carry a date only; they print after the
      *            day's journal entries with no time.
      *
      *            The run only reads; it takes no RUNCTL stamp.
      *
      * MODIFICATIONS:
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAL1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT TRAIL-REQUEST-FILE ASSIGN TO TRALREQ.
           SELECT OPTIONAL CM-JOURNAL-FILE ASSIGN TO CMJOURNL.
           SELECT OPTIONAL BACKOUT-JOURNAL-FILE ASSIGN TO BACKJRNL.
           SELECT OPTIONAL SALES-LEDGER-FILE ASSIGN TO SALESLDG.
           SELECT OPTIONAL LEDGER-HISTORY-FILE ASSIGN TO LDGHIST.
           SELECT OPTIONAL ALIAS-XREF-FILE ASSIGN TO CUSTALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-OLD-CUSTOMER-NUMBER.
           SELECT OPTIONAL CUSTOMER-ARCHIVE-FILE ASSIGN TO CUSTARCH.
           SELECT TRAIL-REPORT ASSIGN TO TRAL1000.

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

       FD  TRAIL-REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  TRAIL-REQUEST-RECORD.
           05  TQ-CUSTOMER-NUMBER      PIC X(5).
           05  FILLER                  PIC X(75).

       FD  CM-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.
       01  CM-JOURNAL-RECORD.
           05  JR-JOURNAL-DATE         PIC 9(8).
           05  JR-JOURNAL-TIME         PIC 9(4).
           05  JR-PROGRAM-NAME         PIC X(8).
           05  JR-ACTION-CODE          PIC X(1).
           05  JR-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(9).

       FD  BACKOUT-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 160 CHARACTERS.
       01  BACKOUT-JOURNAL-RECORD.
           05  BJ-JOURNAL-DATE         PIC 9(8).
           05  BJ-JOURNAL-TIME         PIC 9(4).
           05  BJ-PROGRAM-NAME         PIC X(8).
           05  BJ-ACTION-CODE          PIC X(1).
           05  BJ-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(9).

       FD  SALES-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SALES-LEDGER-RECORD         PIC X(80).

       FD  LEDGER-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 90 CHARACTERS.
       01  LEDGER-HISTORY-RECORD.
           05  LH-CLOSE-DATE           PIC X(8).
           05  LH-LEDGER-IMAGE         PIC X(80).
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

       FD  CUSTOMER-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 140 CHARACTERS.
       01  CUSTOMER-ARCHIVE-RECORD.
           05  AR-ARCHIVE-DATE         PIC 9(8).
           05  AR-RECORD-IMAGE         PIC X(130).
           05  FILLER                  PIC X(2).

       FD  TRAIL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  REQUEST-EOF-SWITCH      PIC X         VALUE "N".
           05  JOURNAL-EOF-SWITCH      PIC X         VALUE "N".
           05  BACKOUT-EOF-SWITCH      PIC X         VALUE "N".
           05  LEDGER-EOF-SWITCH       PIC X         VALUE "N".
           05  HISTORY-EOF-SWITCH      PIC X         VALUE "N".
           05  ALIAS-EOF-SWITCH        PIC X         VALUE "N".
           05  ARCHIVE-EOF-SWITCH      PIC X         VALUE "N".
           05  ALIAS-FOUND-SWITCH      PIC X         VALUE "N".
           05  FAMILY-FOUND-SWITCH     PIC X         VALUE "N".
           05  FAMILY-ADDED-SWITCH     PIC X         VALUE "N".
           05  INSERT-POINT-SWITCH     PIC X         VALUE "N".
           05  NEXT-ENTRY-SWITCH       PIC X         VALUE "N".
           05  NEXT-STATE-SWITCH       PIC X         VALUE "N".
           05  MASTER-FOUND-SWITCH     PIC X         VALUE "N".

       01  REQUEST-TABLE-FIELDS.
           05  REQUEST-LIMIT           PIC S9(3)     VALUE +50.
           05  REQUEST-COUNT           PIC S9(3)     VALUE ZERO.
           05  REQUEST-IDX             PIC S9(3)     VALUE ZERO.
           05  REQUEST-OVERFLOW-COUNT  PIC S9(5)     VALUE ZERO.
           05  ALIAS-HOP-COUNT         PIC S9(3)     VALUE ZERO.

       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 50 TIMES.
               10  RQ-KEYED-NUMBER     PIC 9(5).
               10  RQ-CUSTOMER-NUMBER  PIC 9(5).
               10  RQ-ENTRY-COUNT      PIC 9(5).

       01  ALIAS-TABLE-FIELDS.
           05  ALIAS-LIMIT             PIC S9(3)     VALUE +500.
           05  ALIAS-COUNT             PIC S9(3)     VALUE ZERO.
           05  ALIAS-IDX               PIC S9(3)     VALUE ZERO.
           05  ALIAS-MATCH-IDX         PIC S9(3)     VALUE ZERO.
           05  ALIAS-OVERFLOW-COUNT    PIC S9(5)     VALUE ZERO.
           05  ALIAS-LOOKUP-KEY        PIC 9(5)      VALUE ZERO.

       01  ALIAS-TABLE.
           05  ALIAS-ENTRY OCCURS 500 TIMES.
               10  AT-OLD-CUSTOMER     PIC 9(5).
               10  AT-NEW-CUSTOMER     PIC 9(5).
               10  AT-MERGE-DATE       PIC 9(8).
               10  AT-ACTION-CODE      PIC X(1).

       01  FAMILY-TABLE-FIELDS.
           05  FAMILY-LIMIT            PIC S9(3)     VALUE +200.
           05  FAMILY-COUNT            PIC S9(3)     VALUE ZERO.
           05  FAMILY-IDX              PIC S9(3)     VALUE ZERO.
           05  FAMILY-MATCH-IDX        PIC S9(3)     VALUE ZERO.
           05  FAMILY-OVERFLOW-COUNT   PIC S9(5)     VALUE ZERO.
           05  FAMILY-LOOKUP-KEY       PIC 9(5)      VALUE ZERO.
           05  FAMILY-REQUEST-WORK     PIC 9(3)      VALUE ZERO.

       01  FAMILY-TABLE.
           05  FAMILY-ENTRY OCCURS 200 TIMES.
               10  FM-CUSTOMER-NUMBER  PIC 9(5).
               10  FM-REQUEST-NUMBER   PIC 9(3).

      *    The trail table is kept in request, date and time order
      *    as it is built; an entry goes in after every entry with
      *    an equal key, so same-minute entries keep the order the
      *    files were read in.
       01  TRAIL-TABLE-FIELDS.
           05  TRAIL-LIMIT             PIC S9(5)     VALUE +1000.
           05  TRAIL-COUNT             PIC S9(5)     VALUE ZERO.
           05  TRAIL-IDX               PIC S9(5)     VALUE ZERO.
           05  TRAIL-NEXT-IDX          PIC S9(5)     VALUE ZERO.
           05  TRAIL-INSERT-IDX        PIC S9(5)     VALUE ZERO.
           05  TRAIL-OVERFLOW-COUNT    PIC S9(5)     VALUE ZERO.

       01  TRAIL-TABLE.
           05  TRAIL-ENTRY OCCURS 1000 TIMES.
               10  TT-SORT-KEY.
                   15  TT-REQUEST-NUMBER
                                       PIC 9(3).
                   15  TT-ENTRY-DATE   PIC 9(8).
                   15  TT-ENTRY-TIME   PIC 9(4).
               10  TT-SOURCE-NAME      PIC X(8).
               10  TT-PROGRAM-NAME     PIC X(8).
               10  TT-ACTION-CODE      PIC X(1).
               10  TT-CUSTOMER-NUMBER  PIC 9(5).
               10  TT-RECORD-IMAGE     PIC X(130).

       01  NEW-TRAIL-ENTRY.
           05  NT-SORT-KEY.
               10  NT-REQUEST-NUMBER   PIC 9(3).
               10  NT-ENTRY-DATE       PIC 9(8).
               10  NT-ENTRY-TIME       PIC 9(4).
           05  NT-SOURCE-NAME          PIC X(8).
           05  NT-PROGRAM-NAME         PIC X(8).
           05  NT-ACTION-CODE          PIC X(1).
           05  NT-CUSTOMER-NUMBER      PIC 9(5).
           05  NT-RECORD-IMAGE         PIC X(130).

       01  MASTER-IMAGE-WORK.
           05  MI-BRANCH-NUMBER        PIC X(2).
           05  MI-SALESREP-NUMBER      PIC X(2).
           05  MI-CUSTOMER-NUMBER      PIC 9(5).
           05  MI-CUSTOMER-NAME        PIC X(20).
           05  MI-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  MI-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  MI-SALES-TWO-YEARS-AGO  PIC S9(5)V9(2).
           05  FILLER                  PIC X(80).

       01  LEDGER-IMAGE-WORK.
           05  LI-POSTING-DATE         PIC 9(8).
           05  LI-TRANS-DATE           PIC X(8).
           05  LI-BRANCH-NUMBER        PIC X(2).
           05  LI-SALESREP-NUMBER      PIC X(2).
           05  LI-CUSTOMER-NUMBER      PIC 9(5).
           05  LI-TRANS-AMOUNT         PIC S9(5)V9(2).
           05  LI-BATCH-ID             PIC X(8).
           05  FILLER                  PIC X(40).

       01  ALIAS-IMAGE-WORK.
           05  AI-OLD-CUSTOMER         PIC 9(5).
           05  AI-NEW-CUSTOMER         PIC 9(5).
           05  AI-ACTION-CODE          PIC X(1).
           05  FILLER                  PIC X(119).

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  TRAIL-COUNT-FIELDS.
           05  REQUESTS-READ-COUNT     PIC 9(7)      VALUE ZERO.
           05  REQUESTS-REJECTED-COUNT PIC 9(7)      VALUE ZERO.
           05  REQUESTS-DUPLICATE-COUNT
                                        PIC 9(7)      VALUE ZERO.
           05  RETIRED-NUMBER-COUNT    PIC 9(7)      VALUE ZERO.
           05  JOURNAL-MATCH-COUNT     PIC 9(7)      VALUE ZERO.
           05  BACKOUT-MATCH-COUNT     PIC 9(7)      VALUE ZERO.
           05  LEDGER-MATCH-COUNT      PIC 9(7)      VALUE ZERO.
           05  HISTORY-MATCH-COUNT     PIC 9(7)      VALUE ZERO.
           05  ALIAS-MATCH-COUNT       PIC 9(7)      VALUE ZERO.
           05  ARCHIVE-MATCH-COUNT     PIC 9(7)      VALUE ZERO.
           05  ENTRIES-LISTED-COUNT    PIC 9(7)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  CD-HOURS                PIC 99.
           05  CD-MINUTES              PIC 99.
           05  FILLER                  PIC X(9).

       01  ENTRY-DATE-WORK.
           05  ED-YEAR                 PIC 9(4).
           05  ED-MONTH                PIC 9(2).
           05  ED-DAY                  PIC 9(2).

       01  ENTRY-TIME-WORK.
           05  ET-HOURS                PIC 9(2).
           05  ET-MINUTES              PIC 9(2).

       01  HEADING-LINE-1.
           05  FILLER           PIC X(7)      VALUE "DATE:  ".
           05  HL1-MONTH        PIC 9(2).
           05  FILLER           PIC X(1)      VALUE "/".
           05  HL1-DAY          PIC 9(2).
           05  FILLER           PIC X(1)      VALUE "/".
           05  HL1-YEAR         PIC 9(4).
           05  FILLER           PIC X(13)     VALUE SPACES.
           05  FILLER           PIC X(30)     VALUE
                               "CUSTOMER HISTORY TRAIL".
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
           05  FILLER                  PIC X(8)      VALUE "TRAL1000".

       01  CUSTOMER-HEADING-LINE.
           05  FILLER                  PIC X(10)     VALUE
               "CUSTOMER: ".
           05  CHL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  CHL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  CHL-KEYED-NOTE          PIC X(40).
           05  FILLER                  PIC X(51)     VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER      PIC X(11)  VALUE "DATE".
           05  FILLER      PIC X(6)   VALUE "TIME".
           05  FILLER      PIC X(9)   VALUE "SOURCE".
           05  FILLER      PIC X(9)   VALUE "PROGRAM".
           05  FILLER      PIC X(9)   VALUE "ACTION".
           05  FILLER      PIC X(6)   VALUE "CUST".
           05  FILLER      PIC X(7)   VALUE "IMAGE".
           05  FILLER      PIC X(21)  VALUE "CUSTOMER NAME / NOTE".
           05  FILLER      PIC X(6)   VALUE "BR/RP".
           05  FILLER      PIC X(11)  VALUE "  THIS YTD".
           05  FILLER      PIC X(11)  VALUE "  LAST YTD".
           05  FILLER      PIC X(10)  VALUE " 2 YRS AGO".
           05  FILLER      PIC X(14)  VALUE SPACES.

       01  HEADING-LINE-4.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(5)   VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(10)  VALUE ALL '-'.
           05  FILLER          PIC X(14)  VALUE SPACES.

       01  RETIRED-NUMBER-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(33)     VALUE
               "ALSO TRACED UNDER RETIRED NUMBER ".
           05  RNL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(90)     VALUE SPACES.

       01  TRAIL-DETAIL-LINE.
           05  TDL-ENTRY-DATE.
               10  TDL-MONTH           PIC 9(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  TDL-DAY             PIC 9(2).
               10  FILLER              PIC X(1)      VALUE "/".
               10  TDL-YEAR            PIC 9(4).
           05  TDL-ENTRY-DATE-X REDEFINES TDL-ENTRY-DATE
                                       PIC X(10).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-ENTRY-TIME.
               10  TDL-HOURS           PIC 9(2).
               10  FILLER              PIC X(1)      VALUE ":".
               10  TDL-MINUTES         PIC 9(2).
           05  TDL-ENTRY-TIME-X REDEFINES TDL-ENTRY-TIME
                                       PIC X(5).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-SOURCE-NAME         PIC X(8).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-PROGRAM-NAME        PIC X(8).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-ACTION-TEXT         PIC X(8).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-CUSTOMER-NUMBER     PIC X(5).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-IMAGE-TAG           PIC X(6).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-BRANCH-REP.
               10  TDL-BRANCH-NUMBER   PIC X(2).
               10  TDL-REP-SLASH       PIC X(1).
               10  TDL-SALESREP-NUMBER PIC X(2).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-SALES-THIS-YTD      PIC ZZ,ZZ9.99-.
           05  TDL-SALES-THIS-YTD-X REDEFINES TDL-SALES-THIS-YTD
                                       PIC X(10).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-SALES-LAST-YTD      PIC ZZ,ZZ9.99-.
           05  TDL-SALES-LAST-YTD-X REDEFINES TDL-SALES-LAST-YTD
                                       PIC X(10).
           05  FILLER                  PIC X(1)      VALUE SPACES.
           05  TDL-SALES-TWO-YEARS-AGO PIC ZZ,ZZ9.99-.
           05  TDL-SALES-TWO-YEARS-AGO-X
                                       REDEFINES TDL-SALES-TWO-YEARS-AGO
                                       PIC X(10).
           05  FILLER                  PIC X(14)     VALUE SPACES.

       01  ALIAS-NOTE-WORK.
           05  AN-OLD-CUSTOMER         PIC 9(5).
           05  FILLER                  PIC X(4)      VALUE " TO ".
           05  AN-NEW-CUSTOMER         PIC 9(5).
           05  FILLER                  PIC X(6)      VALUE SPACES.

       01  LEDGER-NOTE-WORK.
           05  FILLER                  PIC X(11)     VALUE
               "TRANS DATE ".
           05  LN-TRANS-DATE           PIC X(8).
           05  FILLER                  PIC X(1)      VALUE SPACES.

       01  CUSTOMER-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(28)     VALUE
               "TRAIL ENTRIES LISTED".
           05  CTL-ENTRY-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(93)     VALUE SPACES.

       01  TRAIL-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  TTL-LABEL               PIC X(28).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(93)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-PRINT-HISTORY-TRAIL.
           OPEN INPUT  INPUT-CUSTMAST
                INPUT  TRAIL-REQUEST-FILE
                INPUT  ALIAS-XREF-FILE
                OUTPUT TRAIL-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-LOAD-ALIAS-TABLE.
           PERFORM 120-LOAD-REQUEST-TABLE.
           PERFORM 125-EXTEND-FAMILY-TABLE
               UNTIL FAMILY-ADDED-SWITCH = "N".
           IF FAMILY-OVERFLOW-COUNT > ZERO
               DISPLAY "TRAL1000 - WARNING: FAMILY TABLE FULL - "
                   FAMILY-OVERFLOW-COUNT
                   " RETIRED NUMBER(S) NOT TRACED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT CM-JOURNAL-FILE
                      BACKOUT-JOURNAL-FILE
                      SALES-LEDGER-FILE
                      LEDGER-HISTORY-FILE
                      CUSTOMER-ARCHIVE-FILE.
           PERFORM 130-COLLECT-JOURNAL-ENTRY
               UNTIL JOURNAL-EOF-SWITCH = "Y".
           PERFORM 132-COLLECT-BACKOUT-ENTRY
               UNTIL BACKOUT-EOF-SWITCH = "Y".
           PERFORM 134-COLLECT-LEDGER-ENTRY
               UNTIL LEDGER-EOF-SWITCH = "Y".
           PERFORM 136-COLLECT-HISTORY-ENTRY
               UNTIL HISTORY-EOF-SWITCH = "Y".
           PERFORM 138-COLLECT-ALIAS-ENTRY
               VARYING ALIAS-IDX FROM 1 BY 1
               UNTIL ALIAS-IDX > ALIAS-COUNT.
           PERFORM 140-COLLECT-ARCHIVE-ENTRY
               UNTIL ARCHIVE-EOF-SWITCH = "Y".
           IF TRAIL-OVERFLOW-COUNT > ZERO
               DISPLAY "TRAL1000 - WARNING: TRAIL TABLE FULL - "
                   TRAIL-OVERFLOW-COUNT
                   " ENTRY(IES) NOT LISTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 200-PRINT-CUSTOMER-TRAIL
               VARYING REQUEST-IDX FROM 1 BY 1
               UNTIL REQUEST-IDX > REQUEST-COUNT.
           PERFORM 300-PRINT-TRAIL-TOTALS.
           CLOSE INPUT-CUSTMAST
                 TRAIL-REQUEST-FILE
                 ALIAS-XREF-FILE
                 CM-JOURNAL-FILE
                 BACKOUT-JOURNAL-FILE
                 SALES-LEDGER-FILE
                 LEDGER-HISTORY-FILE
                 CUSTOMER-ARCHIVE-FILE
                 TRAIL-REPORT.
           STOP RUN.

       100-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

       110-LOAD-ALIAS-TABLE.
           PERFORM 112-READ-ALIAS-RECORD.
           PERFORM 114-STORE-ALIAS-ENTRY
               UNTIL ALIAS-EOF-SWITCH = "Y".
           IF ALIAS-OVERFLOW-COUNT > ZERO
               DISPLAY "TRAL1000 - WARNING: ALIAS TABLE FULL - "
                   ALIAS-OVERFLOW-COUNT
                   " ALIAS(ES) NOT FOLLOWED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       112-READ-ALIAS-RECORD.
           READ ALIAS-XREF-FILE
               AT END
                   MOVE "Y" TO ALIAS-EOF-SWITCH.

       114-STORE-ALIAS-ENTRY.
           IF ALIAS-COUNT < ALIAS-LIMIT
               ADD 1 TO ALIAS-COUNT
               MOVE AL-OLD-CUSTOMER-NUMBER
                   TO AT-OLD-CUSTOMER(ALIAS-COUNT)
               MOVE AL-NEW-CUSTOMER-NUMBER
                   TO AT-NEW-CUSTOMER(ALIAS-COUNT)
               MOVE AL-MERGE-DATE
                   TO AT-MERGE-DATE(ALIAS-COUNT)
               MOVE AL-ACTION-CODE
                   TO AT-ACTION-CODE(ALIAS-COUNT)
           ELSE
               ADD 1 TO ALIAS-OVERFLOW-COUNT
           END-IF.
           PERFORM 112-READ-ALIAS-RECORD.

      *    Each requested number is carried to its survivor before
      *    it is stored, so a retired number keyed by mistake still
      *    traces the whole account.  A number requested twice, or
      *    two numbers with the same survivor, print once.
       120-LOAD-REQUEST-TABLE.
           PERFORM 122-READ-REQUEST-RECORD.
           PERFORM 124-STORE-REQUEST-ENTRY
               UNTIL REQUEST-EOF-SWITCH = "Y".
           IF REQUEST-OVERFLOW-COUNT > ZERO
               DISPLAY "TRAL1000 - WARNING: REQUEST TABLE FULL - "
                   REQUEST-OVERFLOW-COUNT
                   " REQUEST(S) NOT TRACED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "Y" TO FAMILY-ADDED-SWITCH.

       122-READ-REQUEST-RECORD.
           READ TRAIL-REQUEST-FILE
               AT END
                   MOVE "Y" TO REQUEST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO REQUESTS-READ-COUNT
           END-READ.

       124-STORE-REQUEST-ENTRY.
           IF TQ-CUSTOMER-NUMBER NOT NUMERIC
               DISPLAY "TRAL1000 - REQUEST REJECTED - CUSTOMER "
                   "NUMBER NOT NUMERIC: " TQ-CUSTOMER-NUMBER
               ADD 1 TO REQUESTS-REJECTED-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE TQ-CUSTOMER-NUMBER TO ALIAS-LOOKUP-KEY
               MOVE ZERO TO ALIAS-HOP-COUNT
               MOVE "Y" TO ALIAS-FOUND-SWITCH
               PERFORM 126-FOLLOW-ALIAS-CHAIN
                   UNTIL ALIAS-FOUND-SWITCH = "N"
                      OR ALIAS-HOP-COUNT > ALIAS-COUNT
               MOVE ALIAS-LOOKUP-KEY TO FAMILY-LOOKUP-KEY
               PERFORM 160-FIND-FAMILY-MEMBER
               IF FAMILY-FOUND-SWITCH = "Y"
                   ADD 1 TO REQUESTS-DUPLICATE-COUNT
               ELSE
                   IF REQUEST-COUNT < REQUEST-LIMIT
                           AND FAMILY-COUNT < FAMILY-LIMIT
                       ADD 1 TO REQUEST-COUNT
                       MOVE TQ-CUSTOMER-NUMBER
                           TO RQ-KEYED-NUMBER(REQUEST-COUNT)
                       MOVE ALIAS-LOOKUP-KEY
                           TO RQ-CUSTOMER-NUMBER(REQUEST-COUNT)
                       MOVE ZERO TO RQ-ENTRY-COUNT(REQUEST-COUNT)
                       ADD 1 TO FAMILY-COUNT
                       MOVE ALIAS-LOOKUP-KEY
                           TO FM-CUSTOMER-NUMBER(FAMILY-COUNT)
                       MOVE REQUEST-COUNT
                           TO FM-REQUEST-NUMBER(FAMILY-COUNT)
                   ELSE
                       ADD 1 TO REQUEST-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 122-READ-REQUEST-RECORD.

       126-FOLLOW-ALIAS-CHAIN.
           ADD 1 TO ALIAS-HOP-COUNT.
           PERFORM 150-FIND-ALIAS-ENTRY.
           IF ALIAS-FOUND-SWITCH = "Y"
               MOVE AT-NEW-CUSTOMER(ALIAS-MATCH-IDX)
                   TO ALIAS-LOOKUP-KEY
           END-IF.

      *    One pass over the alias table adds every old number
      *    whose new number is already traced; passes repeat until
      *    one adds nothing, so a chain of renumbers is followed
      *    back however it was recorded.
       125-EXTEND-FAMILY-TABLE.
           MOVE "N" TO FAMILY-ADDED-SWITCH.
           PERFORM 127-CHECK-ONE-ALIAS
               VARYING ALIAS-IDX FROM 1 BY 1
               UNTIL ALIAS-IDX > ALIAS-COUNT.

       127-CHECK-ONE-ALIAS.
           MOVE AT-NEW-CUSTOMER(ALIAS-IDX) TO FAMILY-LOOKUP-KEY.
           PERFORM 160-FIND-FAMILY-MEMBER.
           IF FAMILY-FOUND-SWITCH = "Y"
               MOVE FM-REQUEST-NUMBER(FAMILY-MATCH-IDX)
                   TO FAMILY-REQUEST-WORK
               MOVE AT-OLD-CUSTOMER(ALIAS-IDX) TO FAMILY-LOOKUP-KEY
               PERFORM 160-FIND-FAMILY-MEMBER
               IF FAMILY-FOUND-SWITCH = "N"
                   IF FAMILY-COUNT < FAMILY-LIMIT
                       ADD 1 TO FAMILY-COUNT
                       MOVE AT-OLD-CUSTOMER(ALIAS-IDX)
                           TO FM-CUSTOMER-NUMBER(FAMILY-COUNT)
                       MOVE FAMILY-REQUEST-WORK
                           TO FM-REQUEST-NUMBER(FAMILY-COUNT)
                       ADD 1 TO RETIRED-NUMBER-COUNT
                       MOVE "Y" TO FAMILY-ADDED-SWITCH
                   ELSE
                       ADD 1 TO FAMILY-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.

       130-COLLECT-JOURNAL-ENTRY.
           READ CM-JOURNAL-FILE
               AT END
                   MOVE "Y" TO JOURNAL-EOF-SWITCH
               NOT AT END
                   MOVE JR-RECORD-IMAGE TO MASTER-IMAGE-WORK
                   MOVE MI-CUSTOMER-NUMBER TO FAMILY-LOOKUP-KEY
                   PERFORM 160-FIND-FAMILY-MEMBER
                   IF FAMILY-FOUND-SWITCH = "Y"
                       ADD 1 TO JOURNAL-MATCH-COUNT
                       MOVE "CMJOURNL"      TO NT-SOURCE-NAME
                       MOVE JR-PROGRAM-NAME TO NT-PROGRAM-NAME
                       MOVE JR-ACTION-CODE  TO NT-ACTION-CODE
                       MOVE JR-JOURNAL-DATE TO NT-ENTRY-DATE
                       MOVE JR-JOURNAL-TIME TO NT-ENTRY-TIME
                       MOVE JR-RECORD-IMAGE TO NT-RECORD-IMAGE
                       PERFORM 170-INSERT-TRAIL-ENTRY
                   END-IF
           END-READ.

       132-COLLECT-BACKOUT-ENTRY.
           READ BACKOUT-JOURNAL-FILE
               AT END
                   MOVE "Y" TO BACKOUT-EOF-SWITCH
               NOT AT END
                   MOVE BJ-RECORD-IMAGE TO MASTER-IMAGE-WORK
                   MOVE MI-CUSTOMER-NUMBER TO FAMILY-LOOKUP-KEY
                   PERFORM 160-FIND-FAMILY-MEMBER
                   IF FAMILY-FOUND-SWITCH = "Y"
                       ADD 1 TO BACKOUT-MATCH-COUNT
                       MOVE "BACKJRNL"      TO NT-SOURCE-NAME
                       MOVE BJ-PROGRAM-NAME TO NT-PROGRAM-NAME
                       MOVE BJ-ACTION-CODE  TO NT-ACTION-CODE
                       MOVE BJ-JOURNAL-DATE TO NT-ENTRY-DATE
                       MOVE BJ-JOURNAL-TIME TO NT-ENTRY-TIME
                       MOVE BJ-RECORD-IMAGE TO NT-RECORD-IMAGE
                       PERFORM 170-INSERT-TRAIL-ENTRY
                   END-IF
           END-READ.

       134-COLLECT-LEDGER-ENTRY.
           READ SALES-LEDGER-FILE
               AT END
                   MOVE "Y" TO LEDGER-EOF-SWITCH
               NOT AT END
                   MOVE SALES-LEDGER-RECORD TO LEDGER-IMAGE-WORK
                   MOVE LI-CUSTOMER-NUMBER TO FAMILY-LOOKUP-KEY
                   PERFORM 160-FIND-FAMILY-MEMBER
                   IF FAMILY-FOUND-SWITCH = "Y"
                       ADD 1 TO LEDGER-MATCH-COUNT
                       MOVE "SALESLDG" TO NT-SOURCE-NAME
                       PERFORM 135-FORMAT-LEDGER-ENTRY
                   END-IF
           END-READ.

      *    BACK1000 marks the ledger reversals it writes with its
      *    own name in the batch id; everything else is a posting.
       135-FORMAT-LEDGER-ENTRY.
           IF LI-BATCH-ID = "BACK1000"
               MOVE "BACK1000" TO NT-PROGRAM-NAME
               MOVE "V"        TO NT-ACTION-CODE
           ELSE
               MOVE "POST1000" TO NT-PROGRAM-NAME
               MOVE "P"        TO NT-ACTION-CODE
           END-IF.
           IF LI-POSTING-DATE NUMERIC
               MOVE LI-POSTING-DATE TO NT-ENTRY-DATE
           ELSE
               MOVE ZERO TO NT-ENTRY-DATE
           END-IF.
           MOVE 9999 TO NT-ENTRY-TIME.
           MOVE LEDGER-IMAGE-WORK TO NT-RECORD-IMAGE.
           PERFORM 170-INSERT-TRAIL-ENTRY.

       136-COLLECT-HISTORY-ENTRY.
           READ LEDGER-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
               NOT AT END
                   MOVE LH-LEDGER-IMAGE TO LEDGER-IMAGE-WORK
                   MOVE LI-CUSTOMER-NUMBER TO FAMILY-LOOKUP-KEY
                   PERFORM 160-FIND-FAMILY-MEMBER
                   IF FAMILY-FOUND-SWITCH = "Y"
                       ADD 1 TO HISTORY-MATCH-COUNT
                       MOVE "LDGHIST" TO NT-SOURCE-NAME
                       PERFORM 135-FORMAT-LEDGER-ENTRY
                   END-IF
           END-READ.

      *    A renumber or merge belongs on the trail it ended, so it
      *    is filed under the old number's request.
       138-COLLECT-ALIAS-ENTRY.
           MOVE AT-OLD-CUSTOMER(ALIAS-IDX) TO FAMILY-LOOKUP-KEY.
           PERFORM 160-FIND-FAMILY-MEMBER.
           IF FAMILY-FOUND-SWITCH = "Y"
               ADD 1 TO ALIAS-MATCH-COUNT
               MOVE "CUSTALIA"      TO NT-SOURCE-NAME
               MOVE "MERG1000"      TO NT-PROGRAM-NAME
               MOVE AT-ACTION-CODE(ALIAS-IDX) TO NT-ACTION-CODE
               IF AT-MERGE-DATE(ALIAS-IDX) NUMERIC
                   MOVE AT-MERGE-DATE(ALIAS-IDX) TO NT-ENTRY-DATE
               ELSE
                   MOVE ZERO TO NT-ENTRY-DATE
               END-IF
               MOVE 9999 TO NT-ENTRY-TIME
               MOVE SPACES TO ALIAS-IMAGE-WORK
               MOVE AT-OLD-CUSTOMER(ALIAS-IDX) TO AI-OLD-CUSTOMER
               MOVE AT-NEW-CUSTOMER(ALIAS-IDX) TO AI-NEW-CUSTOMER
               MOVE AT-ACTION-CODE(ALIAS-IDX)  TO AI-ACTION-CODE
               MOVE ALIAS-IMAGE-WORK TO NT-RECORD-IMAGE
               PERFORM 170-INSERT-TRAIL-ENTRY
           END-IF.

       140-COLLECT-ARCHIVE-ENTRY.
           READ CUSTOMER-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO ARCHIVE-EOF-SWITCH
               NOT AT END
                   MOVE AR-RECORD-IMAGE TO MASTER-IMAGE-WORK
                   MOVE MI-CUSTOMER-NUMBER TO FAMILY-LOOKUP-KEY
                   PERFORM 160-FIND-FAMILY-MEMBER
                   IF FAMILY-FOUND-SWITCH = "Y"
                       ADD 1 TO ARCHIVE-MATCH-COUNT
                       MOVE "CUSTARCH"      TO NT-SOURCE-NAME
                       MOVE "ARCH1000"      TO NT-PROGRAM-NAME
                       MOVE "X"             TO NT-ACTION-CODE
                       IF AR-ARCHIVE-DATE NUMERIC
                           MOVE AR-ARCHIVE-DATE TO NT-ENTRY-DATE
                       ELSE
                           MOVE ZERO TO NT-ENTRY-DATE
                       END-IF
                       MOVE 9999            TO NT-ENTRY-TIME
                       MOVE AR-RECORD-IMAGE TO NT-RECORD-IMAGE
                       PERFORM 170-INSERT-TRAIL-ENTRY
                   END-IF
           END-READ.

       150-FIND-ALIAS-ENTRY.
           MOVE "N" TO ALIAS-FOUND-SWITCH.
           PERFORM 151-SCAN-ONE-ALIAS
               VARYING ALIAS-IDX FROM 1 BY 1
               UNTIL ALIAS-IDX > ALIAS-COUNT
                  OR ALIAS-FOUND-SWITCH = "Y".

       151-SCAN-ONE-ALIAS.
           IF AT-OLD-CUSTOMER(ALIAS-IDX) = ALIAS-LOOKUP-KEY
               MOVE "Y" TO ALIAS-FOUND-SWITCH
               MOVE ALIAS-IDX TO ALIAS-MATCH-IDX
           END-IF.

       160-FIND-FAMILY-MEMBER.
           MOVE "N" TO FAMILY-FOUND-SWITCH.
           PERFORM 161-SCAN-ONE-FAMILY-MEMBER
               VARYING FAMILY-IDX FROM 1 BY 1
               UNTIL FAMILY-IDX > FAMILY-COUNT
                  OR FAMILY-FOUND-SWITCH = "Y".

       161-SCAN-ONE-FAMILY-MEMBER.
           IF FM-CUSTOMER-NUMBER(FAMILY-IDX) = FAMILY-LOOKUP-KEY
               MOVE "Y" TO FAMILY-FOUND-SWITCH
               MOVE FAMILY-IDX TO FAMILY-MATCH-IDX
           END-IF.

      *    Called with the entry built in NEW-TRAIL-ENTRY and the
      *    matching family member in FAMILY-MATCH-IDX.  Entries
      *    with a higher key are shifted down one place from the
      *    end of the table until the insertion point is reached.
       170-INSERT-TRAIL-ENTRY.
           MOVE FM-REQUEST-NUMBER(FAMILY-MATCH-IDX)
               TO NT-REQUEST-NUMBER.
           MOVE FM-CUSTOMER-NUMBER(FAMILY-MATCH-IDX)
               TO NT-CUSTOMER-NUMBER.
           IF TRAIL-COUNT < TRAIL-LIMIT
               MOVE "N" TO INSERT-POINT-SWITCH
               MOVE 1 TO TRAIL-INSERT-IDX
               PERFORM 172-SHIFT-ONE-TRAIL-ENTRY
                   VARYING TRAIL-IDX FROM TRAIL-COUNT BY -1
                   UNTIL TRAIL-IDX < 1
                      OR INSERT-POINT-SWITCH = "Y"
               MOVE NEW-TRAIL-ENTRY
                   TO TRAIL-ENTRY(TRAIL-INSERT-IDX)
               ADD 1 TO TRAIL-COUNT
           ELSE
               ADD 1 TO TRAIL-OVERFLOW-COUNT
           END-IF.

       172-SHIFT-ONE-TRAIL-ENTRY.
           IF TT-SORT-KEY(TRAIL-IDX) > NT-SORT-KEY
               COMPUTE TRAIL-NEXT-IDX = TRAIL-IDX + 1
               MOVE TRAIL-ENTRY(TRAIL-IDX)
                   TO TRAIL-ENTRY(TRAIL-NEXT-IDX)
           ELSE
               MOVE "Y" TO INSERT-POINT-SWITCH
               COMPUTE TRAIL-INSERT-IDX = TRAIL-IDX + 1
           END-IF.

      *    Each customer starts a new page headed by the customer
      *    and the retired numbers folded into the trail, and ends
      *    with the master as it stands now.
       200-PRINT-CUSTOMER-TRAIL.
           MOVE RQ-CUSTOMER-NUMBER(REQUEST-IDX)
               TO CHL-CUSTOMER-NUMBER
                  CM-CUSTOMER-NUMBER.
           PERFORM 250-READ-CURRENT-MASTER.
           IF MASTER-FOUND-SWITCH = "Y"
               MOVE CM-CUSTOMER-NAME TO CHL-CUSTOMER-NAME
           ELSE
               MOVE "NOT ON CUSTMAST" TO CHL-CUSTOMER-NAME
           END-IF.
           IF RQ-KEYED-NUMBER(REQUEST-IDX)
                   = RQ-CUSTOMER-NUMBER(REQUEST-IDX)
               MOVE SPACES TO CHL-KEYED-NOTE
           ELSE
               STRING "REQUESTED AS RETIRED NUMBER "
                      RQ-KEYED-NUMBER(REQUEST-IDX)
                   DELIMITED BY SIZE
                   INTO CHL-KEYED-NOTE
           END-IF.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 205-PRINT-RETIRED-NUMBER
               VARYING FAMILY-IDX FROM 1 BY 1
               UNTIL FAMILY-IDX > FAMILY-COUNT.
           PERFORM 210-PRINT-TRAIL-ENTRY
               VARYING TRAIL-IDX FROM 1 BY 1
               UNTIL TRAIL-IDX > TRAIL-COUNT.
           PERFORM 240-PRINT-CURRENT-MASTER.

       205-PRINT-RETIRED-NUMBER.
           IF FM-REQUEST-NUMBER(FAMILY-IDX) = REQUEST-IDX
                   AND FM-CUSTOMER-NUMBER(FAMILY-IDX)
                       NOT = RQ-CUSTOMER-NUMBER(REQUEST-IDX)
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADING-LINES
               END-IF
               MOVE FM-CUSTOMER-NUMBER(FAMILY-IDX)
                   TO RNL-CUSTOMER-NUMBER
               MOVE RETIRED-NUMBER-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.

       210-PRINT-TRAIL-ENTRY.
           IF TT-REQUEST-NUMBER(TRAIL-IDX) = REQUEST-IDX
               ADD 1 TO RQ-ENTRY-COUNT(REQUEST-IDX)
               ADD 1 TO ENTRIES-LISTED-COUNT
               PERFORM 212-FORMAT-ENTRY-STAMP
               IF TT-SOURCE-NAME(TRAIL-IDX) = "SALESLDG"
                       OR TT-SOURCE-NAME(TRAIL-IDX) = "LDGHIST"
                   PERFORM 216-PRINT-LEDGER-ENTRY
               ELSE
                   IF TT-SOURCE-NAME(TRAIL-IDX) = "CUSTALIA"
                       PERFORM 218-PRINT-ALIAS-ENTRY
                   ELSE
                       IF TT-SOURCE-NAME(TRAIL-IDX) = "CUSTARCH"
                           PERFORM 217-PRINT-ARCHIVE-ENTRY
                       ELSE
                           PERFORM 214-PRINT-JOURNAL-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       212-FORMAT-ENTRY-STAMP.
           MOVE TT-ENTRY-DATE(TRAIL-IDX) TO ENTRY-DATE-WORK.
           MOVE ED-MONTH TO TDL-MONTH.
           MOVE ED-DAY   TO TDL-DAY.
           MOVE ED-YEAR  TO TDL-YEAR.
           MOVE "/" TO TDL-ENTRY-DATE-X(3:1)
                       TDL-ENTRY-DATE-X(6:1).
           IF TT-ENTRY-TIME(TRAIL-IDX) = 9999
               MOVE "--:--" TO TDL-ENTRY-TIME-X
           ELSE
               MOVE TT-ENTRY-TIME(TRAIL-IDX) TO ENTRY-TIME-WORK
               MOVE ET-HOURS   TO TDL-HOURS
               MOVE ":"        TO TDL-ENTRY-TIME-X(3:1)
               MOVE ET-MINUTES TO TDL-MINUTES
           END-IF.
           MOVE TT-SOURCE-NAME(TRAIL-IDX)  TO TDL-SOURCE-NAME.
           MOVE TT-PROGRAM-NAME(TRAIL-IDX) TO TDL-PROGRAM-NAME.
           MOVE TT-CUSTOMER-NUMBER(TRAIL-IDX)
               TO TDL-CUSTOMER-NUMBER.

      *    A journaled change prints its before image and then the
      *    after image taken from the next state on the trail.
       214-PRINT-JOURNAL-ENTRY.
           MOVE TT-RECORD-IMAGE(TRAIL-IDX) TO MASTER-IMAGE-WORK.
           PERFORM 260-FORMAT-IMAGE-FIELDS.
           IF TT-ACTION-CODE(TRAIL-IDX) = "A"
               MOVE "ADD"    TO TDL-ACTION-TEXT
               MOVE "AFTER"  TO TDL-IMAGE-TAG
               PERFORM 290-WRITE-TRAIL-LINE
           ELSE
               IF TT-ACTION-CODE(TRAIL-IDX) = "R"
                   PERFORM 215-PRINT-CHANGE-ENTRY
               ELSE
                   IF TT-ACTION-CODE(TRAIL-IDX) = "D"
                       MOVE "DELETE" TO TDL-ACTION-TEXT
                       MOVE "BEFORE" TO TDL-IMAGE-TAG
                       PERFORM 290-WRITE-TRAIL-LINE
                   ELSE
                       MOVE SPACES TO TDL-ACTION-TEXT
                       STRING "CODE " TT-ACTION-CODE(TRAIL-IDX)
                           DELIMITED BY SIZE
                           INTO TDL-ACTION-TEXT
                       MOVE "IMAGE"  TO TDL-IMAGE-TAG
                       PERFORM 290-WRITE-TRAIL-LINE
                   END-IF
               END-IF
           END-IF.

       215-PRINT-CHANGE-ENTRY.
           MOVE "CHANGE" TO TDL-ACTION-TEXT.
           MOVE "BEFORE" TO TDL-IMAGE-TAG.
           PERFORM 290-WRITE-TRAIL-LINE.
           PERFORM 220-FIND-NEXT-STATE.
           PERFORM 270-CLEAR-STAMP-FIELDS.
           MOVE "AFTER"  TO TDL-IMAGE-TAG.
           IF NEXT-STATE-SWITCH = "Y"
               PERFORM 260-FORMAT-IMAGE-FIELDS
           ELSE
               PERFORM 265-CLEAR-IMAGE-FIELDS
               MOVE "NOT ON FILE" TO TDL-CUSTOMER-NAME
           END-IF.
           PERFORM 290-WRITE-TRAIL-LINE.

       216-PRINT-LEDGER-ENTRY.
           MOVE TT-RECORD-IMAGE(TRAIL-IDX) TO LEDGER-IMAGE-WORK.
           IF TT-ACTION-CODE(TRAIL-IDX) = "V"
               MOVE "REVERSAL" TO TDL-ACTION-TEXT
               MOVE "REVRSD"   TO TDL-IMAGE-TAG
           ELSE
               MOVE "POSTING"  TO TDL-ACTION-TEXT
               MOVE "POSTED"   TO TDL-IMAGE-TAG
           END-IF.
           MOVE LI-TRANS-DATE TO LN-TRANS-DATE.
           MOVE LEDGER-NOTE-WORK TO TDL-CUSTOMER-NAME.
           MOVE LI-BRANCH-NUMBER   TO TDL-BRANCH-NUMBER.
           MOVE "/"                TO TDL-REP-SLASH.
           MOVE LI-SALESREP-NUMBER TO TDL-SALESREP-NUMBER.
           IF LI-TRANS-AMOUNT NUMERIC
               MOVE LI-TRANS-AMOUNT TO TDL-SALES-THIS-YTD
           ELSE
               MOVE SPACES TO TDL-SALES-THIS-YTD-X
           END-IF.
           MOVE SPACES TO TDL-SALES-LAST-YTD-X
                          TDL-SALES-TWO-YEARS-AGO-X.
           PERFORM 290-WRITE-TRAIL-LINE.

       217-PRINT-ARCHIVE-ENTRY.
           MOVE "PURGED" TO TDL-ACTION-TEXT.
           MOVE "ARCHVD" TO TDL-IMAGE-TAG.
           MOVE TT-RECORD-IMAGE(TRAIL-IDX) TO MASTER-IMAGE-WORK.
           PERFORM 260-FORMAT-IMAGE-FIELDS.
           PERFORM 290-WRITE-TRAIL-LINE.

       218-PRINT-ALIAS-ENTRY.
           MOVE TT-RECORD-IMAGE(TRAIL-IDX) TO ALIAS-IMAGE-WORK.
           IF AI-ACTION-CODE = "M"
               MOVE "MERGE"    TO TDL-ACTION-TEXT
           ELSE
               MOVE "RENUMBER" TO TDL-ACTION-TEXT
           END-IF.
           MOVE SPACES TO TDL-IMAGE-TAG.
           PERFORM 265-CLEAR-IMAGE-FIELDS.
           MOVE AI-OLD-CUSTOMER TO AN-OLD-CUSTOMER.
           MOVE AI-NEW-CUSTOMER TO AN-NEW-CUSTOMER.
           MOVE ALIAS-NOTE-WORK TO TDL-CUSTOMER-NAME.
           PERFORM 290-WRITE-TRAIL-LINE.

      *    The state after a change is the before image of the
      *    next journaled change or delete of the same number.  A
      *    later add means the record was gone in between; with no
      *    later entry the master as it stands now is used.
       220-FIND-NEXT-STATE.
           MOVE "N" TO NEXT-STATE-SWITCH.
           MOVE "N" TO NEXT-ENTRY-SWITCH.
           COMPUTE TRAIL-NEXT-IDX = TRAIL-IDX + 1.
           PERFORM 222-CHECK-NEXT-STATE
               UNTIL TRAIL-NEXT-IDX > TRAIL-COUNT
                  OR NEXT-ENTRY-SWITCH = "Y".
           IF NEXT-ENTRY-SWITCH = "N"
               MOVE TT-CUSTOMER-NUMBER(TRAIL-IDX)
                   TO CM-CUSTOMER-NUMBER
               PERFORM 250-READ-CURRENT-MASTER
               IF MASTER-FOUND-SWITCH = "Y"
                   MOVE "Y" TO NEXT-STATE-SWITCH
                   MOVE CUSTOMER-MASTER-RECORD TO MASTER-IMAGE-WORK
               END-IF
           END-IF.

       222-CHECK-NEXT-STATE.
           IF TT-REQUEST-NUMBER(TRAIL-NEXT-IDX)
                   NOT = TT-REQUEST-NUMBER(TRAIL-IDX)
               MOVE TRAIL-COUNT TO TRAIL-NEXT-IDX
           ELSE
               IF TT-CUSTOMER-NUMBER(TRAIL-NEXT-IDX)
                       = TT-CUSTOMER-NUMBER(TRAIL-IDX)
                   AND (TT-SOURCE-NAME(TRAIL-NEXT-IDX) = "CMJOURNL"
                     OR TT-SOURCE-NAME(TRAIL-NEXT-IDX) = "BACKJRNL")
                   MOVE "Y" TO NEXT-ENTRY-SWITCH
                   IF TT-ACTION-CODE(TRAIL-NEXT-IDX) NOT = "A"
                       MOVE "Y" TO NEXT-STATE-SWITCH
                       MOVE TT-RECORD-IMAGE(TRAIL-NEXT-IDX)
                           TO MASTER-IMAGE-WORK
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO TRAIL-NEXT-IDX.

       230-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CUSTOMER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ZERO TO LINE-COUNT.

       240-PRINT-CURRENT-MASTER.
           MOVE RQ-CUSTOMER-NUMBER(REQUEST-IDX) TO CM-CUSTOMER-NUMBER.
           PERFORM 250-READ-CURRENT-MASTER.
           PERFORM 270-CLEAR-STAMP-FIELDS.
           MOVE "CUSTMAST" TO TDL-SOURCE-NAME.
           MOVE "CURRENT"  TO TDL-ACTION-TEXT.
           MOVE RQ-CUSTOMER-NUMBER(REQUEST-IDX)
               TO TDL-CUSTOMER-NUMBER.
           MOVE "NOW"      TO TDL-IMAGE-TAG.
           IF MASTER-FOUND-SWITCH = "Y"
               MOVE CUSTOMER-MASTER-RECORD TO MASTER-IMAGE-WORK
               PERFORM 260-FORMAT-IMAGE-FIELDS
           ELSE
               PERFORM 265-CLEAR-IMAGE-FIELDS
               MOVE "NOT ON FILE" TO TDL-CUSTOMER-NAME
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           PERFORM 290-WRITE-TRAIL-LINE.
           MOVE RQ-ENTRY-COUNT(REQUEST-IDX) TO CTL-ENTRY-COUNT.
           MOVE CUSTOMER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       250-READ-CURRENT-MASTER.
           MOVE "Y" TO MASTER-FOUND-SWITCH.
           READ INPUT-CUSTMAST
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND-SWITCH
           END-READ.

       260-FORMAT-IMAGE-FIELDS.
           MOVE MI-CUSTOMER-NAME   TO TDL-CUSTOMER-NAME.
           MOVE MI-BRANCH-NUMBER   TO TDL-BRANCH-NUMBER.
           MOVE "/"                TO TDL-REP-SLASH.
           MOVE MI-SALESREP-NUMBER TO TDL-SALESREP-NUMBER.
           IF MI-SALES-THIS-YTD NUMERIC
               MOVE MI-SALES-THIS-YTD TO TDL-SALES-THIS-YTD
           ELSE
               MOVE SPACES TO TDL-SALES-THIS-YTD-X
           END-IF.
           IF MI-SALES-LAST-YTD NUMERIC
               MOVE MI-SALES-LAST-YTD TO TDL-SALES-LAST-YTD
           ELSE
               MOVE SPACES TO TDL-SALES-LAST-YTD-X
           END-IF.
           IF MI-SALES-TWO-YEARS-AGO NUMERIC
               MOVE MI-SALES-TWO-YEARS-AGO
                   TO TDL-SALES-TWO-YEARS-AGO
           ELSE
               MOVE SPACES TO TDL-SALES-TWO-YEARS-AGO-X
           END-IF.

       265-CLEAR-IMAGE-FIELDS.
           MOVE SPACES TO TDL-CUSTOMER-NAME
                          TDL-BRANCH-REP
                          TDL-SALES-THIS-YTD-X
                          TDL-SALES-LAST-YTD-X
                          TDL-SALES-TWO-YEARS-AGO-X.

       270-CLEAR-STAMP-FIELDS.
           MOVE SPACES TO TDL-ENTRY-DATE-X
                          TDL-ENTRY-TIME-X
                          TDL-SOURCE-NAME
                          TDL-PROGRAM-NAME
                          TDL-ACTION-TEXT
                          TDL-CUSTOMER-NUMBER.

       290-WRITE-TRAIL-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE TRAIL-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       300-PRINT-TRAIL-TOTALS.
           MOVE SPACES TO CUSTOMER-HEADING-LINE.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE "REQUESTS READ"            TO TTL-LABEL.
           MOVE REQUESTS-READ-COUNT        TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "REQUESTS REJECTED"        TO TTL-LABEL.
           MOVE REQUESTS-REJECTED-COUNT    TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "REQUESTS REPEATED"        TO TTL-LABEL.
           MOVE REQUESTS-DUPLICATE-COUNT   TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS TRACED"         TO TTL-LABEL.
           MOVE REQUEST-COUNT              TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "RETIRED NUMBERS FOLLOWED" TO TTL-LABEL.
           MOVE RETIRED-NUMBER-COUNT       TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "JOURNAL ENTRIES"          TO TTL-LABEL.
           MOVE JOURNAL-MATCH-COUNT        TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "BACKOUT JOURNAL ENTRIES"  TO TTL-LABEL.
           MOVE BACKOUT-MATCH-COUNT        TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER ENTRIES"           TO TTL-LABEL.
           MOVE LEDGER-MATCH-COUNT         TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "LEDGER HISTORY ENTRIES"   TO TTL-LABEL.
           MOVE HISTORY-MATCH-COUNT        TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "ALIAS ENTRIES"            TO TTL-LABEL.
           MOVE ALIAS-MATCH-COUNT          TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "ARCHIVE ENTRIES"          TO TTL-LABEL.
           MOVE ARCHIVE-MATCH-COUNT        TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "ENTRIES LISTED"           TO TTL-LABEL.
           MOVE ENTRIES-LISTED-COUNT       TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.
           MOVE "ENTRIES NOT LISTED"       TO TTL-LABEL.
           MOVE TRAIL-OVERFLOW-COUNT       TO TTL-COUNT.
           PERFORM 310-WRITE-TOTAL-LINE.

       310-WRITE-TOTAL-LINE.
           MOVE TRAIL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
