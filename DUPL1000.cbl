      **************************************************************
      * AUTHOR:    Jacob Schmp
      * DATE:      10/15/2026
      * PURPOSE:   Probable Duplicate Customer Report
      *
      *            Compares every customer name on the indexed
      *            CUSTMAST with every other and lists the pairs
      *            that look like the same business under two
      *            customer numbers, strongest match first, with
      *            both accounts' branch/rep and three YTD buckets
      *            so the pair can be reviewed for MERG1000.
      *
      *            Names are compared after normalizing: lower case
      *            is folded to upper, periods and apostrophes are
      *            dropped (A.B.C. = ABC), any other punctuation
      *            separates words, and the common words INC, CO,
      *            THE and the like are ignored.  Match strength:
      *            100  normalized names identical
      *             95  identical once the spaces are taken out
      *             90  same words in a different order
      *            else twice the matching words over the words in
      *                 both names, as a percent.  A word matches
      *                 the same word or, for four letters or more,
      *                 a longer word it starts (TOOL = TOOLS).
      *            Pairs below the minimum strength are not listed.
      *
      *            PARM: cols 1-3 minimum match strength (default
      *                  060).
      *
      *            A pair already on CUSTALIA (one number retired
      *            into the other) is not listed, nor is a pair on
      *            the exclusion file DUPLEXCL, where reviewers keep
      *            the pairs they have found are not duplicates.
      *
      *            Each listed pair shows a suggested MERG1000
      *            transaction keeping the account with the larger
      *            this-YTD sales.  Pairs the reviewer accepts are
      *            keyed to DUPLSEL (old number, new number) and the
      *            next run writes them to MRGTRAN for MERG1000,
      *            provided the pair is still on that run's list.
      *
      * MODIFICATIONS:
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPL1000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CM-BRANCH-REP-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL ALIAS-XREF-FILE ASSIGN TO CUSTALIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-OLD-CUSTOMER-NUMBER.
           SELECT OPTIONAL EXCLUSION-FILE ASSIGN TO DUPLEXCL.
           SELECT OPTIONAL SELECTION-FILE ASSIGN TO DUPLSEL.
           SELECT MERGE-TRANS-FILE ASSIGN TO MRGTRAN.
           SELECT DUPLICATE-REPORT ASSIGN TO DUPL1000.

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

       FD  EXCLUSION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  EXCLUSION-RECORD.
           05  DX-FIRST-CUSTOMER       PIC X(5).
           05  DX-SECOND-CUSTOMER      PIC X(5).
           05  FILLER                  PIC X(70).

       FD  SELECTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SELECTION-RECORD.
           05  DS-OLD-CUSTOMER-NUMBER  PIC X(5).
           05  DS-NEW-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER                  PIC X(70).

       FD  MERGE-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  MERGE-TRANSACTION-RECORD.
           05  MG-OLD-CUSTOMER-NUMBER  PIC X(5).
           05  MG-NEW-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER                  PIC X(70).

       FD  DUPLICATE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA                  PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X         VALUE "N".
           05  ALIAS-EOF-SWITCH        PIC X         VALUE "N".
           05  EXCLUSION-EOF-SWITCH    PIC X         VALUE "N".
           05  SELECTION-EOF-SWITCH    PIC X         VALUE "N".
           05  NOISE-WORD-SWITCH       PIC X         VALUE "N".
           05  WORD-MATCHED-SWITCH     PIC X         VALUE "N".
           05  PAIR-SUPPRESSED-SWITCH  PIC X         VALUE "N".
           05  PAIR-FOUND-SWITCH       PIC X         VALUE "N".
           05  INSERT-POINT-SWITCH     PIC X         VALUE "N".
           05  SELECTION-INVALID-SWITCH PIC X        VALUE "N".
           05  REPORT-SECTION-CODE     PIC X         VALUE "P".

       01  RUN-PARAMETERS.
           05  RP-PARM-STRING          PIC X(20)     VALUE SPACES.
           05  RP-PARM-ERROR-SWITCH    PIC X         VALUE "N".
           05  MINIMUM-STRENGTH        PIC 9(3)      VALUE 060.

       01  PRINT-FIELDS.
           05  PAGE-COUNT              PIC S9(3)     VALUE ZERO.
           05  LINES-ON-PAGE           PIC S9(3)     VALUE +55.
           05  LINE-COUNT              PIC S9(3)     VALUE +99.

       01  DUPLICATE-COUNT-FIELDS.
           05  CUSTOMERS-READ-COUNT    PIC 9(7)      VALUE ZERO.
           05  NAMES-NOT-USABLE-COUNT  PIC 9(7)      VALUE ZERO.
           05  PAIRS-MATCHED-COUNT     PIC 9(7)      VALUE ZERO.
           05  ALIAS-SUPPRESSED-COUNT  PIC 9(7)      VALUE ZERO.
           05  EXCLUDE-SUPPRESSED-COUNT PIC 9(7)     VALUE ZERO.
           05  PAIRS-LISTED-COUNT      PIC 9(7)      VALUE ZERO.
           05  SELECTIONS-READ-COUNT   PIC 9(7)      VALUE ZERO.
           05  MERGES-WRITTEN-COUNT    PIC 9(7)      VALUE ZERO.
           05  SELECTIONS-REJECTED-COUNT PIC 9(7)    VALUE ZERO.

      *    Words that say nothing about which business it is.
       01  NOISE-WORD-VALUES.
           05  FILLER                  PIC X(12)     VALUE "INC".
           05  FILLER                  PIC X(12)     VALUE
               "INCORPORATED".
           05  FILLER                  PIC X(12)     VALUE "CO".
           05  FILLER                  PIC X(12)     VALUE "COMPANY".
           05  FILLER                  PIC X(12)     VALUE "CORP".
           05  FILLER                  PIC X(12)     VALUE
               "CORPORATION".
           05  FILLER                  PIC X(12)     VALUE "THE".
           05  FILLER                  PIC X(12)     VALUE "AND".
           05  FILLER                  PIC X(12)     VALUE "LLC".
           05  FILLER                  PIC X(12)     VALUE "LTD".
       01  NOISE-WORD-TABLE REDEFINES NOISE-WORD-VALUES.
           05  NOISE-WORD              PIC X(12)     OCCURS 10 TIMES.

       01  NOISE-WORD-FIELDS.
           05  NOISE-WORD-LIMIT        PIC S9(3)     VALUE +10.
           05  NOISE-WORD-IDX          PIC S9(3)     VALUE ZERO.

       01  NAME-SCAN-WORK.
           05  NAME-WORK               PIC X(20).
           05  NAME-CHARACTERS REDEFINES NAME-WORK.
               10  NAME-CHAR           PIC X(1)      OCCURS 20 TIMES.
           05  NAME-CHAR-IDX           PIC S9(3)     VALUE ZERO.
           05  CURRENT-WORD            PIC X(20).
           05  CURRENT-WORD-LENGTH     PIC 9(2)      VALUE ZERO.
           05  NORMAL-NAME-POSITION    PIC 9(2)      VALUE ZERO.
           05  SQUEEZED-NAME-POSITION  PIC 9(2)      VALUE ZERO.
           05  NAME-WORD-IDX           PIC S9(3)     VALUE ZERO.
           05  NAME-WORD-LIMIT         PIC S9(3)     VALUE +10.

       01  NAME-WORDS-WORK.
           05  NW-WORD-COUNT           PIC 9(2).
           05  NW-NORMAL-NAME          PIC X(20).
           05  NW-SQUEEZED-NAME        PIC X(20).
           05  NW-WORD-ENTRY OCCURS 10 TIMES.
               10  NW-WORD             PIC X(20).
               10  NW-WORD-LENGTH      PIC 9(2).

       01  CUSTOMER-TABLE-FIELDS.
           05  CUSTOMER-LIMIT          PIC S9(5)     VALUE +2000.
           05  CUSTOMER-COUNT          PIC S9(5)     VALUE ZERO.
           05  CUSTOMER-IDX            PIC S9(5)     VALUE ZERO.
           05  OTHER-CUSTOMER-IDX      PIC S9(5)     VALUE ZERO.
           05  CUSTOMER-OVERFLOW-COUNT PIC S9(5)     VALUE ZERO.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 2000 TIMES.
               10  CT-CUSTOMER-NUMBER  PIC X(5).
               10  CT-BRANCH-NUMBER    PIC 9(2).
               10  CT-SALESREP-NUMBER  PIC 9(2).
               10  CT-CUSTOMER-NAME    PIC X(20).
               10  CT-SALES-THIS-YTD   PIC S9(5)V9(2).
               10  CT-SALES-LAST-YTD   PIC S9(5)V9(2).
               10  CT-SALES-TWO-YEARS-AGO
                                       PIC S9(5)V9(2).
               10  CT-NAME-WORDS.
                   15  CT-WORD-COUNT   PIC 9(2).
                   15  CT-NORMAL-NAME  PIC X(20).
                   15  CT-SQUEEZED-NAME
                                       PIC X(20).
                   15  CT-WORD-ENTRY OCCURS 10 TIMES.
                       20  CT-WORD     PIC X(20).
                       20  CT-WORD-LENGTH
                                       PIC 9(2).

       01  WORD-MATCH-FIELDS.
           05  FIRST-WORD-IDX          PIC S9(3)     VALUE ZERO.
           05  SECOND-WORD-IDX         PIC S9(3)     VALUE ZERO.
           05  SHORTER-WORD-LENGTH     PIC 9(2)      VALUE ZERO.
           05  WORDS-MATCHED-COUNT     PIC 9(2)      VALUE ZERO.
           05  MATCH-STRENGTH          PIC 9(3)      VALUE ZERO.
           05  WORD-USED-TABLE.
               10  WORD-USED-FLAG      PIC X(1)      OCCURS 10 TIMES.

       01  ALIAS-TABLE-FIELDS.
           05  ALIAS-LIMIT             PIC S9(3)     VALUE +500.
           05  ALIAS-COUNT             PIC S9(3)     VALUE ZERO.
           05  ALIAS-IDX               PIC S9(3)     VALUE ZERO.
           05  ALIAS-OVERFLOW-COUNT    PIC S9(5)     VALUE ZERO.

       01  ALIAS-TABLE.
           05  ALIAS-ENTRY OCCURS 500 TIMES.
               10  AT-OLD-CUSTOMER     PIC X(5).
               10  AT-NEW-CUSTOMER     PIC X(5).

       01  EXCLUSION-TABLE-FIELDS.
           05  EXCLUSION-LIMIT         PIC S9(3)     VALUE +500.
           05  EXCLUSION-COUNT         PIC S9(3)     VALUE ZERO.
           05  EXCLUSION-IDX           PIC S9(3)     VALUE ZERO.
           05  EXCLUSION-OVERFLOW-COUNT PIC S9(5)    VALUE ZERO.

       01  EXCLUSION-TABLE.
           05  EXCLUSION-ENTRY OCCURS 500 TIMES.
               10  XT-FIRST-CUSTOMER   PIC X(5).
               10  XT-SECOND-CUSTOMER  PIC X(5).

       01  PAIR-KEY-WORK.
           05  PAIR-FIRST-KEY          PIC X(5).
           05  PAIR-SECOND-KEY         PIC X(5).

       01  PAIR-TABLE-FIELDS.
           05  PAIR-LIMIT              PIC S9(3)     VALUE +500.
           05  PAIR-COUNT              PIC S9(3)     VALUE ZERO.
           05  PAIR-IDX                PIC S9(3)     VALUE ZERO.
           05  PAIR-MATCH-IDX          PIC S9(3)     VALUE ZERO.
           05  PAIR-INSERT-POINT       PIC S9(3)     VALUE ZERO.
           05  PAIR-SHIFT-START        PIC S9(3)     VALUE ZERO.
           05  PAIR-OVERFLOW-COUNT     PIC S9(5)     VALUE ZERO.

      *    Kept strongest first; pairs of equal strength stay in
      *    customer number order because they are found that way.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 500 TIMES.
               10  PR-STRENGTH         PIC 9(3).
               10  PR-FIRST-IDX        PIC S9(5).
               10  PR-SECOND-IDX       PIC S9(5).

       01  SUGGESTION-WORK.
           05  SUGGESTED-OLD-IDX       PIC S9(5)     VALUE ZERO.
           05  SUGGESTED-NEW-IDX       PIC S9(5)     VALUE ZERO.

       01  SELECTED-TABLE-FIELDS.
           05  SELECTED-LIMIT          PIC S9(3)     VALUE +500.
           05  SELECTED-COUNT          PIC S9(3)     VALUE ZERO.
           05  SELECTED-IDX            PIC S9(3)     VALUE ZERO.

       01  SELECTED-TABLE.
           05  SELECTED-ENTRY OCCURS 500 TIMES.
               10  ST-OLD-CUSTOMER     PIC X(5).
               10  ST-NEW-CUSTOMER     PIC X(5).

       01  VALIDATION-FIELDS.
           05  REJECT-REASON-TEXT      PIC X(30)     VALUE SPACES.

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
                               "PROBABLE DUPLICATE CUSTOMERS".
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
           05  FILLER                  PIC X(8)      VALUE "DUPL1000".

       01  PAIR-HEADING-LINE-1.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(11)     VALUE
               "RANK  MATCH".
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  FILLER                  PIC X(5)      VALUE "CUST".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(20)     VALUE
               "CUSTOMER NAME".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(9)      VALUE
               "BR   REP".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
               "  SALES   ".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
               "  SALES   ".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
               "  SALES   ".
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  FILLER                  PIC X(16)     VALUE
               "SUGGESTED MERGE".
           05  FILLER                  PIC X(21)     VALUE SPACES.

       01  PAIR-HEADING-LINE-2.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(11)     VALUE
               "        PCT".
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  FILLER                  PIC X(5)      VALUE "NUM".
           05  FILLER                  PIC X(35)     VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
               "  THIS YTD".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
               "  LAST YTD".
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
               " 2 YRS AGO".
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  FILLER                  PIC X(16)     VALUE
               "OLD   INTO  NEW".
           05  FILLER                  PIC X(21)     VALUE SPACES.

       01  PAIR-FIRST-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PFL-RANK                PIC ZZ9.
           05  FILLER                  PIC X(5)      VALUE SPACES.
           05  PFL-STRENGTH            PIC ZZ9.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  PFL-CUSTOMER-NUMBER     PIC X(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PFL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PFL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  PFL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  PFL-SALES-THIS-YTD      PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PFL-SALES-LAST-YTD      PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PFL-SALES-TWO-YEARS-AGO PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  PFL-OLD-CUSTOMER-NUMBER PIC X(5).
           05  FILLER                  PIC X(6)      VALUE " INTO ".
           05  PFL-NEW-CUSTOMER-NUMBER PIC X(5).
           05  FILLER                  PIC X(21)     VALUE SPACES.

       01  PAIR-SECOND-LINE.
           05  FILLER                  PIC X(16)     VALUE SPACES.
           05  PSL-CUSTOMER-NUMBER     PIC X(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PSL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PSL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  PSL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(4)      VALUE SPACES.
           05  PSL-SALES-THIS-YTD      PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PSL-SALES-LAST-YTD      PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  PSL-SALES-TWO-YEARS-AGO PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(42)     VALUE SPACES.

       01  SELECTION-HEADING-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(60)     VALUE
               "REVIEWED PAIRS FROM DUPLSEL      OLD    NEW".
           05  FILLER                  PIC X(68)     VALUE SPACES.

       01  SELECTION-DETAIL-LINE.
           05  FILLER                  PIC X(35)     VALUE SPACES.
           05  SDL-OLD-CUSTOMER-NUMBER PIC X(5).
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  SDL-NEW-CUSTOMER-NUMBER PIC X(5).
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  SDL-RESULT-TEXT         PIC X(45).
           05  FILLER                  PIC X(35)     VALUE SPACES.

       01  DUPLICATE-TOTAL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  DTL-LABEL               PIC X(34).
           05  DTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(87)     VALUE SPACES.

       LINKAGE SECTION.
       01  DUPL1000-PARM.
           05  DUPL1000-PARM-LENGTH    PIC S9(4) COMP.
           05  DUPL1000-PARM-TEXT      PIC X(20).

       PROCEDURE DIVISION USING DUPL1000-PARM.
       000-LIST-PROBABLE-DUPLICATES.
           PERFORM 105-ACCEPT-RUN-PARAMETERS.
           IF RP-PARM-ERROR-SWITCH = "Y"
               DISPLAY "DUPL1000 - PARM MUST BE A MINIMUM MATCH "
                   "STRENGTH 001-100 IN COLS 1-3 - JOB STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  INPUT-CUSTMAST
                INPUT  ALIAS-XREF-FILE
                INPUT  EXCLUSION-FILE
                INPUT  SELECTION-FILE
                OUTPUT MERGE-TRANS-FILE
                OUTPUT DUPLICATE-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 110-LOAD-ALIAS-TABLE.
           PERFORM 115-LOAD-EXCLUSION-TABLE.
           PERFORM 120-LOAD-CUSTOMER-TABLE.
           PERFORM 200-COMPARE-ONE-CUSTOMER
               VARYING CUSTOMER-IDX FROM 1 BY 1
               UNTIL CUSTOMER-IDX >= CUSTOMER-COUNT.
           IF PAIR-OVERFLOW-COUNT > ZERO
               DISPLAY "DUPL1000 - WARNING: PAIR TABLE FULL - "
                   PAIR-OVERFLOW-COUNT
                   " WEAKER PAIR(S) NOT LISTED"
           END-IF.
           PERFORM 300-PRINT-DUPLICATE-PAIRS.
           PERFORM 400-PROCESS-REVIEWED-PAIRS.
           PERFORM 500-PRINT-RUN-TOTALS.
           CLOSE INPUT-CUSTMAST
                 ALIAS-XREF-FILE
                 EXCLUSION-FILE
                 SELECTION-FILE
                 MERGE-TRANS-FILE
                 DUPLICATE-REPORT.
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
           IF DUPL1000-PARM-LENGTH > ZERO
               MOVE DUPL1000-PARM-TEXT(1:DUPL1000-PARM-LENGTH)
                   TO RP-PARM-STRING
           END-IF.
           IF RP-PARM-STRING(1:3) NOT = SPACES
               IF RP-PARM-STRING(1:3) IS NUMERIC
                   MOVE RP-PARM-STRING(1:3) TO MINIMUM-STRENGTH
                   IF MINIMUM-STRENGTH = ZERO
                           OR MINIMUM-STRENGTH > 100
                       MOVE "Y" TO RP-PARM-ERROR-SWITCH
                   END-IF
               ELSE
                   MOVE "Y" TO RP-PARM-ERROR-SWITCH
               END-IF
           END-IF.

       110-LOAD-ALIAS-TABLE.
           PERFORM 112-READ-ALIAS-RECORD.
           PERFORM 114-STORE-ALIAS-ENTRY
               UNTIL ALIAS-EOF-SWITCH = "Y".
           IF ALIAS-OVERFLOW-COUNT > ZERO
               DISPLAY "DUPL1000 - WARNING: ALIAS TABLE FULL - "
                   ALIAS-OVERFLOW-COUNT
                   " ALIAS(ES) NOT USED TO SUPPRESS PAIRS"
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
           ELSE
               ADD 1 TO ALIAS-OVERFLOW-COUNT
           END-IF.
           PERFORM 112-READ-ALIAS-RECORD.

       115-LOAD-EXCLUSION-TABLE.
           PERFORM 116-READ-EXCLUSION-RECORD.
           PERFORM 117-STORE-EXCLUSION-ENTRY
               UNTIL EXCLUSION-EOF-SWITCH = "Y".
           IF EXCLUSION-OVERFLOW-COUNT > ZERO
               DISPLAY "DUPL1000 - WARNING: EXCLUSION TABLE FULL - "
                   EXCLUSION-OVERFLOW-COUNT
                   " EXCLUDED PAIR(S) MAY BE LISTED AGAIN"
           END-IF.

       116-READ-EXCLUSION-RECORD.
           READ EXCLUSION-FILE
               AT END
                   MOVE "Y" TO EXCLUSION-EOF-SWITCH.

       117-STORE-EXCLUSION-ENTRY.
           IF EXCLUSION-COUNT < EXCLUSION-LIMIT
               ADD 1 TO EXCLUSION-COUNT
               MOVE DX-FIRST-CUSTOMER
                   TO XT-FIRST-CUSTOMER(EXCLUSION-COUNT)
               MOVE DX-SECOND-CUSTOMER
                   TO XT-SECOND-CUSTOMER(EXCLUSION-COUNT)
           ELSE
               ADD 1 TO EXCLUSION-OVERFLOW-COUNT
           END-IF.
           PERFORM 116-READ-EXCLUSION-RECORD.

       120-LOAD-CUSTOMER-TABLE.
           MOVE ZERO TO CM-CUSTOMER-NUMBER.
           START INPUT-CUSTMAST
               KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-START.
           PERFORM 122-READ-CUSTOMER-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           IF CUSTOMER-OVERFLOW-COUNT > ZERO
               DISPLAY "DUPL1000 - WARNING: CUSTOMER TABLE FULL - "
                   CUSTOMER-OVERFLOW-COUNT
                   " CUSTOMER(S) NOT COMPARED"
           END-IF.

       122-READ-CUSTOMER-RECORD.
           READ INPUT-CUSTMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CUSTOMERS-READ-COUNT
                   PERFORM 124-STORE-CUSTOMER-ENTRY
           END-READ.

      *    Damaged amounts are carried as zero; the listing is for
      *    review, not for balancing.
       124-STORE-CUSTOMER-ENTRY.
           IF CUSTOMER-COUNT < CUSTOMER-LIMIT
               ADD 1 TO CUSTOMER-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO CT-CUSTOMER-NUMBER(CUSTOMER-COUNT)
               MOVE CM-BRANCH-NUMBER
                   TO CT-BRANCH-NUMBER(CUSTOMER-COUNT)
               MOVE CM-SALESREP-NUMBER
                   TO CT-SALESREP-NUMBER(CUSTOMER-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO CT-CUSTOMER-NAME(CUSTOMER-COUNT)
               MOVE ZERO TO CT-SALES-THIS-YTD(CUSTOMER-COUNT)
               MOVE ZERO TO CT-SALES-LAST-YTD(CUSTOMER-COUNT)
               MOVE ZERO TO CT-SALES-TWO-YEARS-AGO(CUSTOMER-COUNT)
               IF CM-SALES-THIS-YTD NUMERIC
                   MOVE CM-SALES-THIS-YTD
                       TO CT-SALES-THIS-YTD(CUSTOMER-COUNT)
               END-IF
               IF CM-SALES-LAST-YTD NUMERIC
                   MOVE CM-SALES-LAST-YTD
                       TO CT-SALES-LAST-YTD(CUSTOMER-COUNT)
               END-IF
               IF CM-SALES-TWO-YEARS-AGO NUMERIC
                   MOVE CM-SALES-TWO-YEARS-AGO
                       TO CT-SALES-TWO-YEARS-AGO(CUSTOMER-COUNT)
               END-IF
               PERFORM 130-NORMALIZE-CUSTOMER-NAME
               MOVE NAME-WORDS-WORK TO CT-NAME-WORDS(CUSTOMER-COUNT)
               IF NW-WORD-COUNT = ZERO
                   ADD 1 TO NAMES-NOT-USABLE-COUNT
               END-IF
           ELSE
               ADD 1 TO CUSTOMER-OVERFLOW-COUNT
           END-IF.

      *    Splits the name into words, dropping the noise words,
      *    and builds the normalized name (words one space apart)
      *    and the squeezed name (words run together).
       130-NORMALIZE-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-NAME TO NAME-WORK.
           INSPECT NAME-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO   TO NW-WORD-COUNT.
           MOVE SPACES TO NW-NORMAL-NAME.
           MOVE SPACES TO NW-SQUEEZED-NAME.
           MOVE SPACES TO CURRENT-WORD.
           MOVE ZERO   TO CURRENT-WORD-LENGTH.
           PERFORM 132-SCAN-ONE-CHARACTER
               VARYING NAME-CHAR-IDX FROM 1 BY 1
               UNTIL NAME-CHAR-IDX > 20.
           PERFORM 134-END-CURRENT-WORD.
           MOVE 1 TO NORMAL-NAME-POSITION.
           MOVE 1 TO SQUEEZED-NAME-POSITION.
           PERFORM 138-APPEND-ONE-WORD
               VARYING NAME-WORD-IDX FROM 1 BY 1
               UNTIL NAME-WORD-IDX > NW-WORD-COUNT.

       132-SCAN-ONE-CHARACTER.
           IF (NAME-CHAR(NAME-CHAR-IDX) IS ALPHABETIC-UPPER
                   AND NAME-CHAR(NAME-CHAR-IDX) NOT = SPACE)
                   OR NAME-CHAR(NAME-CHAR-IDX) IS NUMERIC
               ADD 1 TO CURRENT-WORD-LENGTH
               MOVE NAME-CHAR(NAME-CHAR-IDX)
                   TO CURRENT-WORD(CURRENT-WORD-LENGTH:1)
           ELSE
               IF NAME-CHAR(NAME-CHAR-IDX) NOT = "."
                       AND NAME-CHAR(NAME-CHAR-IDX) NOT = "'"
                   PERFORM 134-END-CURRENT-WORD
               END-IF
           END-IF.

       134-END-CURRENT-WORD.
           IF CURRENT-WORD-LENGTH > ZERO
               PERFORM 136-CHECK-NOISE-WORD
               IF NOISE-WORD-SWITCH = "N"
                       AND NW-WORD-COUNT < NAME-WORD-LIMIT
                   ADD 1 TO NW-WORD-COUNT
                   MOVE CURRENT-WORD TO NW-WORD(NW-WORD-COUNT)
                   MOVE CURRENT-WORD-LENGTH
                       TO NW-WORD-LENGTH(NW-WORD-COUNT)
               END-IF
           END-IF.
           MOVE SPACES TO CURRENT-WORD.
           MOVE ZERO   TO CURRENT-WORD-LENGTH.

       136-CHECK-NOISE-WORD.
           MOVE "N" TO NOISE-WORD-SWITCH.
           PERFORM 137-SCAN-ONE-NOISE-WORD
               VARYING NOISE-WORD-IDX FROM 1 BY 1
               UNTIL NOISE-WORD-IDX > NOISE-WORD-LIMIT
                  OR NOISE-WORD-SWITCH = "Y".

       137-SCAN-ONE-NOISE-WORD.
           IF NOISE-WORD(NOISE-WORD-IDX) = CURRENT-WORD
               MOVE "Y" TO NOISE-WORD-SWITCH
           END-IF.

       138-APPEND-ONE-WORD.
           IF NAME-WORD-IDX > 1
               ADD 1 TO NORMAL-NAME-POSITION
           END-IF.
           MOVE NW-WORD(NAME-WORD-IDX)
                   (1:NW-WORD-LENGTH(NAME-WORD-IDX))
               TO NW-NORMAL-NAME
                   (NORMAL-NAME-POSITION:NW-WORD-LENGTH(NAME-WORD-IDX)).
           MOVE NW-WORD(NAME-WORD-IDX)
                   (1:NW-WORD-LENGTH(NAME-WORD-IDX))
               TO NW-SQUEEZED-NAME
                   (SQUEEZED-NAME-POSITION:
                    NW-WORD-LENGTH(NAME-WORD-IDX)).
           ADD NW-WORD-LENGTH(NAME-WORD-IDX) TO NORMAL-NAME-POSITION.
           ADD NW-WORD-LENGTH(NAME-WORD-IDX)
               TO SQUEEZED-NAME-POSITION.

       200-COMPARE-ONE-CUSTOMER.
           IF CT-WORD-COUNT(CUSTOMER-IDX) > ZERO
               COMPUTE OTHER-CUSTOMER-IDX = CUSTOMER-IDX + 1
               PERFORM 210-COMPARE-ONE-PAIR
                   VARYING OTHER-CUSTOMER-IDX
                   FROM OTHER-CUSTOMER-IDX BY 1
                   UNTIL OTHER-CUSTOMER-IDX > CUSTOMER-COUNT
           END-IF.

       210-COMPARE-ONE-PAIR.
           IF CT-WORD-COUNT(OTHER-CUSTOMER-IDX) > ZERO
               PERFORM 220-SCORE-PAIR
               IF MATCH-STRENGTH NOT < MINIMUM-STRENGTH
                   ADD 1 TO PAIRS-MATCHED-COUNT
                   PERFORM 240-CHECK-SUPPRESSED-PAIR
                   IF PAIR-SUPPRESSED-SWITCH = "N"
                       PERFORM 250-INSERT-PAIR-ENTRY
                   END-IF
               END-IF
           END-IF.

       220-SCORE-PAIR.
           IF CT-NORMAL-NAME(CUSTOMER-IDX)
                   = CT-NORMAL-NAME(OTHER-CUSTOMER-IDX)
               MOVE 100 TO MATCH-STRENGTH
           ELSE
               IF CT-SQUEEZED-NAME(CUSTOMER-IDX)
                       = CT-SQUEEZED-NAME(OTHER-CUSTOMER-IDX)
                   MOVE 95 TO MATCH-STRENGTH
               ELSE
                   PERFORM 222-COUNT-MATCHING-WORDS
                   COMPUTE MATCH-STRENGTH =
                       WORDS-MATCHED-COUNT * 200
                       / (CT-WORD-COUNT(CUSTOMER-IDX)
                          + CT-WORD-COUNT(OTHER-CUSTOMER-IDX))
                   IF MATCH-STRENGTH = 100
                       MOVE 90 TO MATCH-STRENGTH
                   END-IF
               END-IF
           END-IF.

      *    Each word of the second name can be matched only once.
       222-COUNT-MATCHING-WORDS.
           MOVE ZERO TO WORDS-MATCHED-COUNT.
           MOVE ALL "N" TO WORD-USED-TABLE.
           PERFORM 224-MATCH-ONE-WORD
               VARYING FIRST-WORD-IDX FROM 1 BY 1
               UNTIL FIRST-WORD-IDX > CT-WORD-COUNT(CUSTOMER-IDX).

       224-MATCH-ONE-WORD.
           MOVE "N" TO WORD-MATCHED-SWITCH.
           PERFORM 226-TRY-ONE-WORD
               VARYING SECOND-WORD-IDX FROM 1 BY 1
               UNTIL SECOND-WORD-IDX
                       > CT-WORD-COUNT(OTHER-CUSTOMER-IDX)
                  OR WORD-MATCHED-SWITCH = "Y".

       226-TRY-ONE-WORD.
           IF WORD-USED-FLAG(SECOND-WORD-IDX) = "N"
               IF CT-WORD(CUSTOMER-IDX, FIRST-WORD-IDX)
                       = CT-WORD(OTHER-CUSTOMER-IDX, SECOND-WORD-IDX)
                   MOVE "Y" TO WORD-MATCHED-SWITCH
               ELSE
                   PERFORM 228-CHECK-WORD-PREFIX
               END-IF
               IF WORD-MATCHED-SWITCH = "Y"
                   MOVE "Y" TO WORD-USED-FLAG(SECOND-WORD-IDX)
                   ADD 1 TO WORDS-MATCHED-COUNT
               END-IF
           END-IF.

       228-CHECK-WORD-PREFIX.
           IF CT-WORD-LENGTH(CUSTOMER-IDX, FIRST-WORD-IDX)
                   < CT-WORD-LENGTH(OTHER-CUSTOMER-IDX, SECOND-WORD-IDX)
               MOVE CT-WORD-LENGTH(CUSTOMER-IDX, FIRST-WORD-IDX)
                   TO SHORTER-WORD-LENGTH
           ELSE
               MOVE CT-WORD-LENGTH(OTHER-CUSTOMER-IDX, SECOND-WORD-IDX)
                   TO SHORTER-WORD-LENGTH
           END-IF.
           IF SHORTER-WORD-LENGTH >= 4
               IF CT-WORD(CUSTOMER-IDX, FIRST-WORD-IDX)
                       (1:SHORTER-WORD-LENGTH)
                   = CT-WORD(OTHER-CUSTOMER-IDX, SECOND-WORD-IDX)
                       (1:SHORTER-WORD-LENGTH)
                   MOVE "Y" TO WORD-MATCHED-SWITCH
               END-IF
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
           IF REPORT-SECTION-CODE = "P"
               MOVE PAIR-HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE PAIR-HEADING-LINE-2 TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SPACES TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE 3 TO LINE-COUNT
           ELSE
               IF REPORT-SECTION-CODE = "S"
                   MOVE SELECTION-HEADING-LINE TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE SPACES TO PRINT-AREA
                   WRITE PRINT-AREA
                   MOVE 2 TO LINE-COUNT
               END-IF
           END-IF.

      *    A pair already joined on CUSTALIA, either way round, or
      *    on the exclusion file, either way round, is dropped.
       240-CHECK-SUPPRESSED-PAIR.
           MOVE "N" TO PAIR-SUPPRESSED-SWITCH.
           MOVE CT-CUSTOMER-NUMBER(CUSTOMER-IDX)
               TO PAIR-FIRST-KEY.
           MOVE CT-CUSTOMER-NUMBER(OTHER-CUSTOMER-IDX)
               TO PAIR-SECOND-KEY.
           PERFORM 242-SCAN-ONE-ALIAS
               VARYING ALIAS-IDX FROM 1 BY 1
               UNTIL ALIAS-IDX > ALIAS-COUNT
                  OR PAIR-SUPPRESSED-SWITCH = "Y".
           IF PAIR-SUPPRESSED-SWITCH = "Y"
               ADD 1 TO ALIAS-SUPPRESSED-COUNT
           ELSE
               PERFORM 244-SCAN-ONE-EXCLUSION
                   VARYING EXCLUSION-IDX FROM 1 BY 1
                   UNTIL EXCLUSION-IDX > EXCLUSION-COUNT
                      OR PAIR-SUPPRESSED-SWITCH = "Y"
               IF PAIR-SUPPRESSED-SWITCH = "Y"
                   ADD 1 TO EXCLUDE-SUPPRESSED-COUNT
               END-IF
           END-IF.

       242-SCAN-ONE-ALIAS.
           IF (AT-OLD-CUSTOMER(ALIAS-IDX) = PAIR-FIRST-KEY
                   AND AT-NEW-CUSTOMER(ALIAS-IDX) = PAIR-SECOND-KEY)
                   OR (AT-OLD-CUSTOMER(ALIAS-IDX) = PAIR-SECOND-KEY
                   AND AT-NEW-CUSTOMER(ALIAS-IDX) = PAIR-FIRST-KEY)
               MOVE "Y" TO PAIR-SUPPRESSED-SWITCH
           END-IF.

       244-SCAN-ONE-EXCLUSION.
           IF (XT-FIRST-CUSTOMER(EXCLUSION-IDX) = PAIR-FIRST-KEY
                   AND XT-SECOND-CUSTOMER(EXCLUSION-IDX)
                       = PAIR-SECOND-KEY)
                   OR (XT-FIRST-CUSTOMER(EXCLUSION-IDX)
                       = PAIR-SECOND-KEY
                   AND XT-SECOND-CUSTOMER(EXCLUSION-IDX)
                       = PAIR-FIRST-KEY)
               MOVE "Y" TO PAIR-SUPPRESSED-SWITCH
           END-IF.

      *    When the table is full a stronger pair pushes the
      *    weakest one off the end.
       250-INSERT-PAIR-ENTRY.
           MOVE 1   TO PAIR-INSERT-POINT.
           MOVE "N" TO INSERT-POINT-SWITCH.
           PERFORM 252-FIND-INSERT-POINT
               UNTIL INSERT-POINT-SWITCH = "Y"
                  OR PAIR-INSERT-POINT > PAIR-COUNT.
           IF PAIR-COUNT < PAIR-LIMIT
               MOVE PAIR-COUNT TO PAIR-SHIFT-START
               ADD 1 TO PAIR-COUNT
           ELSE
               ADD 1 TO PAIR-OVERFLOW-COUNT
               COMPUTE PAIR-SHIFT-START = PAIR-LIMIT - 1
           END-IF.
           IF PAIR-INSERT-POINT <= PAIR-LIMIT
               PERFORM 254-SHIFT-ONE-PAIR
                   VARYING PAIR-IDX FROM PAIR-SHIFT-START BY -1
                   UNTIL PAIR-IDX < PAIR-INSERT-POINT
               MOVE MATCH-STRENGTH
                   TO PR-STRENGTH(PAIR-INSERT-POINT)
               MOVE CUSTOMER-IDX
                   TO PR-FIRST-IDX(PAIR-INSERT-POINT)
               MOVE OTHER-CUSTOMER-IDX
                   TO PR-SECOND-IDX(PAIR-INSERT-POINT)
           END-IF.

       252-FIND-INSERT-POINT.
           IF PR-STRENGTH(PAIR-INSERT-POINT) < MATCH-STRENGTH
               MOVE "Y" TO INSERT-POINT-SWITCH
           ELSE
               ADD 1 TO PAIR-INSERT-POINT
           END-IF.

       254-SHIFT-ONE-PAIR.
           MOVE PAIR-ENTRY(PAIR-IDX) TO PAIR-ENTRY(PAIR-IDX + 1).

       300-PRINT-DUPLICATE-PAIRS.
           MOVE "P" TO REPORT-SECTION-CODE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 310-PRINT-ONE-PAIR
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT.

      *    The suggested survivor is the account with the larger
      *    this-YTD sales, or the lower number when they are even.
       310-PRINT-ONE-PAIR.
           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE PR-FIRST-IDX(PAIR-IDX)  TO CUSTOMER-IDX.
           MOVE PR-SECOND-IDX(PAIR-IDX) TO OTHER-CUSTOMER-IDX.
           IF CT-SALES-THIS-YTD(OTHER-CUSTOMER-IDX)
                   > CT-SALES-THIS-YTD(CUSTOMER-IDX)
               MOVE CUSTOMER-IDX       TO SUGGESTED-OLD-IDX
               MOVE OTHER-CUSTOMER-IDX TO SUGGESTED-NEW-IDX
           ELSE
               MOVE OTHER-CUSTOMER-IDX TO SUGGESTED-OLD-IDX
               MOVE CUSTOMER-IDX       TO SUGGESTED-NEW-IDX
           END-IF.
           ADD 1 TO PAIRS-LISTED-COUNT.
           MOVE PAIR-IDX                TO PFL-RANK.
           MOVE PR-STRENGTH(PAIR-IDX)   TO PFL-STRENGTH.
           MOVE CT-CUSTOMER-NUMBER(CUSTOMER-IDX)
                                        TO PFL-CUSTOMER-NUMBER.
           MOVE CT-CUSTOMER-NAME(CUSTOMER-IDX)
                                        TO PFL-CUSTOMER-NAME.
           MOVE CT-BRANCH-NUMBER(CUSTOMER-IDX)
                                        TO PFL-BRANCH-NUMBER.
           MOVE CT-SALESREP-NUMBER(CUSTOMER-IDX)
                                        TO PFL-SALESREP-NUMBER.
           MOVE CT-SALES-THIS-YTD(CUSTOMER-IDX)
                                        TO PFL-SALES-THIS-YTD.
           MOVE CT-SALES-LAST-YTD(CUSTOMER-IDX)
                                        TO PFL-SALES-LAST-YTD.
           MOVE CT-SALES-TWO-YEARS-AGO(CUSTOMER-IDX)
                                        TO PFL-SALES-TWO-YEARS-AGO.
           MOVE CT-CUSTOMER-NUMBER(SUGGESTED-OLD-IDX)
                                        TO PFL-OLD-CUSTOMER-NUMBER.
           MOVE CT-CUSTOMER-NUMBER(SUGGESTED-NEW-IDX)
                                        TO PFL-NEW-CUSTOMER-NUMBER.
           MOVE PAIR-FIRST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CT-CUSTOMER-NUMBER(OTHER-CUSTOMER-IDX)
                                        TO PSL-CUSTOMER-NUMBER.
           MOVE CT-CUSTOMER-NAME(OTHER-CUSTOMER-IDX)
                                        TO PSL-CUSTOMER-NAME.
           MOVE CT-BRANCH-NUMBER(OTHER-CUSTOMER-IDX)
                                        TO PSL-BRANCH-NUMBER.
           MOVE CT-SALESREP-NUMBER(OTHER-CUSTOMER-IDX)
                                        TO PSL-SALESREP-NUMBER.
           MOVE CT-SALES-THIS-YTD(OTHER-CUSTOMER-IDX)
                                        TO PSL-SALES-THIS-YTD.
           MOVE CT-SALES-LAST-YTD(OTHER-CUSTOMER-IDX)
                                        TO PSL-SALES-LAST-YTD.
           MOVE CT-SALES-TWO-YEARS-AGO(OTHER-CUSTOMER-IDX)
                                        TO PSL-SALES-TWO-YEARS-AGO.
           MOVE PAIR-SECOND-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 3 TO LINE-COUNT.

      *    A reviewed pair is written to MRGTRAN only while it is
      *    still a listed pair, and a number can be merged away
      *    only once per file.
       400-PROCESS-REVIEWED-PAIRS.
           MOVE "S" TO REPORT-SECTION-CODE.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 405-READ-SELECTION-RECORD.
           PERFORM 410-PROCESS-ONE-SELECTION
               UNTIL SELECTION-EOF-SWITCH = "Y".

       405-READ-SELECTION-RECORD.
           READ SELECTION-FILE
               AT END
                   MOVE "Y" TO SELECTION-EOF-SWITCH.

       410-PROCESS-ONE-SELECTION.
           ADD 1 TO SELECTIONS-READ-COUNT.
           PERFORM 420-VALIDATE-SELECTION.
           IF SELECTION-INVALID-SWITCH = "Y"
               ADD 1 TO SELECTIONS-REJECTED-COUNT
               STRING "REJECTED - " DELIMITED BY SIZE
                      REJECT-REASON-TEXT DELIMITED BY SIZE
                   INTO SDL-RESULT-TEXT
           ELSE
               PERFORM 430-WRITE-MERGE-TRANSACTION
               MOVE "WRITTEN TO MRGTRAN" TO SDL-RESULT-TEXT
           END-IF.
           PERFORM 440-PRINT-SELECTION-LINE.
           PERFORM 405-READ-SELECTION-RECORD.

       420-VALIDATE-SELECTION.
           MOVE "N" TO SELECTION-INVALID-SWITCH.
           MOVE SPACES TO REJECT-REASON-TEXT.
           MOVE SPACES TO SDL-RESULT-TEXT.
           IF DS-OLD-CUSTOMER-NUMBER NOT NUMERIC
                   OR DS-NEW-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "Y" TO SELECTION-INVALID-SWITCH
               MOVE "CUSTOMER NUMBER NOT NUMERIC"
                   TO REJECT-REASON-TEXT
           END-IF.
           IF SELECTION-INVALID-SWITCH = "N"
               IF DS-OLD-CUSTOMER-NUMBER = DS-NEW-CUSTOMER-NUMBER
                   MOVE "Y" TO SELECTION-INVALID-SWITCH
                   MOVE "OLD AND NEW ARE THE SAME"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF SELECTION-INVALID-SWITCH = "N"
               PERFORM 422-FIND-LISTED-PAIR
               IF PAIR-FOUND-SWITCH = "N"
                   MOVE "Y" TO SELECTION-INVALID-SWITCH
                   MOVE "NOT A LISTED DUPLICATE PAIR"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF SELECTION-INVALID-SWITCH = "N"
               PERFORM 426-SCAN-ONE-SELECTED
                   VARYING SELECTED-IDX FROM 1 BY 1
                   UNTIL SELECTED-IDX > SELECTED-COUNT
                      OR SELECTION-INVALID-SWITCH = "Y"
           END-IF.
           IF SELECTION-INVALID-SWITCH = "N"
               IF SELECTED-COUNT NOT < SELECTED-LIMIT
                   MOVE "Y" TO SELECTION-INVALID-SWITCH
                   MOVE "TOO MANY REVIEWED PAIRS"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.

       422-FIND-LISTED-PAIR.
           MOVE "N" TO PAIR-FOUND-SWITCH.
           PERFORM 424-SCAN-ONE-LISTED-PAIR
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
                  OR PAIR-FOUND-SWITCH = "Y".

       424-SCAN-ONE-LISTED-PAIR.
           MOVE CT-CUSTOMER-NUMBER(PR-FIRST-IDX(PAIR-IDX))
               TO PAIR-FIRST-KEY.
           MOVE CT-CUSTOMER-NUMBER(PR-SECOND-IDX(PAIR-IDX))
               TO PAIR-SECOND-KEY.
           IF (PAIR-FIRST-KEY = DS-OLD-CUSTOMER-NUMBER
                   AND PAIR-SECOND-KEY = DS-NEW-CUSTOMER-NUMBER)
                   OR (PAIR-FIRST-KEY = DS-NEW-CUSTOMER-NUMBER
                   AND PAIR-SECOND-KEY = DS-OLD-CUSTOMER-NUMBER)
               MOVE "Y" TO PAIR-FOUND-SWITCH
           END-IF.

       426-SCAN-ONE-SELECTED.
           IF ST-OLD-CUSTOMER(SELECTED-IDX) = DS-OLD-CUSTOMER-NUMBER
               MOVE "Y" TO SELECTION-INVALID-SWITCH
               MOVE "OLD NUMBER ALREADY SELECTED"
                   TO REJECT-REASON-TEXT
           ELSE
               IF ST-OLD-CUSTOMER(SELECTED-IDX)
                       = DS-NEW-CUSTOMER-NUMBER
                   MOVE "Y" TO SELECTION-INVALID-SWITCH
                   MOVE "NEW NUMBER ALREADY MERGED AWAY"
                       TO REJECT-REASON-TEXT
               ELSE
                   IF ST-NEW-CUSTOMER(SELECTED-IDX)
                           = DS-OLD-CUSTOMER-NUMBER
                       MOVE "Y" TO SELECTION-INVALID-SWITCH
                       MOVE "OLD NUMBER IS ANOTHER SURVIVOR"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       430-WRITE-MERGE-TRANSACTION.
           ADD 1 TO SELECTED-COUNT.
           MOVE DS-OLD-CUSTOMER-NUMBER
               TO ST-OLD-CUSTOMER(SELECTED-COUNT).
           MOVE DS-NEW-CUSTOMER-NUMBER
               TO ST-NEW-CUSTOMER(SELECTED-COUNT).
           MOVE SPACES TO MERGE-TRANSACTION-RECORD.
           MOVE DS-OLD-CUSTOMER-NUMBER TO MG-OLD-CUSTOMER-NUMBER.
           MOVE DS-NEW-CUSTOMER-NUMBER TO MG-NEW-CUSTOMER-NUMBER.
           WRITE MERGE-TRANSACTION-RECORD.
           ADD 1 TO MERGES-WRITTEN-COUNT.

       440-PRINT-SELECTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           END-IF.
           MOVE DS-OLD-CUSTOMER-NUMBER TO SDL-OLD-CUSTOMER-NUMBER.
           MOVE DS-NEW-CUSTOMER-NUMBER TO SDL-NEW-CUSTOMER-NUMBER.
           MOVE SELECTION-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       500-PRINT-RUN-TOTALS.
           MOVE "T" TO REPORT-SECTION-CODE.
           PERFORM 230-PRINT-HEADING-LINES.
           MOVE "CUSTOMERS READ"              TO DTL-LABEL.
           MOVE CUSTOMERS-READ-COUNT          TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "NAMES WITH NO USABLE WORDS"  TO DTL-LABEL.
           MOVE NAMES-NOT-USABLE-COUNT        TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "PAIRS AT OR ABOVE MINIMUM"   TO DTL-LABEL.
           MOVE PAIRS-MATCHED-COUNT           TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "  ALREADY ON CUSTALIA"       TO DTL-LABEL.
           MOVE ALIAS-SUPPRESSED-COUNT        TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "  ON EXCLUSION FILE"         TO DTL-LABEL.
           MOVE EXCLUDE-SUPPRESSED-COUNT      TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "  NOT LISTED - TABLE FULL"   TO DTL-LABEL.
           MOVE PAIR-OVERFLOW-COUNT           TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "PAIRS LISTED"                TO DTL-LABEL.
           MOVE PAIRS-LISTED-COUNT            TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "REVIEWED PAIRS READ"         TO DTL-LABEL.
           MOVE SELECTIONS-READ-COUNT         TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "MRGTRAN RECORDS WRITTEN"     TO DTL-LABEL.
           MOVE MERGES-WRITTEN-COUNT          TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           MOVE "REVIEWED PAIRS REJECTED"     TO DTL-LABEL.
           MOVE SELECTIONS-REJECTED-COUNT     TO DTL-COUNT.
           PERFORM 510-WRITE-TOTAL-LINE.
           IF SELECTIONS-REJECTED-COUNT > ZERO
                   OR CUSTOMER-OVERFLOW-COUNT > ZERO
                   OR PAIR-OVERFLOW-COUNT > ZERO
                   OR ALIAS-OVERFLOW-COUNT > ZERO
                   OR EXCLUSION-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       510-WRITE-TOTAL-LINE.
           MOVE DUPLICATE-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
