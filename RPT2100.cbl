      *            single this-YTD figure.  Reads the master
      *            through the branch/rep path the way RPT2000
      *            does and prints each customer's months on two
      *            P01-P06/P07-P12 lines, with rep and branch
      *            subtotals by month and a grand total.  A master
      *            whose monthly bucket area is still spaces
      *            (never posted since the buckets were added)
      *            totals.
      *
      * MODIFICATIONS:
      * 10/15/2026 - The twelve buckets are now fiscal periods taken
      *              from the fiscal calendar (FISCCAL) at posting
      *              time rather than calendar months, so columns
      *              and half-year tags are labelled P01-P12.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT2100.
           05  FILLER      PIC X(7)   VALUE "CUST #".
           05  FILLER      PIC X(22)  VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(9)   VALUE "MONTHS".
           05  FILLER      PIC X(13)  VALUE "    P01/P07".
           05  FILLER      PIC X(13)  VALUE "    P02/P08".
           05  FILLER      PIC X(13)  VALUE "    P03/P09".
           05  FILLER      PIC X(13)  VALUE "    P04/P10".
           05  FILLER      PIC X(13)  VALUE "    P05/P11".
           05  FILLER      PIC X(13)  VALUE "    P06/P12".
           05  FILLER      PIC X(5)   VALUE SPACES.

       01  HEADING-LINE-4.
           MOVE CM-SALESREP-NUMBER TO MDL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO MDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO MDL-CUSTOMER-NAME.
           MOVE "P01-P06"          TO MDL-HALF-TAG.
           PERFORM 227-FILL-DETAIL-FIRST-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
                                      MDL-SALESREP-NUMBER
                                      MDL-CUSTOMER-NUMBER
                                      MDL-CUSTOMER-NAME.
           MOVE "P07-P12"          TO MDL-HALF-TAG.
           PERFORM 227A-FILL-DETAIL-SECOND-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
               UNTIL MONTH-IDX > 12.

       233-PRINT-TOTAL-AMOUNT-LINES.
           MOVE "P01-P06" TO TAL-HALF-TAG.
           PERFORM 236-FILL-BRANCH-FIRST-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
           MOVE TOTAL-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "P07-P12" TO TAL-HALF-TAG.
           PERFORM 236A-FILL-BRANCH-SECOND-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
           ADD 1 TO LINE-COUNT.

       233A-PRINT-REP-AMOUNT-LINES.
           MOVE "P01-P06" TO TAL-HALF-TAG.
           PERFORM 237-FILL-REP-FIRST-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
           MOVE TOTAL-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "P07-P12" TO TAL-HALF-TAG.
           PERFORM 237A-FILL-REP-SECOND-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
           MOVE GRAND-TOTAL-HEADER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.
           MOVE "P01-P06" TO TAL-HALF-TAG.
           PERFORM 305-FILL-GRAND-FIRST-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
           MOVE TOTAL-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "P07-P12" TO TAL-HALF-TAG.
           PERFORM 305A-FILL-GRAND-SECOND-HALF
               VARYING COLUMN-IDX FROM 1 BY 1
               UNTIL COLUMN-IDX > 6.
