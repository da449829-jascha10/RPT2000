      *              number; the inquiry is performed at once and
      *              the full map is sent with ERASE because the
      *              browse map is still on the screen.
      * 10/15/2026 - The twelve buckets are fiscal periods now that
      *              POST1000 buckets by the fiscal calendar
      *              (FISCCAL), so the two rows are labelled
      *              P01-P06 and P07-P12 in INQSET1 instead of
      *              JAN-JUN and JUL-DEC, matching RPT2100.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQ1000.
