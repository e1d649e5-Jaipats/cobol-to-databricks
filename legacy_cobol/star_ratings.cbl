       AUTHOR. PAYER-ANALYTICS-TEAM.
       DATE-WRITTEN. 09/03/2026.

      *    Star Ratings rollup across the four HEDIS summary
      *    extracts: reads BCS-SUMMARY.DAT, CDC-SUMMARY.DAT,
      *    CBP-SUMMARY.DAT and SPC-SUMMARY.DAT, scores each rate
      *    against configurable star cut points, computes the
      *    weighted overall rating, and reports gap-to-next-star -
      *    how many more compliant members each measure needs to
      *    cross its next threshold.
      *    All four summaries open with the same measure-year /
      *    denominator / numerator / rate fields, so one layout
      *    reads them all.

      *    One row per measure: file, cut points, weight, and the
      *    results read back from its summary extract. CDC and CBP
      *    are intermediate-outcome measures and carry the CMS
      *    outcome weight of 3; BCS and SPC are process measures
      *    at 1.
       01  WS-MEASURE-TABLE.
           05  WS-MEAS-ENTRY       OCCURS 4 TIMES
                                   INDEXED BY WS-MEAS-IDX.
               10  WS-MEAS-NAME        PIC X(3).
               10  WS-MEAS-FILE        PIC X(40).
           MOVE 65.00 TO WS-MEAS-CUT-4(3)
           MOVE 75.00 TO WS-MEAS-CUT-5(3)
           MOVE 3 TO WS-MEAS-WEIGHT(3)
           MOVE 'SPC' TO WS-MEAS-NAME(4)
           MOVE 'SPC-SUMMARY.DAT' TO WS-MEAS-FILE(4)
           MOVE 75.00 TO WS-MEAS-CUT-2(4)
           MOVE 80.00 TO WS-MEAS-CUT-3(4)
           MOVE 85.00 TO WS-MEAS-CUT-4(4)
           MOVE 90.00 TO WS-MEAS-CUT-5(4)
           MOVE 1 TO WS-MEAS-WEIGHT(4)
           PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 4
               MOVE 'N' TO WS-MEAS-LOADED(WS-MEAS-IDX)
               MOVE ZERO TO WS-MEAS-DENOM(WS-MEAS-IDX)
               MOVE ZERO TO WS-MEAS-NUMER(WS-MEAS-IDX)
       READ-ALL-SUMMARIES.
           PERFORM READ-ONE-SUMMARY
               VARYING WS-MEAS-IDX FROM 1 BY 1
               UNTIL WS-MEAS-IDX > 4.

       READ-ONE-SUMMARY.
      *    Each summary carries HDR and TRL control records around
       SCORE-ALL-MEASURES.
           PERFORM SCORE-ONE-MEASURE
               VARYING WS-MEAS-IDX FROM 1 BY 1
               UNTIL WS-MEAS-IDX > 4.

       SCORE-ONE-MEASURE.
           IF MEASURE-LOADED(WS-MEAS-IDX)
           MOVE ZERO TO WS-WEIGHT-TOTAL
           MOVE ZERO TO WS-STAR-POINTS
           PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                   UNTIL WS-MEAS-IDX > 4
               IF MEASURE-LOADED(WS-MEAS-IDX)
                   ADD WS-MEAS-WEIGHT(WS-MEAS-IDX)
                       TO WS-WEIGHT-TOTAL
           DISPLAY ' '
           PERFORM WRITE-MEASURE-LINE
               VARYING WS-MEAS-IDX FROM 1 BY 1
               UNTIL WS-MEAS-IDX > 4
           DISPLAY ' '
           DISPLAY 'WEIGHTED OVERALL RATING: ' WS-OVERALL-RATING
           IF WS-MEASURES-MISSING > ZERO
           WRITE SR-HEADER-RECORD
           PERFORM WRITE-STAR-DETAIL
               VARYING WS-MEAS-IDX FROM 1 BY 1
               UNTIL WS-MEAS-IDX > 4
           MOVE 'TRL' TO SR-T-RECORD-TYPE
           MOVE WS-SR-REC-COUNT TO SR-T-RECORD-COUNT
           MOVE WS-SR-HASH TO SR-T-HASH-TOTAL
